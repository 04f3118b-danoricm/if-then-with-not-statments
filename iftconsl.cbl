000384*                   TALLIES AND GENERIC TEXTS NOW      *
000385*                   COVER RC06 (REVERSAL ORIGINAL      *
000386*                   NEVER POSTED).                     *
000387*  10/14/2026  DM   THE EXCEPTION LINE NOW SHOWS THE   *
000388*                   SOURCE SYSTEM EACH ITEM CAME FROM. *
000389*                   THE WIDER DETAIL AND SUSPENSE      *
000390*                   LAYOUTS CARRY IT THROUGH THE       *
000391*                   MERGE UNCHANGED.                   *
000392*  10/14/2026  DM   THE SPLITS' WAREHOUSED COUNTS      *
000393*                   (FUTURE-DATED ITEMS PARKED BY THE  *
000395*                   EDIT) SUM ONTO THE WHOLE-FEED RUN  *
000396*                   ROW WITH THE OTHER COUNTERS.       *
000398*  10/14/2026  DM   REASON TALLIES WIDENED TO TWELVE - *
000399*                   RC07 AND UP SUM FROM AND TO THE    *
000401*                   RUN ROW'S EXTENSION COUNTS - AND   *
000402*                   A GENERIC TEXT FOR RC07 (CLOSED    *
000404*                   ACCOUNTING PERIOD).                *
000406*  10/15/2026  DM   GENERIC TEXTS FOR RC08 THRU RC10   *
000408*                   (ACCOUNT NOT ON FILE, CLOSED,      *
000410*                   FROZEN).                           *
000411*  10/15/2026  DM   GENERIC TEXT FOR RC11 (LARGE-VALUE *
000413*                   ITEM DECLINED ON REVIEW).  THE     *
000414*                   SPLITS' HELD COUNTS (ITEMS OVER    *
000416*                   THEIR CODE'S APPROVAL LIMIT) SUM   *
000417*                   ONTO THE WHOLE-FEED RUN ROW AND    *
000419*                   THE SUMMARY AS THE WAREHOUSED      *
000420*                   COUNTS DO.                         *
000421*  10/15/2026  DM   GENERIC TEXT FOR RC12 (REJECTED BY *
000422*                   POSTING - BACKED OUT TO SUSPENSE   *
000423*                   BY IFTACKBO).                      *
000424******************************************************
000425
000426 ENVIRONMENT DIVISION.
000427 CONFIGURATION SECTION.
000428 SOURCE-COMPUTER.   IBM-370.
000430 OBJECT-COMPUTER.   IBM-370.
000440
000450 INPUT-OUTPUT SECTION.
001400 FD  IFT-SUSOUT-FILE
001410     RECORDING MODE IS F
001420     LABEL RECORDS ARE STANDARD.
001430 01  IFT-SUSOUT-RECORD              PIC X(100).
001440
001450 FD  IFT-VALOUT-FILE
001460     RECORDING MODE IS F
001470     LABEL RECORDS ARE STANDARD.
001480 01  IFT-VALOUT-RECORD              PIC X(80).
001490
001500 FD  IFT-NEWOUT-FILE
001510     RECORDING MODE IS F
002270 77  IFT-TOT-MATCHED             PIC 9(09) COMP-3 VALUE ZERO.
002280 77  IFT-TOT-FAILED              PIC 9(09) COMP-3 VALUE ZERO.
002290 77  IFT-TOT-EXCEPTIONS          PIC 9(09) COMP-3 VALUE ZERO.
002295 77  IFT-TOT-WAREHOUSED          PIC 9(09) COMP-3 VALUE ZERO.
002297 77  IFT-TOT-HELD                PIC 9(09) COMP-3 VALUE ZERO.
002300 77  IFT-MAX-FINAL-RC            PIC 9(02) VALUE ZERO.
002310 77  IFT-FEED-DATE               PIC 9(08) VALUE ZERO.
002320 77  IFT-FEED-SOURCE-SYS         PIC X(08) VALUE SPACES.
002410
002420 01  IFT-REASON-TOTAL-TABLE.
002430     05  IFT-REASON-TOTAL        PIC 9(07) COMP-3
002440                                 OCCURS 12 TIMES VALUE ZERO.
002443*    RC07 AND UP RIDE IN THE RUN RECORD'S EXTENSION COUNTS.
002446 77  IFT-REASON-X-SUB            PIC 9(02) COMP   VALUE ZERO.
002450
002460 01  IFT-DEPT-TALLY-TABLE.
002470     05  IFT-DEPT-TALLY          PIC 9(07) COMP-3
002710         "DUPLICATE OF PREVIOUSLY PROCESSED RECORD".
002712     05  FILLER                  PIC X(40) VALUE
002714         "REVERSAL ORIGINAL NEVER POSTED".
002716     05  FILLER                  PIC X(40) VALUE
002718         "EFFECTIVE DATE IN A CLOSED PERIOD".
002719     05  FILLER                  PIC X(40) VALUE
002721         "ACCOUNT MISSING OR NOT ON FILE".
002722     05  FILLER                  PIC X(40) VALUE
002724         "ACCOUNT CLOSED".
002725     05  FILLER                  PIC X(40) VALUE
002727         "ACCOUNT FROZEN".
002729     05  FILLER                  PIC X(40) VALUE
002732         "LARGE-VALUE ITEM DECLINED".
002733     05  FILLER                  PIC X(40) VALUE
002734         "REJECTED BY POSTING".
002735 01  IFT-REASON-TEXT-REDEF REDEFINES IFT-REASON-TEXT-TABLE.
002737     05  IFT-REASON-TEXT-ENTRY   PIC X(40) OCCURS 12 TIMES.
002740
002750 01  IFT-SUS-REASON-SPLIT.
002760     05  FILLER                  PIC X(02).
004390         TO IFT-TOT-FAILED.
004400     ADD IFT-RUN-EXCEPTION-COUNT OF IFT-RUNIN-RECORD
004410         TO IFT-TOT-EXCEPTIONS.
004412     IF IFT-RUN-RECORDS-WHSE OF IFT-RUNIN-RECORD NUMERIC
004414         ADD IFT-RUN-RECORDS-WHSE OF IFT-RUNIN-RECORD
004416             TO IFT-TOT-WAREHOUSED
004418     END-IF.
004420     IF IFT-RUN-RECORDS-HELD OF IFT-RUNIN-RECORD NUMERIC
004422         ADD IFT-RUN-RECORDS-HELD OF IFT-RUNIN-RECORD
004424             TO IFT-TOT-HELD
004426     END-IF.
004428     PERFORM 2200-SUM-ONE-REASON THRU 2200-EXIT
004430         VARYING IFT-REASON-SUB FROM 1 BY 1
004440         UNTIL IFT-REASON-SUB > 12.
004450     IF IFT-RUN-FINAL-RC OF IFT-RUNIN-RECORD
004460             > IFT-MAX-FINAL-RC
004470         MOVE IFT-RUN-FINAL-RC OF IFT-RUNIN-RECORD
004590     EXIT.
004600
004610 2200-SUM-ONE-REASON.
004611     IF IFT-REASON-SUB > 6
004613         COMPUTE IFT-REASON-X-SUB = IFT-REASON-SUB - 6
004615         IF IFT-RUN-REASON-COUNT-X OF IFT-RUNIN-RECORD
004616                 (IFT-REASON-X-SUB) NUMERIC
004618             ADD IFT-RUN-REASON-COUNT-X OF IFT-RUNIN-RECORD
004620                     (IFT-REASON-X-SUB)
004621                 TO IFT-REASON-TOTAL (IFT-REASON-SUB)
004623         END-IF
004625         GO TO 2200-EXIT
004626     END-IF.
004628     ADD IFT-RUN-REASON-COUNT OF IFT-RUNIN-RECORD
004630             (IFT-REASON-SUB)
004640         TO IFT-REASON-TOTAL (IFT-REASON-SUB).
004650 2200-EXIT.
005370     MOVE IFT-SUS-REASON-CODE  TO IFT-SUS-REASON-SPLIT.
005380     IF IFT-SUS-REASON-NUMBER NUMERIC
005390        AND IFT-SUS-REASON-NUMBER >= 1
005400        AND IFT-SUS-REASON-NUMBER <= 12
005410         MOVE IFT-REASON-TEXT-ENTRY (IFT-SUS-REASON-NUMBER)
005420             TO IFT-RD-REASON-TEXT
005430     ELSE
005440         MOVE SPACES TO IFT-RD-REASON-TEXT
005450     END-IF.
005455     MOVE IFT-SUS-SOURCE-SYS   TO IFT-RD-SOURCE-SYS.
005460     WRITE IFT-RPT-RECORD FROM IFT-RPT-DETAIL-LINE
005470         AFTER ADVANCING 1 LINE.
005480     PERFORM 4300-ROUTE-DEPT-LINE THRU 4300-EXIT.
006730     MOVE IFT-TOT-EXCEPTIONS TO IFT-RS-COUNT.
006740     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
006750         AFTER ADVANCING 1 LINE.
006752     MOVE "RECORDS WAREHOUSED  . . . . . . . ." TO IFT-RS-LABEL.
006754     MOVE IFT-TOT-WAREHOUSED TO IFT-RS-COUNT.
006756     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
006758         AFTER ADVANCING 1 LINE.
006760     MOVE "RECORDS HELD FOR APPROVAL . . . . ." TO IFT-RS-LABEL.
006762     MOVE IFT-TOT-HELD TO IFT-RS-COUNT.
006764     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
006766         AFTER ADVANCING 1 LINE.
006768
006770     MOVE "EXCEPTIONS FOR THIS CODE  . . . . ." TO IFT-RS-LABEL.
006780     MOVE IFT-DEPT-TALLY (1) TO IFT-RS-COUNT.
006790     WRITE IFT-RPTA1-RECORD FROM IFT-RPT-SUMMARY-LINE
007200                                 OF IFT-RUN-MASTER-RECORD.
007210     MOVE IFT-TOT-EXCEPTIONS  TO IFT-RUN-EXCEPTION-COUNT
007220                                 OF IFT-RUN-MASTER-RECORD.
007223     MOVE IFT-TOT-WAREHOUSED  TO IFT-RUN-RECORDS-WHSE
007226                                 OF IFT-RUN-MASTER-RECORD.
007227     MOVE IFT-TOT-HELD        TO IFT-RUN-RECORDS-HELD
007228                                 OF IFT-RUN-MASTER-RECORD.
007230     PERFORM 6250-MOVE-ONE-REASON THRU 6250-EXIT
007240         VARYING IFT-REASON-SUB FROM 1 BY 1
007250         UNTIL IFT-REASON-SUB > 12.
007260     MOVE IFT-MAX-FINAL-RC    TO IFT-RUN-FINAL-RC
007270                                 OF IFT-RUN-MASTER-RECORD.
007280     WRITE IFT-RUN-MASTER-RECORD.
007300     EXIT.
007310
007320 6250-MOVE-ONE-REASON.
007321     IF IFT-REASON-SUB > 6
007322         COMPUTE IFT-REASON-X-SUB = IFT-REASON-SUB - 6
007323         MOVE IFT-REASON-TOTAL (IFT-REASON-SUB)
007325             TO IFT-RUN-REASON-COUNT-X
007326                OF IFT-RUN-MASTER-RECORD (IFT-REASON-X-SUB)
007327         GO TO 6250-EXIT
007328     END-IF.
007330     MOVE IFT-REASON-TOTAL (IFT-REASON-SUB)
007340         TO IFT-RUN-REASON-COUNT
007350            OF IFT-RUN-MASTER-RECORD (IFT-REASON-SUB).
