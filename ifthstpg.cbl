000310*                   THE RUN DATE THAT CARRIED THEM;    *
000320*                   THE SEED SENTINEL (RUN DATE        *
000330*                   99999999) IS NEVER ELIGIBLE.       *
000331*  10/14/2026  DM   RETENTION NOW COUNTS BUSINESS      *
000332*                   DAYS ON THE BUSINESS CALENDAR,     *
000333*                   WALKED BACK FROM THE RUN DATE, SO  *
000334*                   A HOLIDAY-HEAVY STRETCH NO LONGER  *
000335*                   PURGES EARLY.  A CALENDAR THAT     *
000336*                   CANNOT BE OPENED, OR A DAY NOT ON  *
000337*                   IT, FALLS BACK TO CALENDAR DAYS    *
000338*                   WITH A WARNING.                    *
000339*  10/15/2026  DM   EVERY ENTRY PURGED IS FIRST        *
000340*                   WRITTEN TO A NEW HISTORY ARCHIVE   *
000341*                   GENERATION (HSTARCH) IN THE        *
000342*                   MASTER'S OWN LAYOUT, AND THE       *
000343*                   GENERATION CLOSES WITH A CONTROL-  *
000344*                   TOTAL TRAILER (COUNT AND AMOUNT)   *
000345*                   FOR THE IFTARCIQ RETRIEVAL.  AN    *
000346*                   ENTRY THAT CANNOT BE ARCHIVED IS   *
000347*                   NOT DELETED.                       *
000348******************************************************
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000520         RECORD KEY IS IFT-HST-RECORD-ID
000530         FILE STATUS IS IFT-HSTM-FILE-STATUS.
000540
000541     SELECT IFT-HSTA-FILE
000542         ASSIGN TO HSTARCH
000544         ORGANIZATION IS SEQUENTIAL
000545         FILE STATUS IS IFT-HSTA-FILE-STATUS.
000547
000548     SELECT IFT-CALM-FILE
000550         ASSIGN TO CALMSTR
000551         ORGANIZATION IS INDEXED
000552         ACCESS MODE IS RANDOM
000554         RECORD KEY IS IFT-CAL-DATE
000555         FILE STATUS IS IFT-CALM-FILE-STATUS.
000557
000558 DATA DIVISION.
000560 FILE SECTION.
000570 FD  IFT-HSTCTL-FILE
000580     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660     COPY IFTHIST.
000670
000671 FD  IFT-HSTA-FILE
000672     RECORDING MODE IS F
000673     LABEL RECORDS ARE STANDARD.
000674 01  IFT-HSTA-RECORD                PIC X(100).
000675
000676 FD  IFT-CALM-FILE
000677     LABEL RECORDS ARE STANDARD.
000678     COPY IFTCALM.
000679
000680 WORKING-STORAGE SECTION.
000690
000700 77  IFT-HSTCTL-FILE-STATUS       PIC X(02) VALUE SPACES.
000710 77  IFT-HSTM-FILE-STATUS         PIC X(02) VALUE SPACES.
000715 77  IFT-HSTA-FILE-STATUS         PIC X(02) VALUE SPACES.
000720
000730 77  IFT-HSTM-EOF-SWITCH          PIC X(01) VALUE "N".
000740     88  IFT-HSTM-END-OF-FILE                VALUE "Y".
000760 77  IFT-ENTRIES-READ             PIC 9(09) COMP-3 VALUE ZERO.
000770 77  IFT-ENTRIES-PURGED           PIC 9(09) COMP-3 VALUE ZERO.
000780 77  IFT-ENTRIES-KEPT             PIC 9(09) COMP-3 VALUE ZERO.
000783 77  IFT-ENTRIES-ARCHIVED         PIC 9(09) COMP-3 VALUE ZERO.
000786 77  IFT-ARCHIVED-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
000790
000800 77  IFT-RETENTION-DAYS           PIC 9(05) VALUE ZERO.
000810 77  IFT-RUN-DATE                 PIC 9(08) VALUE ZERO.
000820 77  IFT-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
000830 77  IFT-CUTOFF-DAY-NUMBER        PIC S9(09) COMP VALUE ZERO.
000832 77  IFT-BUSINESS-DAYS-COUNTED    PIC 9(05) COMP-3 VALUE ZERO.
000834 77  IFT-CALM-FILE-STATUS         PIC X(02) VALUE SPACES.
000836 77  IFT-CAL-GAP-SWITCH           PIC X(01) VALUE "N".
000838     88  IFT-CAL-GAP-FOUND                   VALUE "Y".
000841
000844     COPY IFTARCT.
000847
000850 PROCEDURE DIVISION.
000860
000870******************************************************
001300         MOVE 730 TO IFT-RETENTION-DAYS
001310     END-IF.
001320 1000-OPEN-MASTER.
001350     PERFORM 1200-BUSINESS-DAY-CUTOFF THRU 1200-EXIT.
001380     DISPLAY "IFJ0013I PURGING HISTORY CARRIED BEFORE "
001390             IFT-CUTOFF-DATE.
001400     OPEN I-O IFT-HSTM-FILE.
001420         DISPLAY "IFJ0001E HISTORY MASTER COULD NOT BE "
001430                 "OPENED - STATUS " IFT-HSTM-FILE-STATUS
001440         MOVE 16 TO RETURN-CODE
001441         GO TO 1000-EXIT
001442     END-IF.
001443     OPEN OUTPUT IFT-HSTA-FILE.
001444     IF IFT-HSTA-FILE-STATUS NOT = "00"
001445         DISPLAY "IFJ0003E HISTORY ARCHIVE COULD NOT BE OPENED - "
001446                 "STATUS " IFT-HSTA-FILE-STATUS
001447         MOVE 16 TO RETURN-CODE
001448         CLOSE IFT-HSTM-FILE
001450         GO TO 1000-EXIT
001460     END-IF.
001470     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
001480 1000-EXIT.
001490     EXIT.
001500
001501******************************************************
001502*  1200-BUSINESS-DAY-CUTOFF - WALK BACK FROM THE RUN  *
001503*  DATE A DAY AT A TIME UNTIL THE RETENTION HAS BEEN  *
001504*  COUNTED IN BUSINESS DAYS; THE DAY REACHED IS THE   *
001505*  CUTOFF.  WITHOUT A USABLE CALENDAR THE RETENTION   *
001506*  IS TAKEN AS CALENDAR DAYS, AS IT ALWAYS WAS.       *
001507******************************************************
001508 1200-BUSINESS-DAY-CUTOFF.
001509     COMPUTE IFT-CUTOFF-DAY-NUMBER =
001510         FUNCTION INTEGER-OF-DATE (IFT-RUN-DATE).
001511     MOVE ZERO TO IFT-BUSINESS-DAYS-COUNTED.
001512     OPEN INPUT IFT-CALM-FILE.
001513     IF IFT-CALM-FILE-STATUS NOT = "00"
001514         DISPLAY "IFJ0014W BUSINESS CALENDAR COULD NOT BE "
001515                 "OPENED - RETENTION COUNTED IN CALENDAR DAYS"
001516         PERFORM 1250-CALENDAR-DAY-CUTOFF THRU 1250-EXIT
001517         GO TO 1200-EXIT
001518     END-IF.
001519     PERFORM 1220-STEP-BACK-ONE-DAY THRU 1220-EXIT
001520         UNTIL IFT-BUSINESS-DAYS-COUNTED >= IFT-RETENTION-DAYS
001521            OR IFT-CAL-GAP-FOUND.
001522     CLOSE IFT-CALM-FILE.
001523     IF IFT-CAL-GAP-FOUND
001524         DISPLAY "IFJ0015W " IFT-CAL-DATE " NOT ON THE BUSINESS "
001525                 "CALENDAR - RETENTION COUNTED IN CALENDAR DAYS"
001526         PERFORM 1250-CALENDAR-DAY-CUTOFF THRU 1250-EXIT
001527         GO TO 1200-EXIT
001528     END-IF.
001529     COMPUTE IFT-CUTOFF-DATE =
001530         FUNCTION DATE-OF-INTEGER (IFT-CUTOFF-DAY-NUMBER).
001531 1200-EXIT.
001532     EXIT.
001533
001534 1220-STEP-BACK-ONE-DAY.
001535     SUBTRACT 1 FROM IFT-CUTOFF-DAY-NUMBER.
001536     COMPUTE IFT-CAL-DATE =
001537         FUNCTION DATE-OF-INTEGER (IFT-CUTOFF-DAY-NUMBER).
001538     READ IFT-CALM-FILE
001539         INVALID KEY
001540             SET IFT-CAL-GAP-FOUND TO TRUE
001541             GO TO 1220-EXIT
001542     END-READ.
001543     IF IFT-CAL-BUSINESS-DAY
001544         ADD 1 TO IFT-BUSINESS-DAYS-COUNTED
001545     END-IF.
001546 1220-EXIT.
001547     EXIT.
001548
001549 1250-CALENDAR-DAY-CUTOFF.
001550     COMPUTE IFT-CUTOFF-DAY-NUMBER =
001551         FUNCTION INTEGER-OF-DATE (IFT-RUN-DATE)
001552         - IFT-RETENTION-DAYS.
001553     COMPUTE IFT-CUTOFF-DATE =
001554         FUNCTION DATE-OF-INTEGER (IFT-CUTOFF-DAY-NUMBER).
001555 1250-EXIT.
001556     EXIT.
001557
001558******************************************************
001559*  2000-PURGE-ONE-ENTRY - AN EXPIRED ENTRY GOES TO    *
001560*  THE ARCHIVE FIRST; ONE THAT CANNOT BE ARCHIVED IS  *
001562*  LEFT ON THE MASTER AND THE RUN STOPS.              *
001563******************************************************
001565 2000-PURGE-ONE-ENTRY.
001566     ADD 1 TO IFT-ENTRIES-READ.
001568     IF IFT-HST-RUN-DATE NUMERIC
001570        AND IFT-HST-RUN-DATE < IFT-CUTOFF-DATE
001571         WRITE IFT-HSTA-RECORD FROM IFT-HIST-MASTER-RECORD
001572         IF IFT-HSTA-FILE-STATUS NOT = "00"
001573             DISPLAY "IFJ0004E ARCHIVE WRITE FAILED - STATUS "
001574                     IFT-HSTA-FILE-STATUS " ID " IFT-HST-RECORD-ID
001575             MOVE 16 TO RETURN-CODE
001576             GO TO 2000-EXIT
001577         END-IF
001578         ADD 1 TO IFT-ENTRIES-ARCHIVED
001579         ADD IFT-HST-AMOUNT TO IFT-ARCHIVED-AMOUNT
001580         DELETE IFT-HSTM-FILE RECORD
001590         IF IFT-HSTM-FILE-STATUS = "00"
001600             ADD 1 TO IFT-ENTRIES-PURGED
001850******************************************************
001860 3000-FINALIZE.
001870     CLOSE IFT-HSTM-FILE.
001873     PERFORM 3100-WRITE-ARCHIVE-TRAILER THRU 3100-EXIT.
001876     CLOSE IFT-HSTA-FILE.
001880     DISPLAY "IFJ0099I ENTRIES READ:  " IFT-ENTRIES-READ.
001890     DISPLAY "IFJ0098I ENTRIES PURGED:" IFT-ENTRIES-PURGED.
001900     DISPLAY "IFJ0097I ENTRIES KEPT:  " IFT-ENTRIES-KEPT.
001905     DISPLAY "IFJ0096I ENTRIES ARCHIVED:" IFT-ENTRIES-ARCHIVED.
001910 3000-EXIT.
001920     EXIT.
001930
001940******************************************************
001950*  3100-WRITE-ARCHIVE-TRAILER - CLOSE THE GENERATION *
001960*  WITH ITS CONTROL TOTALS.  IT IS WRITTEN EVEN ON A *
001970*  RUN THAT STOPPED EARLY, SO THE GENERATION STILL   *
001980*  PROVES FOR WHAT IT HOLDS.                         *
001990******************************************************
002000 3100-WRITE-ARCHIVE-TRAILER.
002010     MOVE SPACES TO IFT-ARCHIVE-TRAILER-RECORD.
002020     MOVE "TRL9999999"         TO IFT-ART-ID.
002030     MOVE IFT-ENTRIES-ARCHIVED TO IFT-ART-RECORD-COUNT.
002040     MOVE IFT-RUN-DATE         TO IFT-ART-PURGE-DATE.
002050     MOVE IFT-ARCHIVED-AMOUNT  TO IFT-ART-AMOUNT-TOTAL.
002060     WRITE IFT-HSTA-RECORD FROM IFT-ARCHIVE-TRAILER-RECORD.
002070     IF IFT-HSTA-FILE-STATUS NOT = "00"
002080         DISPLAY "IFJ0005E ARCHIVE TRAILER WRITE FAILED - STATUS "
002090                 IFT-HSTA-FILE-STATUS
002100         MOVE 16 TO RETURN-CODE
002110     END-IF.
002120 3100-EXIT.
002130     EXIT.
