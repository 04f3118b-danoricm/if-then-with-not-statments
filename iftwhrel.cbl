000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    IFTWHREL.
000120 AUTHOR.        D MCCARRON.
000130 INSTALLATION.  DAILY OPERATIONS.
000140 DATE-WRITTEN.  10/14/2026.
000150 DATE-COMPILED.
000160
000170******************************************************
000180*  MODIFICATION HISTORY                               *
000190*  --------------------------------------------------  *
000200*  10/14/2026  DM   ORIGINAL PROGRAM.  FUTURE-DATED    *
000210*                   WAREHOUSE RELEASE.  RUNS IN        *
000220*                   IFTPROC AFTER THE DUPLICATE-RUN    *
000230*                   GUARD, AHEAD OF THE RECYCLE PASS   *
000240*                   AND THE SPLIT.  COPIES THE INTAKE  *
000250*                   STREAM THROUGH, THEN APPENDS EVERY *
000260*                   WAREHOUSED ITEM WHOSE EFFECTIVE    *
000270*                   DATE HAS COME INTO THE CONTROL-    *
000280*                   CARD RANGE, SO THE EDIT STEP MEETS *
000290*                   IT UNDER THE CODE RULES IN FORCE   *
000300*                   ON ITS OWN DATE.  THE TRAILER IS   *
000310*                   HELD BACK AND STEPPED UP EXACTLY   *
000320*                   AS IFTRECYC DOES.  THE WAREHOUSE   *
000330*                   IS ONLY READ HERE - EACH RELEASED  *
000340*                   ITEM ALSO GOES TO A RELEASED-ITEMS *
000350*                   EXTRACT, AND IFTWHSCF DELETES THEM *
000360*                   FROM THE WAREHOUSE IN THE          *
000370*                   CONSOLIDATION JOB.  A FRONT JOB    *
000380*                   THAT DIES RELEASES THE SAME ITEMS  *
000385*                   AGAIN ON THE RERUN.                *
000390******************************************************
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-370.
000440 OBJECT-COMPUTER.   IBM-370.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT IFT-CTL-FILE
000490         ASSIGN TO CTLCARD
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS IFT-CTL-FILE-STATUS.
000520
000530     SELECT IFT-TRAN-FILE
000540         ASSIGN TO TRANIN
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS IFT-TRAN-FILE-STATUS.
000570
000580     SELECT IFT-TRANOUT-FILE
000590         ASSIGN TO TRANOUT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS IFT-TRANOUT-FILE-STATUS.
000620
000630     SELECT IFT-WHSM-FILE
000640         ASSIGN TO WHSMSTR
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS IFT-WHS-RECORD-ID
000680         FILE STATUS IS IFT-WHSM-FILE-STATUS.
000690
000700     SELECT IFT-RLSOUT-FILE
000710         ASSIGN TO RLSOUT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS IFT-RLSOUT-FILE-STATUS.
000740
000750     SELECT IFT-WHCOUT-FILE
000760         ASSIGN TO WHCOUT
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS IFT-WHCOUT-FILE-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  IFT-CTL-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850     COPY IFTCTL.
000860
000870 FD  IFT-TRAN-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900     COPY IFTTRAN.
000910
000920 FD  IFT-TRANOUT-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  IFT-TRANOUT-RECORD             PIC X(80).
000960
000970 FD  IFT-WHSM-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY IFTWHSE.
001000
001010 FD  IFT-RLSOUT-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 01  IFT-RLSOUT-RECORD              PIC X(150).
001050
001060 FD  IFT-WHCOUT-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090     COPY IFTWHSC.
001100
001110 WORKING-STORAGE SECTION.
001120
001130******************************************************
001140*  FILE STATUS AND END-OF-FILE SWITCHES               *
001150******************************************************
001160 77  IFT-CTL-FILE-STATUS         PIC X(02) VALUE SPACES.
001170 77  IFT-TRAN-FILE-STATUS        PIC X(02) VALUE SPACES.
001180 77  IFT-TRANOUT-FILE-STATUS     PIC X(02) VALUE SPACES.
001190 77  IFT-WHSM-FILE-STATUS        PIC X(02) VALUE SPACES.
001200 77  IFT-RLSOUT-FILE-STATUS      PIC X(02) VALUE SPACES.
001210 77  IFT-WHCOUT-FILE-STATUS      PIC X(02) VALUE SPACES.
001220
001230 77  IFT-TRAN-EOF-SWITCH         PIC X(01) VALUE "N".
001240     88  IFT-TRAN-AT-EOF                    VALUE "Y".
001250
001260 77  IFT-WHSM-EOF-SWITCH         PIC X(01) VALUE "N".
001270     88  IFT-WHSM-AT-EOF                    VALUE "Y".
001280
001290 77  IFT-TRAILER-SEEN-SWITCH     PIC X(01) VALUE "N".
001300     88  IFT-TRAILER-WAS-SEEN               VALUE "Y".
001310
001320******************************************************
001330*  RUN COUNTERS                                       *
001340******************************************************
001350 77  IFT-TRANS-COPIED            PIC 9(09) COMP-3 VALUE ZERO.
001360 77  IFT-WHSE-ITEMS-READ         PIC 9(09) COMP-3 VALUE ZERO.
001370 77  IFT-WHSE-ITEMS-RELEASED     PIC 9(09) COMP-3 VALUE ZERO.
001380 77  IFT-WHSE-ITEMS-LEFT         PIC 9(09) COMP-3 VALUE ZERO.
001390 77  IFT-WHSE-RELEASED-HASH      PIC S9(13)V99 VALUE ZERO.
001400
001410 77  IFT-RUN-DATE                PIC 9(08) VALUE ZERO.
001420 77  IFT-RUN-TIME                PIC 9(06) VALUE ZERO.
001430
001440******************************************************
001450*  TRAILER CARRY FIELDS - THE INTAKE STREAM'S CONTROL *
001460*  TOTALS, STEPPED UP BY EACH RELEASED ITEM SO THE    *
001470*  REWRITTEN TRAILER STILL TIES OUT IN THE EDIT.      *
001480******************************************************
001490 77  IFT-OUT-TRL-COUNT           PIC 9(09) VALUE ZERO.
001500 77  IFT-OUT-TRL-HASH            PIC S9(13)V99 VALUE ZERO.
001510
001520 PROCEDURE DIVISION.
001530
001540******************************************************
001550*  0000-MAINLINE                                      *
001560******************************************************
001570 0000-MAINLINE.
001580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001590     IF RETURN-CODE = 16
001600         GO TO 0000-EXIT
001610     END-IF.
001620     PERFORM 2000-COPY-TRANSACTION THRU 2000-EXIT
001630         UNTIL IFT-TRAN-AT-EOF.
001640     PERFORM 3000-SWEEP-WAREHOUSE THRU 3000-EXIT
001650         UNTIL IFT-WHSM-AT-EOF
001660            OR RETURN-CODE = 16.
001670     PERFORM 4000-FINALIZE THRU 4000-EXIT.
001680 0000-EXIT.
001690     STOP RUN.
001700
001710******************************************************
001720*  1000-INITIALIZE - READ THE CONTROL CARD, OPEN      *
001730*  FILES AND PRIME THE STREAM AND WAREHOUSE READS.    *
001740******************************************************
001750 1000-INITIALIZE.
001760     ACCEPT IFT-RUN-DATE FROM DATE YYYYMMDD.
001770     ACCEPT IFT-RUN-TIME FROM TIME.
001780     OPEN INPUT IFT-CTL-FILE.
001790     IF IFT-CTL-FILE-STATUS NOT = "00"
001800         DISPLAY "IF10001E CONTROL CARD COULD NOT BE OPENED"
001810         MOVE 16 TO RETURN-CODE
001820         GO TO 1000-EXIT
001830     END-IF.
001840     READ IFT-CTL-FILE
001850         AT END
001860             DISPLAY "IF10002E CONTROL CARD FILE IS EMPTY"
001870             MOVE 16 TO RETURN-CODE
001880             CLOSE IFT-CTL-FILE
001890             GO TO 1000-EXIT
001900     END-READ.
001910     CLOSE IFT-CTL-FILE.
001920
001930     OPEN INPUT IFT-TRAN-FILE.
001940     IF IFT-TRAN-FILE-STATUS NOT = "00"
001950         DISPLAY "IF10003E TRANSACTION FILE COULD NOT BE OPENED"
001960         MOVE 16 TO RETURN-CODE
001970         GO TO 1000-EXIT
001980     END-IF.
001990     OPEN OUTPUT IFT-TRANOUT-FILE.
002000     IF IFT-TRANOUT-FILE-STATUS NOT = "00"
002010         DISPLAY "IF10004E RELEASED TRANSACTION FILE COULD NOT "
002020                 "BE OPENED"
002030         MOVE 16 TO RETURN-CODE
002040         GO TO 1000-EXIT
002050     END-IF.
002060     OPEN INPUT IFT-WHSM-FILE.
002070     IF IFT-WHSM-FILE-STATUS NOT = "00"
002080         DISPLAY "IF10005E WAREHOUSE MASTER COULD NOT BE "
002090                 "OPENED - STATUS " IFT-WHSM-FILE-STATUS
002100         MOVE 16 TO RETURN-CODE
002110         GO TO 1000-EXIT
002120     END-IF.
002130     OPEN OUTPUT IFT-RLSOUT-FILE.
002140     IF IFT-RLSOUT-FILE-STATUS NOT = "00"
002150         DISPLAY "IF10006E RELEASED-ITEMS EXTRACT COULD NOT "
002160                 "BE OPENED"
002170         MOVE 16 TO RETURN-CODE
002180         GO TO 1000-EXIT
002190     END-IF.
002200     OPEN OUTPUT IFT-WHCOUT-FILE.
002210     IF IFT-WHCOUT-FILE-STATUS NOT = "00"
002220         DISPLAY "IF10007E RELEASE CONTROL FILE COULD NOT BE "
002230                 "OPENED"
002240         MOVE 16 TO RETURN-CODE
002250         GO TO 1000-EXIT
002260     END-IF.
002270     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
002280     PERFORM 3100-READ-WAREHOUSE THRU 3100-EXIT.
002290 1000-EXIT.
002300     EXIT.
002310
002320******************************************************
002330*  2000-COPY-TRANSACTION - PASSES THE INTAKE STREAM   *
002340*  THROUGH UNCHANGED, HOLDING BACK THE TRAILER.       *
002350******************************************************
002360 2000-COPY-TRANSACTION.
002370     IF IFT-TRAN-TRAILER-REC
002380         MOVE IFT-TRAN-TRL-RECORD-COUNT TO IFT-OUT-TRL-COUNT
002390         MOVE IFT-TRAN-TRL-HASH-TOTAL   TO IFT-OUT-TRL-HASH
002400         SET IFT-TRAILER-WAS-SEEN TO TRUE
002410         GO TO 2000-NEXT
002420     END-IF.
002430     WRITE IFT-TRANOUT-RECORD FROM IFT-TRAN-RECORD.
002440     ADD 1 TO IFT-TRANS-COPIED.
002450 2000-NEXT.
002460     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
002470 2000-EXIT.
002480     EXIT.
002490
002500******************************************************
002510*  2100-READ-TRANSACTION                               *
002520******************************************************
002530 2100-READ-TRANSACTION.
002540     READ IFT-TRAN-FILE
002550         AT END SET IFT-TRAN-AT-EOF TO TRUE
002560     END-READ.
002570 2100-EXIT.
002580     EXIT.
002590
002600******************************************************
002610*  3000-SWEEP-WAREHOUSE - ONE ITERATION PER WAREHOUSE *
002620*  ENTRY.  THE ALL-NINES SENTINEL THAT KEEPS THE      *
002630*  CLUSTER OPENABLE IS SKIPPED.  AN ITEM DATED ON OR  *
002640*  BEFORE THE CARD'S HIGH DATE IS DUE - ITS ORIGINAL  *
002650*  DETAIL GOES BACK ON THE STREAM AND THE WHOLE       *
002660*  ENTRY TO THE RELEASED-ITEMS EXTRACT.  AN ITEM      *
002670*  STILL AHEAD OF THE RANGE STAYS WHERE IT IS.        *
002680******************************************************
002690 3000-SWEEP-WAREHOUSE.
002700     IF IFT-WHS-RECORD-ID = "9999999999"
002710         GO TO 3000-NEXT
002720     END-IF.
002730     ADD 1 TO IFT-WHSE-ITEMS-READ.
002740     IF IFT-WHS-EFF-DATE > IFT-CTL-DATE-HIGH
002750         ADD 1 TO IFT-WHSE-ITEMS-LEFT
002760         GO TO 3000-NEXT
002770     END-IF.
002780     WRITE IFT-TRANOUT-RECORD FROM IFT-WHS-TRAN-IMAGE.
002790     WRITE IFT-RLSOUT-RECORD FROM IFT-WHSE-MASTER-RECORD.
002800     ADD 1 TO IFT-WHSE-ITEMS-RELEASED.
002810     ADD IFT-WHS-AMOUNT TO IFT-WHSE-RELEASED-HASH.
002820     ADD 1 TO IFT-OUT-TRL-COUNT.
002830     ADD IFT-WHS-AMOUNT TO IFT-OUT-TRL-HASH.
002840 3000-NEXT.
002850     PERFORM 3100-READ-WAREHOUSE THRU 3100-EXIT.
002860 3000-EXIT.
002870     EXIT.
002880
002890******************************************************
002900*  3100-READ-WAREHOUSE                                 *
002910******************************************************
002920 3100-READ-WAREHOUSE.
002930     READ IFT-WHSM-FILE NEXT RECORD
002940         AT END SET IFT-WHSM-AT-EOF TO TRUE
002950     END-READ.
002960     IF NOT IFT-WHSM-AT-EOF
002970        AND IFT-WHSM-FILE-STATUS NOT = "00"
002980         DISPLAY "IF10008E WAREHOUSE READ FAILED - STATUS "
002990                 IFT-WHSM-FILE-STATUS
003000         MOVE 16 TO RETURN-CODE
003010     END-IF.
003020 3100-EXIT.
003030     EXIT.
003040
003050******************************************************
003060*  4000-FINALIZE - REWRITE THE TRAILER, WRITE THE     *
003070*  RELEASE CONTROL RECORD FOR IFTNIGHT AND CLOSE.     *
003080******************************************************
003090 4000-FINALIZE.
003100     IF IFT-TRAILER-WAS-SEEN
003110         MOVE SPACES TO IFT-TRAN-TRAILER-RECORD
003120         MOVE "TRL9999999" TO IFT-TRAN-TRL-ID
003130         MOVE IFT-OUT-TRL-COUNT TO IFT-TRAN-TRL-RECORD-COUNT
003140         MOVE IFT-OUT-TRL-HASH  TO IFT-TRAN-TRL-HASH-TOTAL
003150         WRITE IFT-TRANOUT-RECORD FROM IFT-TRAN-TRAILER-RECORD
003160     END-IF.
003170     MOVE SPACES                  TO IFT-WHSE-CONTROL-RECORD.
003180     MOVE IFT-RUN-DATE            TO IFT-WHC-RUN-DATE.
003190     MOVE IFT-RUN-TIME            TO IFT-WHC-RUN-TIME.
003200     MOVE IFT-CTL-DATE-HIGH       TO IFT-WHC-RELEASE-THRU-DATE.
003210     MOVE IFT-WHSE-ITEMS-READ     TO IFT-WHC-ITEMS-ON-FILE.
003220     MOVE IFT-WHSE-ITEMS-RELEASED TO IFT-WHC-ITEMS-RELEASED.
003230     MOVE IFT-WHSE-ITEMS-LEFT     TO IFT-WHC-ITEMS-LEFT.
003240     MOVE IFT-WHSE-RELEASED-HASH  TO IFT-WHC-RELEASED-HASH.
003250     WRITE IFT-WHSE-CONTROL-RECORD.
003260     CLOSE IFT-TRAN-FILE.
003270     CLOSE IFT-TRANOUT-FILE.
003280     CLOSE IFT-WHSM-FILE.
003290     CLOSE IFT-RLSOUT-FILE.
003300     CLOSE IFT-WHCOUT-FILE.
003310     DISPLAY "IF10099I TRANSACTIONS COPIED:  " IFT-TRANS-COPIED.
003320     DISPLAY "IF10098I WAREHOUSE ITEMS READ: "
003330             IFT-WHSE-ITEMS-READ.
003340     DISPLAY "IF10097I ITEMS RELEASED:       "
003350             IFT-WHSE-ITEMS-RELEASED.
003360     DISPLAY "IF10096I ITEMS LEFT ON FILE:   "
003370             IFT-WHSE-ITEMS-LEFT.
003380 4000-EXIT.
003390     EXIT.
