000466*                   RC06 ORIGINAL-POSTED PROOF IS NOT  *
000467*                   SIMULATED - LIKE RC05 IT DOES NOT  *
000468*                   DEPEND ON THE CODE REFERENCE.      *
000469*  10/14/2026  DM   THE BUSINESS CALENDAR UNLOAD IS    *
000470*                   TABLED TOO.  AN ITEM DATED IN A    *
000472*                   CLOSED PERIOD FAILS RC07 UNDER A   *
000473*                   RULE SET WHOSE CODE DOES NOT       *
000474*                   BACK-VALUE, SO A CHANGE TO A       *
000476*                   CODE'S CLOSED-PERIOD SETTING SHOWS *
000477*                   ITS IMPACT LIKE ANY OTHER RULE.    *
000478******************************************************
000480
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000720         ASSIGN TO CODEPROP
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS IFT-CODPRP-FILE-STATUS.
000741
000743     SELECT IFT-CALFLAT-FILE
000745         ASSIGN TO CALFLAT
000746         ORGANIZATION IS SEQUENTIAL
000748         FILE STATUS IS IFT-CALFLAT-FILE-STATUS.
000750
000760     SELECT IFT-RPT-FILE
000770         ASSIGN TO RPTOUT
001020     COPY IFTCODE REPLACING ==IFT-CODE-REF-RECORD==
001030                          BY ==IFT-CODPRP-RECORD==.
001040
001041 FD  IFT-CALFLAT-FILE
001043     RECORDING MODE IS F
001045     LABEL RECORDS ARE STANDARD.
001046     COPY IFTCALM.
001048
001050 FD  IFT-RPT-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001160 77  IFT-TRAN-FILE-STATUS        PIC X(02) VALUE SPACES.
001170 77  IFT-CODLIV-FILE-STATUS      PIC X(02) VALUE SPACES.
001180 77  IFT-CODPRP-FILE-STATUS      PIC X(02) VALUE SPACES.
001185 77  IFT-CALFLAT-FILE-STATUS     PIC X(02) VALUE SPACES.
001190 77  IFT-RPT-FILE-STATUS         PIC X(02) VALUE SPACES.
001200
001210 77  IFT-TRAN-EOF-SWITCH         PIC X(01) VALUE "N".
001240     88  IFT-CODLIV-AT-EOF                  VALUE "Y".
001250 77  IFT-CODPRP-EOF-SWITCH       PIC X(01) VALUE "N".
001260     88  IFT-CODPRP-AT-EOF                  VALUE "Y".
001263 77  IFT-CALFLAT-EOF-SWITCH      PIC X(01) VALUE "N".
001266     88  IFT-CALFLAT-AT-EOF                 VALUE "Y".
001270
001280 77  IFT-LIVE-CODE-SWITCH        PIC X(01) VALUE "N".
001290     88  IFT-LIVE-CODE-IS-VALID             VALUE "Y".
001300 77  IFT-PROP-CODE-SWITCH        PIC X(01) VALUE "N".
001310     88  IFT-PROP-CODE-IS-VALID             VALUE "Y".
001313 77  IFT-CLOSED-PERIOD-SWITCH    PIC X(01) VALUE "N".
001316     88  IFT-DATE-IN-CLOSED-PERIOD          VALUE "Y".
001320
001330******************************************************
001340*  RUN COUNTERS AND WORK FIELDS                       *
001670         10  IFT-LIV-END-DATE    PIC 9(08).
001680         10  IFT-LIV-CHECK-VALUE PIC 9(02).
001690         10  IFT-LIV-MAX-AMOUNT  PIC 9(09)V99 COMP-3.
001693         10  IFT-LIV-CLOSED-ACTION PIC X(01).
001696             88  IFT-LIV-CLOSED-BACKVALUE   VALUE "B".
001700
001710 77  IFT-PROP-TABLE-COUNT        PIC 9(04) COMP   VALUE ZERO.
001720 77  IFT-PROP-ENTRY-SUB          PIC 9(04) COMP   VALUE ZERO.
001800         10  IFT-PRP-END-DATE    PIC 9(08).
001810         10  IFT-PRP-CHECK-VALUE PIC 9(02).
001820         10  IFT-PRP-MAX-AMOUNT  PIC 9(09)V99 COMP-3.
001823         10  IFT-PRP-CLOSED-ACTION PIC X(01).
001826             88  IFT-PRP-CLOSED-BACKVALUE   VALUE "B".
001830
001840******************************************************
001850*  BUSINESS CALENDAR TABLE - THE EDIT STEP'S, WITH    *
001860*  ONLY THE PERIOD STATUS KEPT.                       *
001861******************************************************
001862 77  IFT-CAL-TABLE-COUNT         PIC 9(04) COMP   VALUE ZERO.
001864 01  IFT-CAL-TABLE.
001865     05  IFT-CAL-ENTRY           OCCURS 6000 TIMES
001866         ASCENDING KEY IS IFT-CAL-TBL-DATE
001868         INDEXED BY IFT-CAL-INDEX.
001869         10  IFT-CAL-TBL-DATE    PIC 9(08).
001870         10  IFT-CAL-TBL-STATUS  PIC X(01).
001872             88  IFT-CAL-TBL-CLOSED         VALUE "C".
001873
001874******************************************************
001876*  EXCEPTIONS TALLIED BY REASON (RC01 THRU RC04, AND  *
001877*  RC07) UNDER EACH RULE SET.                         *
001878******************************************************
001880 01  IFT-REASON-CODE-TABLE.
001890     05  FILLER                  PIC X(04) VALUE "RC01".
001900     05  FILLER                  PIC X(04) VALUE "RC02".
001910     05  FILLER                  PIC X(04) VALUE "RC03".
001920     05  FILLER                  PIC X(04) VALUE "RC04".
001925     05  FILLER                  PIC X(04) VALUE "RC07".
001930 01  IFT-REASON-CODE-REDEF REDEFINES IFT-REASON-CODE-TABLE.
001940     05  IFT-REASON-CODE-ENTRY   PIC X(04) OCCURS 5 TIMES.
001950
001960 01  IFT-REASON-TALLY-TABLE.
001970     05  IFT-REASON-TALLY        OCCURS 5 TIMES.
001980         10  IFT-RSN-LIVE-COUNT  PIC 9(07) COMP-3.
001990         10  IFT-RSN-PROP-COUNT  PIC 9(07) COMP-3.
002000
003020     IF RETURN-CODE = 16
003030         GO TO 1000-EXIT
003040     END-IF.
003042     PERFORM 1700-LOAD-CALENDAR-TABLE THRU 1700-EXIT.
003044     IF RETURN-CODE = 16
003046         GO TO 1000-EXIT
003048     END-IF.
003050     OPEN INPUT IFT-TRAN-FILE.
003060     IF IFT-TRAN-FILE-STATUS NOT = "00"
003070         DISPLAY "IFV0003E TRANSACTION STREAM COULD NOT BE "
003310 1050-CLEAR-TALLIES.
003320     PERFORM 1060-CLEAR-ONE-REASON THRU 1060-EXIT
003330         VARYING IFT-REASON-SUB FROM 1 BY 1
003340         UNTIL IFT-REASON-SUB > 5.
003350     PERFORM 1070-CLEAR-ONE-CODE THRU 1070-EXIT
003360         VARYING IFT-CODE-SUB FROM 1 BY 1
003370         UNTIL IFT-CODE-SUB > 201.
004020         TO IFT-LIV-CHECK-VALUE (IFT-LIVE-TABLE-COUNT).
004030     MOVE IFT-REF-MAX-AMOUNT OF IFT-CODLIV-RECORD
004040         TO IFT-LIV-MAX-AMOUNT (IFT-LIVE-TABLE-COUNT).
004043     MOVE IFT-REF-CLOSED-ACTION OF IFT-CODLIV-RECORD
004046         TO IFT-LIV-CLOSED-ACTION (IFT-LIVE-TABLE-COUNT).
004050     PERFORM 1550-READ-LIVE-UNLOAD THRU 1550-EXIT.
004060 1560-EXIT.
004070     EXIT.
004510         TO IFT-PRP-CHECK-VALUE (IFT-PROP-TABLE-COUNT).
004520     MOVE IFT-REF-MAX-AMOUNT OF IFT-CODPRP-RECORD
004530         TO IFT-PRP-MAX-AMOUNT (IFT-PROP-TABLE-COUNT).
004533     MOVE IFT-REF-CLOSED-ACTION OF IFT-CODPRP-RECORD
004536         TO IFT-PRP-CLOSED-ACTION (IFT-PROP-TABLE-COUNT).
004540     PERFORM 1650-READ-PROP-UNLOAD THRU 1650-EXIT.
004550 1660-EXIT.
004551     EXIT.
004552
004553******************************************************
004554*  1700-LOAD-CALENDAR-TABLE - TABLE THE BUSINESS      *
004555*  CALENDAR UNLOAD, SKIPPING THE ALL-NINES SENTINEL.  *
004556*  MISSING OR OVERFLOWING IS A HARD STOP, AS FOR THE  *
004557*  RULE SETS.                                         *
004558******************************************************
004559 1700-LOAD-CALENDAR-TABLE.
004560     MOVE HIGH-VALUES TO IFT-CAL-TABLE.
004561     OPEN INPUT IFT-CALFLAT-FILE.
004562     IF IFT-CALFLAT-FILE-STATUS NOT = "00"
004563         DISPLAY "IFV0012E BUSINESS CALENDAR UNLOAD COULD NOT "
004565                 "BE OPENED"
004566         MOVE 16 TO RETURN-CODE
004567         GO TO 1700-EXIT
004568     END-IF.
004569     PERFORM 1750-READ-CALENDAR-UNLOAD THRU 1750-EXIT.
004570     PERFORM 1760-TABLE-ONE-DATE THRU 1760-EXIT
004571         UNTIL IFT-CALFLAT-AT-EOF
004572            OR RETURN-CODE = 16.
004573     CLOSE IFT-CALFLAT-FILE.
004574 1700-EXIT.
004575     EXIT.
004576
004577 1750-READ-CALENDAR-UNLOAD.
004578     READ IFT-CALFLAT-FILE
004580         AT END SET IFT-CALFLAT-AT-EOF TO TRUE
004581     END-READ.
004582 1750-EXIT.
004583     EXIT.
004584
004585 1760-TABLE-ONE-DATE.
004586     IF IFT-CAL-DATE = 99999999
004587         GO TO 1760-NEXT
004588     END-IF.
004589     IF IFT-CAL-TABLE-COUNT >= 6000
004590         DISPLAY "IFV0013E CALENDAR TABLE FULL - RAISE THE "
004591                 "TABLE OR TRIM THE CALENDAR"
004592         MOVE 16 TO RETURN-CODE
004593         GO TO 1760-EXIT
004595     END-IF.
004596     ADD 1 TO IFT-CAL-TABLE-COUNT.
004597     MOVE IFT-CAL-DATE
004598         TO IFT-CAL-TBL-DATE (IFT-CAL-TABLE-COUNT).
004599     MOVE IFT-CAL-PERIOD-STATUS
004600         TO IFT-CAL-TBL-STATUS (IFT-CAL-TABLE-COUNT).
004601 1760-NEXT.
004602     PERFORM 1750-READ-CALENDAR-UNLOAD THRU 1750-EXIT.
004603 1760-EXIT.
004604     EXIT.
004605
004606******************************************************
004607*  2000-SIMULATE-ONE-RECORD - FRAME RECORDS PASS BY;  *
004608*  EVERY DETAIL IS EDITED UNDER BOTH RULE SETS AND    *
004610*  THE DISPOSITIONS COMPARED.                         *
004620******************************************************
004630 2000-SIMULATE-ONE-RECORD.
004650         GO TO 2000-NEXT
004660     END-IF.
004670     ADD 1 TO IFT-RECORDS-READ.
004675     PERFORM 2150-CHECK-CLOSED-PERIOD THRU 2150-EXIT.
004680     PERFORM 2200-EDIT-UNDER-LIVE THRU 2200-EXIT.
004690     PERFORM 2300-EDIT-UNDER-PROP THRU 2300-EXIT.
004700     PERFORM 2400-COMPARE-DISPOSITIONS THRU 2400-EXIT.
004780         AT END SET IFT-TRAN-AT-EOF TO TRUE
004790     END-READ.
004800 2100-EXIT.
004801     EXIT.
004802
004803******************************************************
004804*  2150-CHECK-CLOSED-PERIOD - WHETHER THE DETAIL'S    *
004806*  DATE FALLS IN A CLOSED PERIOD DOES NOT DEPEND ON   *
004807*  THE RULE SET, SO IT IS LOOKED UP ONCE; WHAT IS     *
004808*  DONE ABOUT IT DOES, AND IS DECIDED IN 2200/2300.   *
004809******************************************************
004810 2150-CHECK-CLOSED-PERIOD.
004812     MOVE "N" TO IFT-CLOSED-PERIOD-SWITCH.
004813     IF IFT-CAL-TABLE-COUNT = ZERO
004814         GO TO 2150-EXIT
004815     END-IF.
004816     SEARCH ALL IFT-CAL-ENTRY
004818         AT END
004819             CONTINUE
004820         WHEN IFT-CAL-TBL-DATE (IFT-CAL-INDEX) = IFT-TRAN-EFF-DATE
004821             IF IFT-CAL-TBL-CLOSED (IFT-CAL-INDEX)
004822                 SET IFT-DATE-IN-CLOSED-PERIOD TO TRUE
004824             END-IF
004825     END-SEARCH.
004826 2150-EXIT.
004827     EXIT.
004828
004830******************************************************
004840*  2200-EDIT-UNDER-LIVE - THE EDIT STEP'S SEQUENCE    *
004850*  AGAINST THE LIVE TABLE.  THE FIRST FAILING EDIT    *
005050         MOVE "RC01" TO IFT-LIVE-REASON
005060         GO TO 2200-EXIT
005070     END-IF.
005080     IF IFT-DATE-IN-CLOSED-PERIOD
005090         IF NOT IFT-LIV-CLOSED-BACKVALUE (IFT-LIVE-FOUND-SUB)
005100             MOVE "RC07" TO IFT-LIVE-REASON
005110             GO TO 2200-EXIT
005111         END-IF
005112     ELSE
005113         IF IFT-TRAN-EFF-DATE < IFT-CTL-DATE-LOW
005115            OR IFT-TRAN-EFF-DATE > IFT-CTL-DATE-HIGH
005116             MOVE "RC02" TO IFT-LIVE-REASON
005117             GO TO 2200-EXIT
005118         END-IF
005120     END-IF.
005130     IF IFT-TRAN-AMOUNT < ZERO
005135        AND IFT-TRAN-ORIG-RECORD-ID = SPACES
005570         MOVE "RC01" TO IFT-PROP-REASON
005580         GO TO 2300-EXIT
005590     END-IF.
005600     IF IFT-DATE-IN-CLOSED-PERIOD
005610         IF NOT IFT-PRP-CLOSED-BACKVALUE (IFT-PROP-FOUND-SUB)
005620             MOVE "RC07" TO IFT-PROP-REASON
005630             GO TO 2300-EXIT
005631         END-IF
005632     ELSE
005633         IF IFT-TRAN-EFF-DATE < IFT-CTL-DATE-LOW
005635            OR IFT-TRAN-EFF-DATE > IFT-CTL-DATE-HIGH
005636             MOVE "RC02" TO IFT-PROP-REASON
005637             GO TO 2300-EXIT
005638         END-IF
005640     END-IF.
005650     IF IFT-TRAN-AMOUNT < ZERO
005655        AND IFT-TRAN-ORIG-RECORD-ID = SPACES
006580 2470-FIND-REASON-ROW.
006590     PERFORM 2472-TEST-REASON-ROW THRU 2472-EXIT
006600         VARYING IFT-REASON-SUB FROM 1 BY 1
006610         UNTIL IFT-REASON-SUB > 4
006620            OR IFT-LIVE-REASON
006630               = IFT-REASON-CODE-ENTRY (IFT-REASON-SUB).
006640 2470-EXIT.
006720 2475-FIND-PROP-REASON-ROW.
006730     PERFORM 2472-TEST-REASON-ROW THRU 2472-EXIT
006740         VARYING IFT-REASON-SUB FROM 1 BY 1
006750         UNTIL IFT-REASON-SUB > 4
006760            OR IFT-PROP-REASON
006770               = IFT-REASON-CODE-ENTRY (IFT-REASON-SUB).
006780 2475-EXIT.
007110         AFTER ADVANCING 2 LINES.
007120     PERFORM 3100-PRINT-ONE-REASON THRU 3100-EXIT
007130         VARYING IFT-REASON-SUB FROM 1 BY 1
007140         UNTIL IFT-REASON-SUB > 5.
007150
007160     MOVE SPACES TO IFT-RPT-SECTION-LINE.
007170     MOVE "EXCEPTIONS BY TRANSACTION CODE - LIVE THEN PROPOSED"
