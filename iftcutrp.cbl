000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    IFTCUTRP.
000120 AUTHOR.        D MCCARRON.
000130 INSTALLATION.  DAILY OPERATIONS.
000140 DATE-WRITTEN.  10/14/2026.
000150 DATE-COMPILED.
000160
000170******************************************************
000180*  MODIFICATION HISTORY                               *
000190*  --------------------------------------------------  *
000200*  10/14/2026  DM   ORIGINAL PROGRAM.  MONTH-END       *
000210*                   CUTOFF REPORT FOR AN ACCOUNTING    *
000220*                   PERIOD, FROM AN UNLOAD OF THE      *
000230*                   TRANSACTION HISTORY MASTER AND THE *
000240*                   BUSINESS CALENDAR.  SHOWS WHAT     *
000250*                   POSTED IN THE CLOSING PERIOD AND   *
000260*                   LISTS WHAT SLIPPED INTO THE NEXT   *
000270*                   ONE - ITEMS DATED IN OR BEFORE THE *
000280*                   CLOSING PERIOD BUT CARRIED BY A    *
000290*                   RUN IN THE NEXT, AND ITEMS THE     *
000300*                   EDIT BACK-VALUED OUT OF A CLOSED   *
000310*                   PERIOD.  A DATE'S PERIOD IS THE    *
000320*                   CALENDAR'S; A DATE NOT ON THE      *
000330*                   CALENDAR FALLS IN ITS OWN MONTH.   *
000340*                   THE CUTCTL CARD NAMES THE PERIOD   *
000350*                   (YYYYMM); A BLANK CARD REPORTS THE *
000360*                   LATEST PERIOD CLOSED ON THE        *
000370*                   CALENDAR.                          *
000380******************************************************
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.   IBM-370.
000430 OBJECT-COMPUTER.   IBM-370.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT IFT-CUTCTL-FILE
000480         ASSIGN TO CUTCTL
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS IFT-CUTCTL-FILE-STATUS.
000510
000520     SELECT IFT-CALFLAT-FILE
000530         ASSIGN TO CALFLAT
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS IFT-CALFLAT-FILE-STATUS.
000560
000570     SELECT IFT-HSTFLAT-FILE
000580         ASSIGN TO HSTFLAT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS IFT-HSTFLAT-FILE-STATUS.
000610
000620     SELECT IFT-RPT-FILE
000630         ASSIGN TO RPTOUT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS IFT-RPT-FILE-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  IFT-CUTCTL-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 01  IFT-CUT-CONTROL-CARD.
000730     05  IFT-CUT-REPORT-PERIOD      PIC X(06).
000740     05  IFT-CUT-REPORT-PERIOD-N REDEFINES
000750         IFT-CUT-REPORT-PERIOD      PIC 9(06).
000760     05  FILLER                     PIC X(74).
000770
000780 FD  IFT-CALFLAT-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810     COPY IFTCALM.
000820
000830 FD  IFT-HSTFLAT-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860     COPY IFTHIST.
000870
000880 FD  IFT-RPT-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910 01  IFT-RPT-RECORD                 PIC X(133).
000920
000930 WORKING-STORAGE SECTION.
000940
000950******************************************************
000960*  FILE STATUS AND END-OF-FILE SWITCHES               *
000970******************************************************
000980 77  IFT-CUTCTL-FILE-STATUS      PIC X(02) VALUE SPACES.
000990 77  IFT-CALFLAT-FILE-STATUS     PIC X(02) VALUE SPACES.
001000 77  IFT-HSTFLAT-FILE-STATUS     PIC X(02) VALUE SPACES.
001010 77  IFT-RPT-FILE-STATUS         PIC X(02) VALUE SPACES.
001020
001030 77  IFT-CALFLAT-EOF-SWITCH      PIC X(01) VALUE "N".
001040     88  IFT-CALFLAT-AT-EOF                 VALUE "Y".
001050 77  IFT-HSTFLAT-EOF-SWITCH      PIC X(01) VALUE "N".
001060     88  IFT-HSTFLAT-AT-EOF                 VALUE "Y".
001070
001080******************************************************
001090*  RUN COUNTERS AND WORK FIELDS                       *
001100******************************************************
001110 77  IFT-ENTRIES-READ            PIC 9(09) COMP-3 VALUE ZERO.
001120 77  IFT-CLOSING-PERIOD          PIC 9(06) VALUE ZERO.
001130 77  IFT-NEXT-PERIOD             PIC 9(06) VALUE ZERO.
001140 77  IFT-LATEST-CLOSED-PERIOD    PIC 9(06) VALUE ZERO.
001150 77  IFT-PERIOD-FIRST-DATE       PIC 9(08) VALUE ZERO.
001160 77  IFT-PERIOD-LAST-DATE        PIC 9(08) VALUE ZERO.
001170 77  IFT-LOOKUP-DATE             PIC 9(08) VALUE ZERO.
001180 77  IFT-LOOKUP-PERIOD           PIC 9(06) VALUE ZERO.
001190 77  IFT-EFF-PERIOD              PIC 9(06) VALUE ZERO.
001200 77  IFT-POSTED-PERIOD           PIC 9(06) VALUE ZERO.
001210 77  IFT-SLIP-REASON             PIC X(12) VALUE SPACES.
001220
001230 77  IFT-RUN-DATE                PIC 9(08) VALUE ZERO.
001240 77  IFT-RUN-TIME                PIC 9(06) VALUE ZERO.
001250
001260******************************************************
001270*  CUTOFF ACCUMULATORS - POSTED IN THE CLOSING        *
001280*  PERIOD (DATED IN IT, DATED EARLIER, BACK-VALUED    *
001290*  INTO IT) AND SLIPPED INTO THE NEXT (POSTED LATE,   *
001300*  BACK-VALUED OUT OF A CLOSED PERIOD).               *
001310******************************************************
001320 01  IFT-CUTOFF-TOTALS.
001330     05  IFT-IN-PERIOD-COUNT     PIC 9(09)     COMP-3 VALUE ZERO.
001340     05  IFT-IN-PERIOD-AMOUNT    PIC S9(13)V99 COMP-3 VALUE ZERO.
001350     05  IFT-EARLIER-COUNT       PIC 9(09)     COMP-3 VALUE ZERO.
001360     05  IFT-EARLIER-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.
001370     05  IFT-BV-INTO-COUNT       PIC 9(09)     COMP-3 VALUE ZERO.
001380     05  IFT-BV-INTO-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.
001390     05  IFT-POSTED-COUNT        PIC 9(09)     COMP-3 VALUE ZERO.
001400     05  IFT-POSTED-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZERO.
001410     05  IFT-LATE-COUNT          PIC 9(09)     COMP-3 VALUE ZERO.
001420     05  IFT-LATE-AMOUNT         PIC S9(13)V99 COMP-3 VALUE ZERO.
001430     05  IFT-BV-OUT-COUNT        PIC 9(09)     COMP-3 VALUE ZERO.
001440     05  IFT-BV-OUT-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZERO.
001450     05  IFT-SLIPPED-COUNT       PIC 9(09)     COMP-3 VALUE ZERO.
001460     05  IFT-SLIPPED-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.
001470
001480******************************************************
001490*  BUSINESS CALENDAR TABLE - DATE AND PERIOD, IN DATE *
001500*  ORDER AS THE KEYED UNLOAD DELIVERS IT.             *
001510******************************************************
001520 77  IFT-CAL-TABLE-COUNT         PIC 9(04) COMP   VALUE ZERO.
001530 77  IFT-CAL-ENTRY-SUB           PIC 9(04) COMP   VALUE ZERO.
001540 01  IFT-CAL-TABLE.
001550     05  IFT-CAL-ENTRY           OCCURS 6000 TIMES
001560         ASCENDING KEY IS IFT-CAL-TBL-DATE
001570         INDEXED BY IFT-CAL-INDEX.
001580         10  IFT-CAL-TBL-DATE    PIC 9(08).
001590         10  IFT-CAL-TBL-PERIOD  PIC 9(06).
001600
001610******************************************************
001620*  REPORT LINE LAYOUTS                                *
001630******************************************************
001640 01  IFT-RPT-HEADING-1.
001650     05  FILLER                  PIC X(01) VALUE SPACES.
001660     05  FILLER                  PIC X(33)
001670         VALUE "IFTCUTRP MONTH-END CUTOFF REPORT".
001680     05  FILLER                  PIC X(08) VALUE "PERIOD ".
001690     05  IFT-CH1-PERIOD          PIC 9(06).
001700     05  FILLER                  PIC X(08) VALUE "  NEXT ".
001710     05  IFT-CH1-NEXT-PERIOD     PIC 9(06).
001720     05  FILLER                  PIC X(12) VALUE "  RUN DATE ".
001730     05  IFT-CH1-RUN-DATE        PIC 9(08).
001740     05  FILLER                  PIC X(11) VALUE "  RUN TIME ".
001750     05  IFT-CH1-RUN-TIME        PIC 9(06).
001760     05  FILLER                  PIC X(34) VALUE SPACES.
001770
001780 01  IFT-RPT-HEADING-2.
001790     05  FILLER                  PIC X(01) VALUE SPACES.
001800     05  FILLER                  PIC X(22)
001810         VALUE "CLOSING PERIOD RUNS ".
001820     05  IFT-CH2-FIRST-DATE      PIC 9(08).
001830     05  FILLER                  PIC X(06) VALUE " THRU ".
001840     05  IFT-CH2-LAST-DATE       PIC 9(08).
001850     05  FILLER                  PIC X(88) VALUE SPACES.
001860
001870 01  IFT-RPT-HEADING-3.
001880     05  FILLER                  PIC X(01) VALUE SPACES.
001890     05  FILLER                  PIC X(50)
001900         VALUE "ITEMS SLIPPED INTO THE NEXT PERIOD".
001910     05  FILLER                  PIC X(82) VALUE SPACES.
001920
001930 01  IFT-RPT-HEADING-4.
001940     05  FILLER                  PIC X(01) VALUE SPACES.
001950     05  FILLER                  PIC X(60) VALUE
001960         "RECORD ID  CODE SOURCE   EFF DATE RUN DATE".
001970     05  FILLER                  PIC X(30) VALUE
001980         "         AMOUNT  SLIPPED AS".
001990     05  FILLER                  PIC X(42) VALUE SPACES.
002000
002010 01  IFT-RPT-DETAIL-LINE.
002020     05  FILLER                  PIC X(01) VALUE SPACES.
002030     05  IFT-CD-RECORD-ID        PIC X(10).
002040     05  FILLER                  PIC X(01) VALUE SPACES.
002050     05  IFT-CD-TRAN-CODE        PIC X(04).
002060     05  FILLER                  PIC X(01) VALUE SPACES.
002070     05  IFT-CD-SOURCE-SYS       PIC X(08).
002080     05  FILLER                  PIC X(01) VALUE SPACES.
002090     05  IFT-CD-EFF-DATE         PIC 9(08).
002100     05  FILLER                  PIC X(01) VALUE SPACES.
002110     05  IFT-CD-RUN-DATE         PIC 9(08).
002120     05  FILLER                  PIC X(18) VALUE SPACES.
002130     05  IFT-CD-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  IFT-CD-SLIP-REASON      PIC X(12).
002160     05  FILLER                  PIC X(43) VALUE SPACES.
002170
002180 01  IFT-RPT-SECTION-LINE.
002190     05  FILLER                  PIC X(01) VALUE SPACES.
002200     05  IFT-CS-TITLE            PIC X(50).
002210     05  FILLER                  PIC X(82) VALUE SPACES.
002220
002230 01  IFT-RPT-TOTAL-LINE.
002240     05  FILLER                  PIC X(03) VALUE SPACES.
002250     05  IFT-CT-LABEL            PIC X(45).
002260     05  IFT-CT-COUNT            PIC ZZZ,ZZZ,ZZ9.
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  IFT-CT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002290     05  FILLER                  PIC X(50) VALUE SPACES.
002300
002310 PROCEDURE DIVISION.
002320
002330******************************************************
002340*  0000-MAINLINE                                      *
002350******************************************************
002360 0000-MAINLINE.
002370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002380     IF RETURN-CODE = 16
002390         GO TO 0000-EXIT
002400     END-IF.
002410     PERFORM 2000-CLASSIFY-ONE-ENTRY THRU 2000-EXIT
002420         UNTIL IFT-HSTFLAT-AT-EOF.
002430     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002440 0000-EXIT.
002450     STOP RUN.
002460
002470******************************************************
002480*  1000-INITIALIZE - READ THE CARD, TABLE THE         *
002490*  CALENDAR, SETTLE THE CLOSING AND NEXT PERIODS,     *
002500*  THEN OPEN THE HISTORY UNLOAD AND THE REPORT.       *
002510******************************************************
002520 1000-INITIALIZE.
002530     ACCEPT IFT-RUN-DATE FROM DATE YYYYMMDD.
002540     ACCEPT IFT-RUN-TIME FROM TIME.
002550     OPEN INPUT IFT-CUTCTL-FILE.
002560     IF IFT-CUTCTL-FILE-STATUS NOT = "00"
002570         DISPLAY "IF70001E CUTOFF CONTROL CARD COULD NOT BE "
002580                 "OPENED"
002590         MOVE 16 TO RETURN-CODE
002600         GO TO 1000-EXIT
002610     END-IF.
002620     READ IFT-CUTCTL-FILE
002630         AT END
002640             MOVE SPACES TO IFT-CUT-CONTROL-CARD
002650     END-READ.
002660     CLOSE IFT-CUTCTL-FILE.
002670     IF IFT-CUT-REPORT-PERIOD NOT = SPACES
002680         IF IFT-CUT-REPORT-PERIOD-N NOT NUMERIC
002690             DISPLAY "IF70002E CUTOFF PERIOD ON THE CARD IS "
002700                     "NOT NUMERIC"
002710             MOVE 16 TO RETURN-CODE
002720             GO TO 1000-EXIT
002730         END-IF
002740         MOVE IFT-CUT-REPORT-PERIOD-N TO IFT-CLOSING-PERIOD
002750     END-IF.
002760
002770     PERFORM 1100-LOAD-CALENDAR-TABLE THRU 1100-EXIT.
002780     IF RETURN-CODE = 16
002790         GO TO 1000-EXIT
002800     END-IF.
002810     IF IFT-CLOSING-PERIOD = ZERO
002820         IF IFT-LATEST-CLOSED-PERIOD = ZERO
002830             DISPLAY "IF70005E NO PERIOD ON THE CARD AND NONE "
002840                     "CLOSED ON THE CALENDAR"
002850             MOVE 16 TO RETURN-CODE
002860             GO TO 1000-EXIT
002870         END-IF
002880         MOVE IFT-LATEST-CLOSED-PERIOD TO IFT-CLOSING-PERIOD
002890     END-IF.
002900     PERFORM 1200-FIND-PERIOD-BOUNDS THRU 1200-EXIT
002910         VARYING IFT-CAL-ENTRY-SUB FROM 1 BY 1
002920         UNTIL IFT-CAL-ENTRY-SUB > IFT-CAL-TABLE-COUNT
002930            OR IFT-NEXT-PERIOD NOT = ZERO.
002940     IF IFT-PERIOD-FIRST-DATE = ZERO
002950         DISPLAY "IF70006E PERIOD " IFT-CLOSING-PERIOD
002960                 " IS NOT ON THE CALENDAR"
002970         MOVE 16 TO RETURN-CODE
002980         GO TO 1000-EXIT
002990     END-IF.
003000     IF IFT-NEXT-PERIOD = ZERO
003010         DISPLAY "IF70007W NO PERIOD FOLLOWS " IFT-CLOSING-PERIOD
003020                 " ON THE CALENDAR - NOTHING CAN HAVE SLIPPED"
003030         MOVE 4 TO RETURN-CODE
003040     END-IF.
003050
003060     OPEN INPUT IFT-HSTFLAT-FILE.
003070     IF IFT-HSTFLAT-FILE-STATUS NOT = "00"
003080         DISPLAY "IF70008E HISTORY MASTER UNLOAD COULD NOT BE "
003090                 "OPENED"
003100         MOVE 16 TO RETURN-CODE
003110         GO TO 1000-EXIT
003120     END-IF.
003130     OPEN OUTPUT IFT-RPT-FILE.
003140     IF IFT-RPT-FILE-STATUS NOT = "00"
003150         DISPLAY "IF70009E REPORT FILE COULD NOT BE OPENED"
003160         MOVE 16 TO RETURN-CODE
003170         CLOSE IFT-HSTFLAT-FILE
003180         GO TO 1000-EXIT
003190     END-IF.
003200
003210     MOVE IFT-CLOSING-PERIOD    TO IFT-CH1-PERIOD.
003220     MOVE IFT-NEXT-PERIOD       TO IFT-CH1-NEXT-PERIOD.
003230     MOVE IFT-RUN-DATE          TO IFT-CH1-RUN-DATE.
003240     MOVE IFT-RUN-TIME          TO IFT-CH1-RUN-TIME.
003250     MOVE IFT-PERIOD-FIRST-DATE TO IFT-CH2-FIRST-DATE.
003260     MOVE IFT-PERIOD-LAST-DATE  TO IFT-CH2-LAST-DATE.
003270     WRITE IFT-RPT-RECORD FROM IFT-RPT-HEADING-1
003280         AFTER ADVANCING PAGE.
003290     WRITE IFT-RPT-RECORD FROM IFT-RPT-HEADING-2
003300         AFTER ADVANCING 1 LINE.
003310     WRITE IFT-RPT-RECORD FROM IFT-RPT-HEADING-3
003320         AFTER ADVANCING 2 LINES.
003330     WRITE IFT-RPT-RECORD FROM IFT-RPT-HEADING-4
003340         AFTER ADVANCING 1 LINE.
003350
003360     PERFORM 2100-READ-HISTORY-UNLOAD THRU 2100-EXIT.
003370 1000-EXIT.
003380     EXIT.
003390
003400******************************************************
003410*  1100-LOAD-CALENDAR-TABLE - TABLE THE CALENDAR      *
003420*  UNLOAD, SKIPPING THE ALL-NINES SENTINEL, AND NOTE  *
003430*  THE LATEST CLOSED PERIOD FOR A BLANK CARD.         *
003440******************************************************
003450 1100-LOAD-CALENDAR-TABLE.
003460     MOVE HIGH-VALUES TO IFT-CAL-TABLE.
003470     OPEN INPUT IFT-CALFLAT-FILE.
003480     IF IFT-CALFLAT-FILE-STATUS NOT = "00"
003490         DISPLAY "IF70003E BUSINESS CALENDAR UNLOAD COULD NOT "
003500                 "BE OPENED"
003510         MOVE 16 TO RETURN-CODE
003520         GO TO 1100-EXIT
003530     END-IF.
003540     PERFORM 1150-READ-CALENDAR-UNLOAD THRU 1150-EXIT.
003550     PERFORM 1160-TABLE-ONE-DATE THRU 1160-EXIT
003560         UNTIL IFT-CALFLAT-AT-EOF
003570            OR RETURN-CODE = 16.
003580     CLOSE IFT-CALFLAT-FILE.
003590 1100-EXIT.
003600     EXIT.
003610
003620 1150-READ-CALENDAR-UNLOAD.
003630     READ IFT-CALFLAT-FILE
003640         AT END SET IFT-CALFLAT-AT-EOF TO TRUE
003650     END-READ.
003660 1150-EXIT.
003670     EXIT.
003680
003690 1160-TABLE-ONE-DATE.
003700     IF IFT-CAL-DATE = 99999999
003710         GO TO 1160-NEXT
003720     END-IF.
003730     IF IFT-CAL-TABLE-COUNT >= 6000
003740         DISPLAY "IF70004E CALENDAR TABLE FULL - RAISE THE "
003750                 "TABLE OR TRIM THE CALENDAR"
003760         MOVE 16 TO RETURN-CODE
003770         GO TO 1160-EXIT
003780     END-IF.
003790     ADD 1 TO IFT-CAL-TABLE-COUNT.
003800     MOVE IFT-CAL-DATE
003810         TO IFT-CAL-TBL-DATE (IFT-CAL-TABLE-COUNT).
003820     MOVE IFT-CAL-PERIOD
003830         TO IFT-CAL-TBL-PERIOD (IFT-CAL-TABLE-COUNT).
003840     IF IFT-CAL-PERIOD-CLOSED
003850        AND IFT-CAL-PERIOD > IFT-LATEST-CLOSED-PERIOD
003860         MOVE IFT-CAL-PERIOD TO IFT-LATEST-CLOSED-PERIOD
003870     END-IF.
003880 1160-NEXT.
003890     PERFORM 1150-READ-CALENDAR-UNLOAD THRU 1150-EXIT.
003900 1160-EXIT.
003910     EXIT.
003920
003930******************************************************
003940*  1200-FIND-PERIOD-BOUNDS - FIRST AND LAST DATES OF  *
003950*  THE CLOSING PERIOD, AND THE PERIOD THAT FOLLOWS    *
003960*  IT (THE FIRST HIGHER PERIOD ON THE CALENDAR).      *
003970******************************************************
003980 1200-FIND-PERIOD-BOUNDS.
003990     IF IFT-CAL-TBL-PERIOD (IFT-CAL-ENTRY-SUB)
004000             = IFT-CLOSING-PERIOD
004010         IF IFT-PERIOD-FIRST-DATE = ZERO
004020             MOVE IFT-CAL-TBL-DATE (IFT-CAL-ENTRY-SUB)
004030                 TO IFT-PERIOD-FIRST-DATE
004040         END-IF
004050         MOVE IFT-CAL-TBL-DATE (IFT-CAL-ENTRY-SUB)
004060             TO IFT-PERIOD-LAST-DATE
004070         GO TO 1200-EXIT
004080     END-IF.
004090     IF IFT-CAL-TBL-PERIOD (IFT-CAL-ENTRY-SUB)
004100             > IFT-CLOSING-PERIOD
004110         MOVE IFT-CAL-TBL-PERIOD (IFT-CAL-ENTRY-SUB)
004120             TO IFT-NEXT-PERIOD
004130     END-IF.
004140 1200-EXIT.
004150     EXIT.
004160
004170******************************************************
004180*  2000-CLASSIFY-ONE-ENTRY - AN ENTRY CARRIED BY A    *
004190*  RUN IN THE CLOSING PERIOD POSTED THERE; ONE        *
004200*  CARRIED BY A RUN IN THE NEXT PERIOD SLIPPED IF IT  *
004210*  IS DATED IN OR BEFORE THE CLOSING PERIOD OR WAS    *
004220*  BACK-VALUED.  EVERYTHING ELSE, AND THE SEED        *
004230*  SENTINEL, IS PASSED OVER.                          *
004240******************************************************
004250 2000-CLASSIFY-ONE-ENTRY.
004260     IF IFT-HST-RECORD-ID = ALL "9"
004270         GO TO 2000-NEXT
004280     END-IF.
004290     ADD 1 TO IFT-ENTRIES-READ.
004300     MOVE IFT-HST-RUN-DATE TO IFT-LOOKUP-DATE.
004310     PERFORM 2200-LOOK-UP-PERIOD THRU 2200-EXIT.
004320     MOVE IFT-LOOKUP-PERIOD TO IFT-POSTED-PERIOD.
004330     IF IFT-POSTED-PERIOD NOT = IFT-CLOSING-PERIOD
004340        AND IFT-POSTED-PERIOD NOT = IFT-NEXT-PERIOD
004350         GO TO 2000-NEXT
004360     END-IF.
004370     MOVE IFT-HST-EFF-DATE TO IFT-LOOKUP-DATE.
004380     PERFORM 2200-LOOK-UP-PERIOD THRU 2200-EXIT.
004390     MOVE IFT-LOOKUP-PERIOD TO IFT-EFF-PERIOD.
004400     IF IFT-POSTED-PERIOD = IFT-CLOSING-PERIOD
004410         PERFORM 2300-COUNT-POSTED THRU 2300-EXIT
004420     ELSE
004430         PERFORM 2400-COUNT-SLIPPED THRU 2400-EXIT
004440     END-IF.
004450 2000-NEXT.
004460     PERFORM 2100-READ-HISTORY-UNLOAD THRU 2100-EXIT.
004470 2000-EXIT.
004480     EXIT.
004490
004500******************************************************
004510*  2100-READ-HISTORY-UNLOAD                            *
004520******************************************************
004530 2100-READ-HISTORY-UNLOAD.
004540     READ IFT-HSTFLAT-FILE
004550         AT END SET IFT-HSTFLAT-AT-EOF TO TRUE
004560     END-READ.
004570 2100-EXIT.
004580     EXIT.
004590
004600******************************************************
004610*  2200-LOOK-UP-PERIOD - THE CALENDAR'S PERIOD FOR    *
004620*  THE LOOKUP DATE; A DATE NOT ON THE CALENDAR FALLS  *
004630*  IN ITS OWN CALENDAR MONTH.                         *
004640******************************************************
004650 2200-LOOK-UP-PERIOD.
004660     MOVE IFT-LOOKUP-DATE (1:6) TO IFT-LOOKUP-PERIOD.
004670     IF IFT-CAL-TABLE-COUNT = ZERO
004680         GO TO 2200-EXIT
004690     END-IF.
004700     SEARCH ALL IFT-CAL-ENTRY
004710         AT END
004720             CONTINUE
004730         WHEN IFT-CAL-TBL-DATE (IFT-CAL-INDEX) = IFT-LOOKUP-DATE
004740             MOVE IFT-CAL-TBL-PERIOD (IFT-CAL-INDEX)
004750                 TO IFT-LOOKUP-PERIOD
004760     END-SEARCH.
004770 2200-EXIT.
004780     EXIT.
004790
004800******************************************************
004810*  2300-COUNT-POSTED - POSTED IN THE CLOSING PERIOD.  *
004820******************************************************
004830 2300-COUNT-POSTED.
004840     ADD 1 TO IFT-POSTED-COUNT.
004850     ADD IFT-HST-AMOUNT TO IFT-POSTED-AMOUNT.
004860     IF IFT-HST-BACKVALUED
004870         ADD 1 TO IFT-BV-INTO-COUNT
004880         ADD IFT-HST-AMOUNT TO IFT-BV-INTO-AMOUNT
004890         GO TO 2300-EXIT
004900     END-IF.
004910     IF IFT-EFF-PERIOD < IFT-CLOSING-PERIOD
004920         ADD 1 TO IFT-EARLIER-COUNT
004930         ADD IFT-HST-AMOUNT TO IFT-EARLIER-AMOUNT
004940     ELSE
004950         ADD 1 TO IFT-IN-PERIOD-COUNT
004960         ADD IFT-HST-AMOUNT TO IFT-IN-PERIOD-AMOUNT
004970     END-IF.
004980 2300-EXIT.
004990     EXIT.
005000
005010******************************************************
005020*  2400-COUNT-SLIPPED - CARRIED BY A RUN IN THE NEXT  *
005030*  PERIOD.  A BACK-VALUED ITEM WAS MOVED THERE OUT OF *
005040*  A CLOSED PERIOD; ANY OTHER ITEM DATED IN OR BEFORE *
005050*  THE CLOSING PERIOD POSTED LATE.  EACH IS LISTED.   *
005060******************************************************
005070 2400-COUNT-SLIPPED.
005080     IF IFT-HST-BACKVALUED
005090         ADD 1 TO IFT-BV-OUT-COUNT
005100         ADD IFT-HST-AMOUNT TO IFT-BV-OUT-AMOUNT
005110         MOVE "BACK-VALUED" TO IFT-SLIP-REASON
005120     ELSE
005130         IF IFT-EFF-PERIOD > IFT-CLOSING-PERIOD
005140             GO TO 2400-EXIT
005150         END-IF
005160         ADD 1 TO IFT-LATE-COUNT
005170         ADD IFT-HST-AMOUNT TO IFT-LATE-AMOUNT
005180         MOVE "POSTED LATE" TO IFT-SLIP-REASON
005190     END-IF.
005200     ADD 1 TO IFT-SLIPPED-COUNT.
005210     ADD IFT-HST-AMOUNT TO IFT-SLIPPED-AMOUNT.
005220     MOVE SPACES               TO IFT-RPT-DETAIL-LINE.
005230     MOVE IFT-HST-RECORD-ID    TO IFT-CD-RECORD-ID.
005240     MOVE IFT-HST-TRAN-CODE    TO IFT-CD-TRAN-CODE.
005250     MOVE IFT-HST-SOURCE-SYS   TO IFT-CD-SOURCE-SYS.
005260     MOVE IFT-HST-EFF-DATE     TO IFT-CD-EFF-DATE.
005270     MOVE IFT-HST-RUN-DATE     TO IFT-CD-RUN-DATE.
005280     MOVE IFT-HST-AMOUNT       TO IFT-CD-AMOUNT.
005290     MOVE IFT-SLIP-REASON      TO IFT-CD-SLIP-REASON.
005300     WRITE IFT-RPT-RECORD FROM IFT-RPT-DETAIL-LINE
005310         AFTER ADVANCING 1 LINE.
005320 2400-EXIT.
005330     EXIT.
005340
005350******************************************************
005360*  3000-FINALIZE - THE TWO SUMMARY BLOCKS, THEN       *
005370*  CLOSE UP.                                          *
005380******************************************************
005390 3000-FINALIZE.
005400     MOVE SPACES TO IFT-RPT-SECTION-LINE.
005410     MOVE "POSTED IN THE CLOSING PERIOD" TO IFT-CS-TITLE.
005420     WRITE IFT-RPT-RECORD FROM IFT-RPT-SECTION-LINE
005430         AFTER ADVANCING 3 LINES.
005440     MOVE "DATED IN THE PERIOD  . . . . . . . . . . ."
005450         TO IFT-CT-LABEL.
005460     MOVE IFT-IN-PERIOD-COUNT  TO IFT-CT-COUNT.
005470     MOVE IFT-IN-PERIOD-AMOUNT TO IFT-CT-AMOUNT.
005480     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
005490     MOVE "DATED IN AN EARLIER PERIOD . . . . . . . ."
005500         TO IFT-CT-LABEL.
005510     MOVE IFT-EARLIER-COUNT    TO IFT-CT-COUNT.
005520     MOVE IFT-EARLIER-AMOUNT   TO IFT-CT-AMOUNT.
005530     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
005540     MOVE "BACK-VALUED INTO THE PERIOD  . . . . . . ."
005550         TO IFT-CT-LABEL.
005560     MOVE IFT-BV-INTO-COUNT    TO IFT-CT-COUNT.
005570     MOVE IFT-BV-INTO-AMOUNT   TO IFT-CT-AMOUNT.
005580     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
005590     MOVE "TOTAL POSTED IN THE PERIOD . . . . . . . ."
005600         TO IFT-CT-LABEL.
005610     MOVE IFT-POSTED-COUNT     TO IFT-CT-COUNT.
005620     MOVE IFT-POSTED-AMOUNT    TO IFT-CT-AMOUNT.
005630     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
005640
005650     MOVE SPACES TO IFT-RPT-SECTION-LINE.
005660     MOVE "SLIPPED INTO THE NEXT PERIOD" TO IFT-CS-TITLE.
005670     WRITE IFT-RPT-RECORD FROM IFT-RPT-SECTION-LINE
005680         AFTER ADVANCING 2 LINES.
005690     MOVE "DATED IN OR BEFORE THE PERIOD, POSTED LATE"
005700         TO IFT-CT-LABEL.
005710     MOVE IFT-LATE-COUNT       TO IFT-CT-COUNT.
005720     MOVE IFT-LATE-AMOUNT      TO IFT-CT-AMOUNT.
005730     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
005740     MOVE "BACK-VALUED OUT OF A CLOSED PERIOD . . . ."
005750         TO IFT-CT-LABEL.
005760     MOVE IFT-BV-OUT-COUNT     TO IFT-CT-COUNT.
005770     MOVE IFT-BV-OUT-AMOUNT    TO IFT-CT-AMOUNT.
005780     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
005790     MOVE "TOTAL SLIPPED INTO THE NEXT PERIOD . . . ."
005800         TO IFT-CT-LABEL.
005810     MOVE IFT-SLIPPED-COUNT    TO IFT-CT-COUNT.
005820     MOVE IFT-SLIPPED-AMOUNT   TO IFT-CT-AMOUNT.
005830     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
005840
005850     CLOSE IFT-HSTFLAT-FILE.
005860     CLOSE IFT-RPT-FILE.
005870     DISPLAY "IF70099I HISTORY ENTRIES READ: " IFT-ENTRIES-READ.
005880     DISPLAY "IF70098I POSTED IN PERIOD:     " IFT-POSTED-COUNT.
005890     DISPLAY "IF70097I SLIPPED INTO NEXT:    " IFT-SLIPPED-COUNT.
005900 3000-EXIT.
005910     EXIT.
005920
005930 3100-WRITE-TOTAL-LINE.
005940     WRITE IFT-RPT-RECORD FROM IFT-RPT-TOTAL-LINE
005950         AFTER ADVANCING 1 LINE.
005960 3100-EXIT.
005970     EXIT.
