000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    IFTARCIQ.
000120 AUTHOR.        D MCCARRON.
000130 INSTALLATION.  DAILY OPERATIONS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************
000180*  MODIFICATION HISTORY                               *
000190*  --------------------------------------------------  *
000200*  10/15/2026  DM   ORIGINAL PROGRAM.  REQUEST-CARD    *
000210*                   RETRIEVAL FROM THE PURGE ARCHIVES  *
000220*                   - THE ANSWER FOR AN ITEM OLDER     *
000230*                   THAN THE RETENTION WINDOW, WHERE   *
000240*                   IFTHSTIQ ENDS NOT-ON-FILE.  EACH   *
000250*                   CARD SELECTS BY RECORD ID,         *
000260*                   EFFECTIVE DATE RANGE AND TRAN      *
000270*                   CODE (BLANK = ANY).  THE HISTORY,  *
000280*                   SUSPENSE AND PROCESSED-ID ARCHIVE  *
000290*                   GENERATIONS THE JOB CONCATENATES   *
000300*                   ARE EACH READ ONCE AND EVERY MATCH *
000310*                   IS HELD AGAINST ITS CARD, SO THE   *
000320*                   REPORT PRINTS EACH REQUEST WITH    *
000330*                   ALL ITS ENTRIES TOGETHER, THE WAY  *
000340*                   IFTHSTIQ PRINTS A LIVE INQUIRY.    *
000350*                   EVERY GENERATION SEARCHED IS       *
000360*                   PROVED AGAINST ITS CONTROL-TOTAL   *
000370*                   TRAILER.                           *
000380******************************************************
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.   IBM-370.
000430 OBJECT-COMPUTER.   IBM-370.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT IFT-REQ-FILE
000480         ASSIGN TO REQIN
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS IFT-REQ-FILE-STATUS.
000510
000520     SELECT IFT-HSTA-FILE
000530         ASSIGN TO HSTARCH
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS IFT-HSTA-FILE-STATUS.
000560
000570     SELECT IFT-SUSA-FILE
000580         ASSIGN TO SUSARCH
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS IFT-SUSA-FILE-STATUS.
000610
000620     SELECT IFT-DUPA-FILE
000630         ASSIGN TO DUPARCH
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS IFT-DUPA-FILE-STATUS.
000660
000670     SELECT IFT-RPT-FILE
000680         ASSIGN TO RPTOUT
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS IFT-RPT-FILE-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740*    REQUEST CARD - ANY FIELD LEFT BLANK MATCHES ANYTHING,
000750*    BUT A CARD MUST SELECT ON AT LEAST ONE.  THE DATES ARE
000760*    TESTED AGAINST THE EFFECTIVE DATE OF A HISTORY OR
000770*    SUSPENSE ENTRY AND THE FIRST-SEEN DATE OF A PROCESSED-
000780*    ID ENTRY.
000790 FD  IFT-REQ-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 01  IFT-ARCHIVE-REQUEST-CARD.
000830     05  IFT-ARQ-RECORD-ID          PIC X(10).
000840     05  IFT-ARQ-DATE-FROM          PIC X(08).
000850     05  IFT-ARQ-DATE-FROM-N REDEFINES IFT-ARQ-DATE-FROM
000860                                    PIC 9(08).
000870     05  IFT-ARQ-DATE-TO            PIC X(08).
000880     05  IFT-ARQ-DATE-TO-N REDEFINES IFT-ARQ-DATE-TO
000890                                    PIC 9(08).
000900     05  IFT-ARQ-TRAN-CODE          PIC X(04).
000910     05  FILLER                     PIC X(50).
000920
000930 FD  IFT-HSTA-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960     COPY IFTHIST.
000970
000980 FD  IFT-SUSA-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010     COPY IFTSUSM.
001020
001030 FD  IFT-DUPA-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060     COPY IFTDUPM.
001070
001080 FD  IFT-RPT-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 01  IFT-RPT-RECORD                 PIC X(133).
001120
001130 WORKING-STORAGE SECTION.
001140
001150 77  IFT-REQ-FILE-STATUS          PIC X(02) VALUE SPACES.
001160 77  IFT-HSTA-FILE-STATUS         PIC X(02) VALUE SPACES.
001170 77  IFT-SUSA-FILE-STATUS         PIC X(02) VALUE SPACES.
001180 77  IFT-DUPA-FILE-STATUS         PIC X(02) VALUE SPACES.
001190 77  IFT-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
001200
001210 77  IFT-REQ-EOF-SWITCH           PIC X(01) VALUE "N".
001220     88  IFT-REQ-AT-EOF                      VALUE "Y".
001230 77  IFT-ARCH-EOF-SWITCH          PIC X(01) VALUE "N".
001240     88  IFT-ARCH-AT-EOF                     VALUE "Y".
001250 77  IFT-PROVE-AMOUNT-SWITCH      PIC X(01) VALUE "N".
001260     88  IFT-PROVE-AMOUNT                    VALUE "Y".
001270
001280 77  IFT-CARDS-READ               PIC 9(09) COMP-3 VALUE ZERO.
001290 77  IFT-REQUESTS-ANSWERED        PIC 9(09) COMP-3 VALUE ZERO.
001300 77  IFT-REQUESTS-NOT-FOUND       PIC 9(09) COMP-3 VALUE ZERO.
001310 77  IFT-REQUESTS-REJECTED        PIC 9(09) COMP-3 VALUE ZERO.
001320 77  IFT-MATCHES-HELD             PIC 9(09) COMP-3 VALUE ZERO.
001330 77  IFT-MATCHES-DROPPED          PIC 9(09) COMP-3 VALUE ZERO.
001340 77  IFT-HIST-SEARCHED            PIC 9(09) COMP-3 VALUE ZERO.
001350 77  IFT-SUSP-SEARCHED            PIC 9(09) COMP-3 VALUE ZERO.
001360 77  IFT-PRID-SEARCHED            PIC 9(09) COMP-3 VALUE ZERO.
001370 77  IFT-HIST-GENERATIONS         PIC 9(09) COMP-3 VALUE ZERO.
001380 77  IFT-SUSP-GENERATIONS         PIC 9(09) COMP-3 VALUE ZERO.
001390 77  IFT-PRID-GENERATIONS         PIC 9(09) COMP-3 VALUE ZERO.
001400 77  IFT-GENS-OUT-OF-BALANCE      PIC 9(09) COMP-3 VALUE ZERO.
001410
001420 77  IFT-RUN-DATE                 PIC 9(08) VALUE ZERO.
001430 77  IFT-RUN-TIME                 PIC 9(06) VALUE ZERO.
001440
001450*    THE GENERATION BEING READ - ITS ORDINAL IN THE
001460*    CONCATENATION AND WHAT HAS BEEN READ OF IT SO FAR, FOR
001470*    THE PROOF AGAINST ITS TRAILER.
001480 77  IFT-ARCHIVE-NAME             PIC X(08) VALUE SPACES.
001490 77  IFT-ARCH-GENERATIONS         PIC 9(09) COMP-3 VALUE ZERO.
001500 77  IFT-GEN-ENTRIES              PIC 9(09) COMP-3 VALUE ZERO.
001510 77  IFT-GEN-AMOUNT               PIC S9(13)V99 COMP-3
001520                                            VALUE ZERO.
001530
001540*    THE ARCHIVED ENTRY UNDER TEST, IN TERMS EVERY CARD
001550*    FIELD CAN BE TESTED AGAINST.
001560 77  IFT-CAND-KIND                PIC X(04) VALUE SPACES.
001570     88  IFT-CAND-IS-PRID                    VALUE "PRID".
001580 77  IFT-CAND-RECORD-ID           PIC X(10) VALUE SPACES.
001590 77  IFT-CAND-DATE                PIC 9(08) VALUE ZERO.
001600 77  IFT-CAND-TRAN-CODE           PIC X(04) VALUE SPACES.
001610
001620 77  IFT-REQ-TABLE-COUNT          PIC 9(04) COMP VALUE ZERO.
001630 77  IFT-REQ-SUB                  PIC 9(04) COMP VALUE ZERO.
001640 77  IFT-MATCH-TABLE-COUNT        PIC 9(05) COMP VALUE ZERO.
001650 77  IFT-MATCH-SUB                PIC 9(05) COMP VALUE ZERO.
001660
001670     COPY IFTARCT.
001680
001690******************************************************
001700*  REQUEST TABLE - ONE ROW PER CARD, IN CARD ORDER.   *
001710*  BLANK DATES ARE HELD AS THE WIDEST RANGE.  A CARD  *
001720*  THAT FAILS ITS EDIT STAYS IN THE TABLE SO THE      *
001730*  REPORT CAN SAY WHY.                                *
001740******************************************************
001750 01  IFT-REQUEST-TABLE.
001760     05  IFT-RQT-ENTRY           OCCURS 200 TIMES.
001770         10  IFT-RQT-RECORD-ID   PIC X(10).
001780         10  IFT-RQT-DATE-FROM   PIC 9(08).
001790         10  IFT-RQT-DATE-TO     PIC 9(08).
001800         10  IFT-RQT-TRAN-CODE   PIC X(04).
001810         10  IFT-RQT-CARD-STATUS PIC X(01).
001820             88  IFT-RQT-IS-REJECTED     VALUE "R".
001830         10  IFT-RQT-REJECT-TEXT PIC X(30).
001840         10  IFT-RQT-MATCHES     PIC 9(05) COMP-3.
001850
001860******************************************************
001870*  MATCH TABLE - EACH MATCHED ENTRY'S PRINT LINE,     *
001880*  TAGGED WITH THE CARD IT ANSWERS.  THE ARCHIVES ARE *
001890*  READ ONCE EACH, IN HISTORY, SUSPENSE, PROCESSED-ID *
001900*  ORDER, SO A CARD'S LINES PRINT IN THAT ORDER.      *
001910******************************************************
001920 01  IFT-MATCH-TABLE.
001930     05  IFT-MTC-ENTRY           OCCURS 5000 TIMES.
001940         10  IFT-MTC-REQUEST-NO  PIC 9(04) COMP.
001950         10  IFT-MTC-LINE        PIC X(133).
001960
001970******************************************************
001980*  REPORT LINE LAYOUTS                                *
001990******************************************************
002000 01  IFT-RPT-HEADING-1.
002010     05  FILLER                  PIC X(01) VALUE SPACES.
002020     05  FILLER                  PIC X(40)
002030         VALUE "IFTARCIQ PURGE ARCHIVE RETRIEVAL".
002040     05  FILLER                  PIC X(10) VALUE "RUN DATE ".
002050     05  IFT-AH1-RUN-DATE        PIC 9(08).
002060     05  FILLER                  PIC X(04) VALUE SPACES.
002070     05  FILLER                  PIC X(10) VALUE "RUN TIME ".
002080     05  IFT-AH1-RUN-TIME        PIC 9(06).
002090     05  FILLER                  PIC X(54) VALUE SPACES.
002100
002110 01  IFT-RPT-HEADING-2.
002120     05  FILLER                  PIC X(01) VALUE SPACES.
002130     05  FILLER                  PIC X(06) VALUE "ARCH".
002140     05  FILLER                  PIC X(11) VALUE "RECORD ID".
002150     05  FILLER                  PIC X(10) VALUE "EFF DATE".
002160     05  FILLER                  PIC X(04) VALUE "CV".
002170     05  FILLER                  PIC X(06) VALUE "CODE".
002180     05  FILLER                  PIC X(17)
002190         VALUE "        AMOUNT".
002200     05  FILLER                  PIC X(22) VALUE "DESCRIPTION".
002210     05  FILLER                  PIC X(56)
002220         VALUE "ARCHIVE DETAIL".
002230
002240 01  IFT-RPT-LEGEND-1.
002250     05  FILLER                  PIC X(01) VALUE SPACES.
002260     05  FILLER                  PIC X(40)
002270         VALUE "HIST DETAIL - FEED DATE, SOURCE, RUN DAT".
002280     05  FILLER                  PIC X(40)
002290         VALUE "E, CYCLE, ORIGINAL ID".
002300     05  FILLER                  PIC X(52) VALUE SPACES.
002310
002320 01  IFT-RPT-LEGEND-2.
002330     05  FILLER                  PIC X(01) VALUE SPACES.
002340     05  FILLER                  PIC X(40)
002350         VALUE "SUSP DETAIL - REASON, STATUS, LAST ACTIO".
002360     05  FILLER                  PIC X(40)
002370         VALUE "N DATE AND USER, SOURCE, ACCOUNT".
002380     05  FILLER                  PIC X(52) VALUE SPACES.
002390
002400 01  IFT-RPT-LEGEND-3.
002410     05  FILLER                  PIC X(01) VALUE SPACES.
002420     05  FILLER                  PIC X(40)
002430         VALUE "PRID DETAIL - DATE FIRST SEEN (PROCESSED".
002440     05  FILLER                  PIC X(40)
002450         VALUE "-ID ENTRIES HAVE NO DATE, CODE, AMOUNT)".
002460     05  FILLER                  PIC X(52) VALUE SPACES.
002470
002480 01  IFT-RPT-REQUEST-LINE.
002490     05  FILLER                  PIC X(01) VALUE SPACES.
002500     05  FILLER                  PIC X(08) VALUE "REQUEST ".
002510     05  IFT-RQ-REQUEST-NO       PIC ZZZ9.
002520     05  FILLER                  PIC X(03) VALUE SPACES.
002530     05  FILLER                  PIC X(10) VALUE "RECORD ID ".
002540     05  IFT-RQ-RECORD-ID        PIC X(10).
002550     05  FILLER                  PIC X(03) VALUE SPACES.
002560     05  FILLER                  PIC X(06) VALUE "DATES ".
002570     05  IFT-RQ-DATE-FROM        PIC X(08).
002580     05  FILLER                  PIC X(04) VALUE " TO ".
002590     05  IFT-RQ-DATE-TO          PIC X(08).
002600     05  FILLER                  PIC X(03) VALUE SPACES.
002610     05  FILLER                  PIC X(10) VALUE "TRAN CODE ".
002620     05  IFT-RQ-TRAN-CODE        PIC X(05).
002630     05  FILLER                  PIC X(50) VALUE SPACES.
002640
002650*    ONE MATCHED ENTRY.  THE FIRST COLUMNS ARE COMMON TO
002660*    THE THREE ARCHIVES; THE DETAIL AREA IS VIEWED PER
002670*    ARCHIVE (SEE THE LEGEND LINES).
002680 01  IFT-RPT-DETAIL-LINE.
002690     05  FILLER                  PIC X(01) VALUE SPACES.
002700     05  IFT-AD-ARCHIVE          PIC X(04).
002710     05  FILLER                  PIC X(02) VALUE SPACES.
002720     05  IFT-AD-RECORD-ID        PIC X(10).
002730     05  FILLER                  PIC X(01) VALUE SPACES.
002740     05  IFT-AD-EFF-DATE         PIC X(08).
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  IFT-AD-CHECK-VALUE      PIC Z9.
002770     05  FILLER                  PIC X(02) VALUE SPACES.
002780     05  IFT-AD-TRAN-CODE        PIC X(04).
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  IFT-AD-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
002810     05  FILLER                  PIC X(02) VALUE SPACES.
002820     05  IFT-AD-DESCRIPTION      PIC X(20).
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  IFT-AD-ARCHIVE-DETAIL   PIC X(56).
002850     05  IFT-AD-HIST-VIEW REDEFINES IFT-AD-ARCHIVE-DETAIL.
002860         10  IFT-AD-FEED-DATE    PIC 9(08).
002870         10  FILLER              PIC X(01).
002880         10  IFT-AD-SOURCE-SYS   PIC X(08).
002890         10  FILLER              PIC X(01).
002900         10  IFT-AD-RUN-DATE     PIC 9(08).
002910         10  FILLER              PIC X(01).
002920         10  IFT-AD-CYCLE-NO     PIC 9(02).
002930         10  FILLER              PIC X(01).
002940         10  IFT-AD-ORIG-ID      PIC X(10).
002950         10  FILLER              PIC X(16).
002960     05  IFT-AD-SUSP-VIEW REDEFINES IFT-AD-ARCHIVE-DETAIL.
002970         10  IFT-AD-REASON-CODE  PIC X(04).
002980         10  FILLER              PIC X(02).
002990         10  IFT-AD-STATUS       PIC X(01).
003000         10  FILLER              PIC X(02).
003010         10  IFT-AD-ACTION-DATE  PIC 9(08).
003020         10  FILLER              PIC X(01).
003030         10  IFT-AD-ACTION-USER  PIC X(08).
003040         10  FILLER              PIC X(01).
003050         10  IFT-AD-SUS-SOURCE   PIC X(08).
003060         10  FILLER              PIC X(01).
003070         10  IFT-AD-ACCOUNT-NO   PIC X(10).
003080         10  FILLER              PIC X(10).
003090     05  IFT-AD-PRID-VIEW REDEFINES IFT-AD-ARCHIVE-DETAIL.
003100         10  IFT-AD-FIRST-LABEL  PIC X(11).
003110         10  IFT-AD-FIRST-SEEN   PIC 9(08).
003120         10  FILLER              PIC X(37).
003130
003140 01  IFT-RPT-MESSAGE-LINE.
003150     05  FILLER                  PIC X(07) VALUE SPACES.
003160     05  IFT-RM-TEXT             PIC X(70).
003170     05  IFT-RM-REJECT-VIEW REDEFINES IFT-RM-TEXT.
003180         10  IFT-RM-REJECT-LABEL PIC X(24).
003190         10  IFT-RM-REASON       PIC X(46).
003200     05  FILLER                  PIC X(56) VALUE SPACES.
003210
003220 01  IFT-RPT-SUMMARY-LINE.
003230     05  FILLER                  PIC X(01) VALUE SPACES.
003240     05  IFT-AS-LABEL            PIC X(35).
003250     05  IFT-AS-COUNT            PIC ZZZ,ZZZ,ZZ9.
003260     05  FILLER                  PIC X(86) VALUE SPACES.
003270
003280 PROCEDURE DIVISION.
003290
003300******************************************************
003310*  0000-MAINLINE                                      *
003320******************************************************
003330 0000-MAINLINE.
003340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003350     IF RETURN-CODE = 16
003360         GO TO 0000-EXIT
003370     END-IF.
003380     IF IFT-REQ-TABLE-COUNT > IFT-REQUESTS-REJECTED
003390         PERFORM 2000-SEARCH-HISTORY THRU 2000-EXIT
003400         PERFORM 3000-SEARCH-SUSPENSE THRU 3000-EXIT
003410         PERFORM 4000-SEARCH-PROCESSED-IDS THRU 4000-EXIT
003420     ELSE
003430         DISPLAY "IF97013I NO USABLE REQUEST CARDS - NO "
003440                 "ARCHIVE SEARCHED"
003450     END-IF.
003460     IF RETURN-CODE = 16
003470         CLOSE IFT-RPT-FILE
003480         GO TO 0000-EXIT
003490     END-IF.
003500     PERFORM 5000-PRINT-ONE-REQUEST THRU 5000-EXIT
003510         VARYING IFT-REQ-SUB FROM 1 BY 1
003520         UNTIL IFT-REQ-SUB > IFT-REQ-TABLE-COUNT.
003530     PERFORM 6000-FINALIZE THRU 6000-EXIT.
003540 0000-EXIT.
003550     STOP RUN.
003560
003570******************************************************
003580*  1000-INITIALIZE - TABLE THE REQUEST CARDS, OPEN    *
003590*  THE REPORT AND PRINT THE HEADINGS.  THE ARCHIVES   *
003600*  ARE OPENED ONE AT A TIME AS EACH IS SEARCHED.      *
003610******************************************************
003620 1000-INITIALIZE.
003630     ACCEPT IFT-RUN-DATE FROM DATE YYYYMMDD.
003640     ACCEPT IFT-RUN-TIME FROM TIME.
003650     OPEN INPUT IFT-REQ-FILE.
003660     IF IFT-REQ-FILE-STATUS NOT = "00"
003670         DISPLAY "IF97001E REQUEST CARDS COULD NOT BE OPENED"
003680         MOVE 16 TO RETURN-CODE
003690         GO TO 1000-EXIT
003700     END-IF.
003710     PERFORM 1100-READ-CARD THRU 1100-EXIT.
003720     PERFORM 1200-LOAD-ONE-CARD THRU 1200-EXIT
003730         UNTIL IFT-REQ-AT-EOF
003740            OR RETURN-CODE = 16.
003750     CLOSE IFT-REQ-FILE.
003760     IF RETURN-CODE = 16
003770         GO TO 1000-EXIT
003780     END-IF.
003790     OPEN OUTPUT IFT-RPT-FILE.
003800     IF IFT-RPT-FILE-STATUS NOT = "00"
003810         DISPLAY "IF97006E REPORT FILE COULD NOT BE OPENED"
003820         MOVE 16 TO RETURN-CODE
003830         GO TO 1000-EXIT
003840     END-IF.
003850     MOVE IFT-RUN-DATE TO IFT-AH1-RUN-DATE.
003860     MOVE IFT-RUN-TIME TO IFT-AH1-RUN-TIME.
003870     WRITE IFT-RPT-RECORD FROM IFT-RPT-HEADING-1
003880         AFTER ADVANCING PAGE.
003890     WRITE IFT-RPT-RECORD FROM IFT-RPT-LEGEND-1
003900         AFTER ADVANCING 2 LINES.
003910     WRITE IFT-RPT-RECORD FROM IFT-RPT-LEGEND-2
003920         AFTER ADVANCING 1 LINE.
003930     WRITE IFT-RPT-RECORD FROM IFT-RPT-LEGEND-3
003940         AFTER ADVANCING 1 LINE.
003950     WRITE IFT-RPT-RECORD FROM IFT-RPT-HEADING-2
003960         AFTER ADVANCING 2 LINES.
003970 1000-EXIT.
003980     EXIT.
003990
004000 1100-READ-CARD.
004010     READ IFT-REQ-FILE
004020         AT END SET IFT-REQ-AT-EOF TO TRUE
004030     END-READ.
004040 1100-EXIT.
004050     EXIT.
004060
004070******************************************************
004080*  1200-LOAD-ONE-CARD - A BLANK CARD IS PASSED OVER.  *
004090*  A CARD THAT SELECTS ON NOTHING, OR WHOSE DATES ARE *
004100*  NOT NUMERIC OR RUN BACKWARDS, IS TABLED AS         *
004110*  REJECTED AND ANSWERED AS SUCH - THE OTHER CARDS    *
004120*  STILL RUN.                                         *
004130******************************************************
004140 1200-LOAD-ONE-CARD.
004150     IF IFT-ARCHIVE-REQUEST-CARD = SPACES
004160         GO TO 1200-NEXT
004170     END-IF.
004180     ADD 1 TO IFT-CARDS-READ.
004190     IF IFT-REQ-TABLE-COUNT >= 200
004200         DISPLAY "IF97002E MORE THAN 200 REQUEST CARDS - SPLIT "
004210                 "THE DECK OVER TWO RUNS"
004220         MOVE 16 TO RETURN-CODE
004230         GO TO 1200-EXIT
004240     END-IF.
004250     ADD 1 TO IFT-REQ-TABLE-COUNT.
004260     MOVE IFT-REQ-TABLE-COUNT TO IFT-REQ-SUB.
004270     MOVE IFT-ARQ-RECORD-ID TO IFT-RQT-RECORD-ID (IFT-REQ-SUB).
004280     MOVE IFT-ARQ-TRAN-CODE TO IFT-RQT-TRAN-CODE (IFT-REQ-SUB).
004290     MOVE ZERO     TO IFT-RQT-DATE-FROM (IFT-REQ-SUB)
004300                      IFT-RQT-MATCHES (IFT-REQ-SUB).
004310     MOVE 99999999 TO IFT-RQT-DATE-TO (IFT-REQ-SUB).
004320     MOVE SPACES   TO IFT-RQT-CARD-STATUS (IFT-REQ-SUB)
004330                      IFT-RQT-REJECT-TEXT (IFT-REQ-SUB).
004340     IF IFT-ARQ-RECORD-ID = SPACES
004350        AND IFT-ARQ-DATE-FROM = SPACES
004360        AND IFT-ARQ-DATE-TO = SPACES
004370        AND IFT-ARQ-TRAN-CODE = SPACES
004380         MOVE "NOTHING TO SELECT ON"
004390             TO IFT-RQT-REJECT-TEXT (IFT-REQ-SUB)
004400         GO TO 1200-REJECT
004410     END-IF.
004420     IF (IFT-ARQ-DATE-FROM NOT = SPACES
004430         AND IFT-ARQ-DATE-FROM NOT NUMERIC)
004440        OR (IFT-ARQ-DATE-TO NOT = SPACES
004450         AND IFT-ARQ-DATE-TO NOT NUMERIC)
004460         MOVE "DATE NOT NUMERIC (YYYYMMDD)"
004470             TO IFT-RQT-REJECT-TEXT (IFT-REQ-SUB)
004480         GO TO 1200-REJECT
004490     END-IF.
004500     IF IFT-ARQ-DATE-FROM NOT = SPACES
004510         MOVE IFT-ARQ-DATE-FROM-N
004520             TO IFT-RQT-DATE-FROM (IFT-REQ-SUB)
004530     END-IF.
004540     IF IFT-ARQ-DATE-TO NOT = SPACES
004550         MOVE IFT-ARQ-DATE-TO-N
004560             TO IFT-RQT-DATE-TO (IFT-REQ-SUB)
004570     END-IF.
004580     IF IFT-RQT-DATE-FROM (IFT-REQ-SUB)
004590            > IFT-RQT-DATE-TO (IFT-REQ-SUB)
004600         MOVE "FROM DATE AFTER TO DATE"
004610             TO IFT-RQT-REJECT-TEXT (IFT-REQ-SUB)
004620         GO TO 1200-REJECT
004630     END-IF.
004640     GO TO 1200-NEXT.
004650 1200-REJECT.
004660     SET IFT-RQT-IS-REJECTED (IFT-REQ-SUB) TO TRUE.
004670     ADD 1 TO IFT-REQUESTS-REJECTED.
004680 1200-NEXT.
004690     PERFORM 1100-READ-CARD THRU 1100-EXIT.
004700 1200-EXIT.
004710     EXIT.
004720
004730******************************************************
004740*  2000-SEARCH-HISTORY - ONE PASS OF EVERY HISTORY    *
004750*  ARCHIVE GENERATION THE JOB CONCATENATES.           *
004760******************************************************
004770 2000-SEARCH-HISTORY.
004780     OPEN INPUT IFT-HSTA-FILE.
004790     IF IFT-HSTA-FILE-STATUS NOT = "00"
004800         DISPLAY "IF97003E HISTORY ARCHIVE COULD NOT BE "
004810                 "OPENED - STATUS " IFT-HSTA-FILE-STATUS
004820         MOVE 16 TO RETURN-CODE
004830         GO TO 2000-EXIT
004840     END-IF.
004850     MOVE "HSTARCH" TO IFT-ARCHIVE-NAME.
004860     MOVE "Y" TO IFT-PROVE-AMOUNT-SWITCH.
004870     PERFORM 7000-START-ARCHIVE THRU 7000-EXIT.
004880     PERFORM 2200-READ-HISTORY THRU 2200-EXIT.
004890     PERFORM 2100-TAKE-ONE-HISTORY THRU 2100-EXIT
004900         UNTIL IFT-ARCH-AT-EOF.
004910     PERFORM 7200-END-ARCHIVE THRU 7200-EXIT.
004920     MOVE IFT-ARCH-GENERATIONS TO IFT-HIST-GENERATIONS.
004930     CLOSE IFT-HSTA-FILE.
004940 2000-EXIT.
004950     EXIT.
004960
004970 2100-TAKE-ONE-HISTORY.
004980     IF IFT-HST-RECORD-ID = "TRL9999999"
004990         MOVE IFT-HIST-MASTER-RECORD
005000             TO IFT-ARCHIVE-TRAILER-RECORD
005010         PERFORM 7100-PROVE-GENERATION THRU 7100-EXIT
005020         GO TO 2100-NEXT
005030     END-IF.
005040     ADD 1 TO IFT-HIST-SEARCHED
005050              IFT-GEN-ENTRIES.
005060     ADD IFT-HST-AMOUNT TO IFT-GEN-AMOUNT.
005070     MOVE "HIST"              TO IFT-CAND-KIND.
005080     MOVE IFT-HST-RECORD-ID   TO IFT-CAND-RECORD-ID.
005090     MOVE IFT-HST-EFF-DATE    TO IFT-CAND-DATE.
005100     MOVE IFT-HST-TRAN-CODE   TO IFT-CAND-TRAN-CODE.
005110     MOVE SPACES               TO IFT-RPT-DETAIL-LINE.
005120     MOVE "HIST"               TO IFT-AD-ARCHIVE.
005130     MOVE IFT-HST-RECORD-ID    TO IFT-AD-RECORD-ID.
005140     MOVE IFT-HST-EFF-DATE     TO IFT-AD-EFF-DATE.
005150     MOVE IFT-HST-CHECK-VALUE  TO IFT-AD-CHECK-VALUE.
005160     MOVE IFT-HST-TRAN-CODE    TO IFT-AD-TRAN-CODE.
005170     MOVE IFT-HST-AMOUNT       TO IFT-AD-AMOUNT.
005180     MOVE IFT-HST-DESCRIPTION  TO IFT-AD-DESCRIPTION.
005190     MOVE IFT-HST-FEED-DATE    TO IFT-AD-FEED-DATE.
005200     MOVE IFT-HST-SOURCE-SYS   TO IFT-AD-SOURCE-SYS.
005210     MOVE IFT-HST-RUN-DATE     TO IFT-AD-RUN-DATE.
005220     MOVE IFT-HST-CYCLE-NO     TO IFT-AD-CYCLE-NO.
005230     MOVE IFT-HST-ORIG-RECORD-ID TO IFT-AD-ORIG-ID.
005240     PERFORM 7500-MATCH-ONE-REQUEST THRU 7500-EXIT
005250         VARYING IFT-REQ-SUB FROM 1 BY 1
005260         UNTIL IFT-REQ-SUB > IFT-REQ-TABLE-COUNT.
005270 2100-NEXT.
005280     PERFORM 2200-READ-HISTORY THRU 2200-EXIT.
005290 2100-EXIT.
005300     EXIT.
005310
005320 2200-READ-HISTORY.
005330     READ IFT-HSTA-FILE
005340         AT END SET IFT-ARCH-AT-EOF TO TRUE
005350     END-READ.
005360 2200-EXIT.
005370     EXIT.
005380
005390******************************************************
005400*  3000-SEARCH-SUSPENSE - ONE PASS OF EVERY SUSPENSE  *
005410*  ARCHIVE GENERATION THE JOB CONCATENATES.           *
005420******************************************************
005430 3000-SEARCH-SUSPENSE.
005440     OPEN INPUT IFT-SUSA-FILE.
005450     IF IFT-SUSA-FILE-STATUS NOT = "00"
005460         DISPLAY "IF97004E SUSPENSE ARCHIVE COULD NOT BE "
005470                 "OPENED - STATUS " IFT-SUSA-FILE-STATUS
005480         MOVE 16 TO RETURN-CODE
005490         GO TO 3000-EXIT
005500     END-IF.
005510     MOVE "SUSARCH" TO IFT-ARCHIVE-NAME.
005520     MOVE "Y" TO IFT-PROVE-AMOUNT-SWITCH.
005530     PERFORM 7000-START-ARCHIVE THRU 7000-EXIT.
005540     PERFORM 3200-READ-SUSPENSE THRU 3200-EXIT.
005550     PERFORM 3100-TAKE-ONE-SUSPENSE THRU 3100-EXIT
005560         UNTIL IFT-ARCH-AT-EOF.
005570     PERFORM 7200-END-ARCHIVE THRU 7200-EXIT.
005580     MOVE IFT-ARCH-GENERATIONS TO IFT-SUSP-GENERATIONS.
005590     CLOSE IFT-SUSA-FILE.
005600 3000-EXIT.
005610     EXIT.
005620
005630 3100-TAKE-ONE-SUSPENSE.
005640     IF IFT-SUM-RECORD-ID = "TRL9999999"
005650         MOVE IFT-SUSPENSE-MASTER-RECORD
005660             TO IFT-ARCHIVE-TRAILER-RECORD
005670         PERFORM 7100-PROVE-GENERATION THRU 7100-EXIT
005680         GO TO 3100-NEXT
005690     END-IF.
005700     ADD 1 TO IFT-SUSP-SEARCHED
005710              IFT-GEN-ENTRIES.
005720     ADD IFT-SUM-AMOUNT TO IFT-GEN-AMOUNT.
005730     MOVE "SUSP"              TO IFT-CAND-KIND.
005740     MOVE IFT-SUM-RECORD-ID   TO IFT-CAND-RECORD-ID.
005750     MOVE IFT-SUM-EFF-DATE    TO IFT-CAND-DATE.
005760     MOVE IFT-SUM-TRAN-CODE   TO IFT-CAND-TRAN-CODE.
005770     MOVE SPACES               TO IFT-RPT-DETAIL-LINE.
005780     MOVE "SUSP"               TO IFT-AD-ARCHIVE.
005790     MOVE IFT-SUM-RECORD-ID    TO IFT-AD-RECORD-ID.
005800     MOVE IFT-SUM-EFF-DATE     TO IFT-AD-EFF-DATE.
005810     MOVE IFT-SUM-CHECK-VALUE  TO IFT-AD-CHECK-VALUE.
005820     MOVE IFT-SUM-TRAN-CODE    TO IFT-AD-TRAN-CODE.
005830     MOVE IFT-SUM-AMOUNT       TO IFT-AD-AMOUNT.
005840     MOVE IFT-SUM-DESCRIPTION  TO IFT-AD-DESCRIPTION.
005850     MOVE IFT-SUM-REASON-CODE  TO IFT-AD-REASON-CODE.
005860     MOVE IFT-SUM-STATUS       TO IFT-AD-STATUS.
005870     MOVE IFT-SUM-ACTION-DATE  TO IFT-AD-ACTION-DATE.
005880     MOVE IFT-SUM-ACTION-USER  TO IFT-AD-ACTION-USER.
005890     MOVE IFT-SUM-SOURCE-SYS   TO IFT-AD-SUS-SOURCE.
005900     MOVE IFT-SUM-ACCOUNT-NO   TO IFT-AD-ACCOUNT-NO.
005910     PERFORM 7500-MATCH-ONE-REQUEST THRU 7500-EXIT
005920         VARYING IFT-REQ-SUB FROM 1 BY 1
005930         UNTIL IFT-REQ-SUB > IFT-REQ-TABLE-COUNT.
005940 3100-NEXT.
005950     PERFORM 3200-READ-SUSPENSE THRU 3200-EXIT.
005960 3100-EXIT.
005970     EXIT.
005980
005990 3200-READ-SUSPENSE.
006000     READ IFT-SUSA-FILE
006010         AT END SET IFT-ARCH-AT-EOF TO TRUE
006020     END-READ.
006030 3200-EXIT.
006040     EXIT.
006050
006060******************************************************
006070*  4000-SEARCH-PROCESSED-IDS - ONE PASS OF EVERY      *
006080*  PROCESSED-ID ARCHIVE GENERATION.  THE 30-BYTE      *
006090*  TRAILER HAS NO AMOUNT, SO ONLY THE COUNT IS        *
006100*  PROVED.                                            *
006110******************************************************
006120 4000-SEARCH-PROCESSED-IDS.
006130     OPEN INPUT IFT-DUPA-FILE.
006140     IF IFT-DUPA-FILE-STATUS NOT = "00"
006150         DISPLAY "IF97005E PROCESSED-ID ARCHIVE COULD NOT BE "
006160                 "OPENED - STATUS " IFT-DUPA-FILE-STATUS
006170         MOVE 16 TO RETURN-CODE
006180         GO TO 4000-EXIT
006190     END-IF.
006200     MOVE "DUPARCH" TO IFT-ARCHIVE-NAME.
006210     MOVE "N" TO IFT-PROVE-AMOUNT-SWITCH.
006220     PERFORM 7000-START-ARCHIVE THRU 7000-EXIT.
006230     PERFORM 4200-READ-PROCESSED-ID THRU 4200-EXIT.
006240     PERFORM 4100-TAKE-ONE-PROCESSED-ID THRU 4100-EXIT
006250         UNTIL IFT-ARCH-AT-EOF.
006260     PERFORM 7200-END-ARCHIVE THRU 7200-EXIT.
006270     MOVE IFT-ARCH-GENERATIONS TO IFT-PRID-GENERATIONS.
006280     CLOSE IFT-DUPA-FILE.
006290 4000-EXIT.
006300     EXIT.
006310
006320 4100-TAKE-ONE-PROCESSED-ID.
006330     IF IFT-DUP-RECORD-ID = "TRL9999999"
006340         MOVE IFT-DUP-MASTER-RECORD
006350             TO IFT-ARCHIVE-TRAILER-RECORD
006360         PERFORM 7100-PROVE-GENERATION THRU 7100-EXIT
006370         GO TO 4100-NEXT
006380     END-IF.
006390     ADD 1 TO IFT-PRID-SEARCHED
006400              IFT-GEN-ENTRIES.
006410     MOVE "PRID"                  TO IFT-CAND-KIND.
006420     MOVE IFT-DUP-RECORD-ID       TO IFT-CAND-RECORD-ID.
006430     MOVE IFT-DUP-FIRST-SEEN-DATE TO IFT-CAND-DATE.
006440     MOVE SPACES                  TO IFT-CAND-TRAN-CODE.
006450     MOVE SPACES                  TO IFT-RPT-DETAIL-LINE.
006460     MOVE "PRID"                  TO IFT-AD-ARCHIVE.
006470     MOVE IFT-DUP-RECORD-ID       TO IFT-AD-RECORD-ID.
006480     MOVE "FIRST SEEN "           TO IFT-AD-FIRST-LABEL.
006490     MOVE IFT-DUP-FIRST-SEEN-DATE TO IFT-AD-FIRST-SEEN.
006500     PERFORM 7500-MATCH-ONE-REQUEST THRU 7500-EXIT
006510         VARYING IFT-REQ-SUB FROM 1 BY 1
006520         UNTIL IFT-REQ-SUB > IFT-REQ-TABLE-COUNT.
006530 4100-NEXT.
006540     PERFORM 4200-READ-PROCESSED-ID THRU 4200-EXIT.
006550 4100-EXIT.
006560     EXIT.
006570
006580 4200-READ-PROCESSED-ID.
006590     READ IFT-DUPA-FILE
006600         AT END SET IFT-ARCH-AT-EOF TO TRUE
006610     END-READ.
006620 4200-EXIT.
006630     EXIT.
006640
006650******************************************************
006660*  5000-PRINT-ONE-REQUEST - THE CARD AS READ, THEN    *
006670*  EVERY ENTRY HELD AGAINST IT, OR WHY IT HAS NONE.   *
006680******************************************************
006690 5000-PRINT-ONE-REQUEST.
006700     MOVE IFT-REQ-SUB TO IFT-RQ-REQUEST-NO.
006710     IF IFT-RQT-RECORD-ID (IFT-REQ-SUB) = SPACES
006720         MOVE "(ANY)" TO IFT-RQ-RECORD-ID
006730     ELSE
006740         MOVE IFT-RQT-RECORD-ID (IFT-REQ-SUB)
006750             TO IFT-RQ-RECORD-ID
006760     END-IF.
006770     IF IFT-RQT-DATE-FROM (IFT-REQ-SUB) = ZERO
006780         MOVE "(ANY)" TO IFT-RQ-DATE-FROM
006790     ELSE
006800         MOVE IFT-RQT-DATE-FROM (IFT-REQ-SUB)
006810             TO IFT-RQ-DATE-FROM
006820     END-IF.
006830     IF IFT-RQT-DATE-TO (IFT-REQ-SUB) = 99999999
006840         MOVE "(ANY)" TO IFT-RQ-DATE-TO
006850     ELSE
006860         MOVE IFT-RQT-DATE-TO (IFT-REQ-SUB)
006870             TO IFT-RQ-DATE-TO
006880     END-IF.
006890     IF IFT-RQT-TRAN-CODE (IFT-REQ-SUB) = SPACES
006900         MOVE "(ANY)" TO IFT-RQ-TRAN-CODE
006910     ELSE
006920         MOVE IFT-RQT-TRAN-CODE (IFT-REQ-SUB)
006930             TO IFT-RQ-TRAN-CODE
006940     END-IF.
006950     WRITE IFT-RPT-RECORD FROM IFT-RPT-REQUEST-LINE
006960         AFTER ADVANCING 2 LINES.
006970     MOVE SPACES TO IFT-RM-TEXT.
006980     IF IFT-RQT-IS-REJECTED (IFT-REQ-SUB)
006990         MOVE "REQUEST CARD REJECTED - "
007000                 TO IFT-RM-REJECT-LABEL
007010         MOVE IFT-RQT-REJECT-TEXT (IFT-REQ-SUB)
007020             TO IFT-RM-REASON
007030         WRITE IFT-RPT-RECORD FROM IFT-RPT-MESSAGE-LINE
007040             AFTER ADVANCING 1 LINE
007050         GO TO 5000-EXIT
007060     END-IF.
007070     IF IFT-RQT-MATCHES (IFT-REQ-SUB) = ZERO
007080         ADD 1 TO IFT-REQUESTS-NOT-FOUND
007090         MOVE "NOT IN THE ARCHIVE GENERATIONS SEARCHED"
007100             TO IFT-RM-TEXT
007110         WRITE IFT-RPT-RECORD FROM IFT-RPT-MESSAGE-LINE
007120             AFTER ADVANCING 1 LINE
007130         GO TO 5000-EXIT
007140     END-IF.
007150     ADD 1 TO IFT-REQUESTS-ANSWERED.
007160     PERFORM 5100-PRINT-ONE-MATCH THRU 5100-EXIT
007170         VARYING IFT-MATCH-SUB FROM 1 BY 1
007180         UNTIL IFT-MATCH-SUB > IFT-MATCH-TABLE-COUNT.
007190 5000-EXIT.
007200     EXIT.
007210
007220 5100-PRINT-ONE-MATCH.
007230     IF IFT-MTC-REQUEST-NO (IFT-MATCH-SUB) = IFT-REQ-SUB
007240         WRITE IFT-RPT-RECORD
007250             FROM IFT-MTC-LINE (IFT-MATCH-SUB)
007260             AFTER ADVANCING 1 LINE
007270     END-IF.
007280 5100-EXIT.
007290     EXIT.
007300
007310******************************************************
007320*  6000-FINALIZE - SUMMARY AND RETURN CODE.  A        *
007330*  GENERATION OUT OF BALANCE WITH ITS TRAILER MEANS   *
007340*  THE ANSWERS MAY BE INCOMPLETE (RC 8); A CARD WITH  *
007350*  NO ANSWER, A REJECTED CARD OR A FULL MATCH TABLE   *
007360*  IS RC 4, AS IFTHSTIQ ENDS FOR AN ITEM NOT ON FILE. *
007370******************************************************
007380 6000-FINALIZE.
007390     PERFORM 6100-WRITE-SUMMARY THRU 6100-EXIT.
007400     CLOSE IFT-RPT-FILE.
007410     DISPLAY "IF97099I REQUEST CARDS READ:    " IFT-CARDS-READ.
007420     DISPLAY "IF97098I REQUESTS ANSWERED:     "
007430             IFT-REQUESTS-ANSWERED.
007440     DISPLAY "IF97097I REQUESTS NOT FOUND:    "
007450             IFT-REQUESTS-NOT-FOUND.
007460     DISPLAY "IF97096I REQUESTS REJECTED:     "
007470             IFT-REQUESTS-REJECTED.
007480     DISPLAY "IF97095I GENERATIONS SEARCHED:  "
007490             IFT-HIST-GENERATIONS " HSTARCH  "
007500             IFT-SUSP-GENERATIONS " SUSARCH  "
007510             IFT-PRID-GENERATIONS " DUPARCH".
007520     IF IFT-GENS-OUT-OF-BALANCE > ZERO
007530         MOVE 8 TO RETURN-CODE
007540         GO TO 6000-EXIT
007550     END-IF.
007560     IF IFT-REQUESTS-NOT-FOUND > ZERO
007570        OR IFT-REQUESTS-REJECTED > ZERO
007580        OR IFT-MATCHES-DROPPED > ZERO
007590         MOVE 4 TO RETURN-CODE
007600     ELSE
007610         MOVE 0 TO RETURN-CODE
007620     END-IF.
007630 6000-EXIT.
007640     EXIT.
007650
007660******************************************************
007670*  6100-WRITE-SUMMARY                                  *
007680******************************************************
007690 6100-WRITE-SUMMARY.
007700     MOVE SPACES TO IFT-RPT-SUMMARY-LINE.
007710     MOVE "REQUESTS READ . . . . . . . . . . ." TO IFT-AS-LABEL.
007720     MOVE IFT-CARDS-READ TO IFT-AS-COUNT.
007730     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
007740         AFTER ADVANCING 3 LINES.
007750     MOVE "REQUESTS ANSWERED . . . . . . . . ." TO IFT-AS-LABEL.
007760     MOVE IFT-REQUESTS-ANSWERED TO IFT-AS-COUNT.
007770     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
007780         AFTER ADVANCING 1 LINE.
007790     MOVE "REQUESTS NOT IN THE ARCHIVES  . . ." TO IFT-AS-LABEL.
007800     MOVE IFT-REQUESTS-NOT-FOUND TO IFT-AS-COUNT.
007810     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
007820         AFTER ADVANCING 1 LINE.
007830     MOVE "REQUEST CARDS REJECTED  . . . . . ." TO IFT-AS-LABEL.
007840     MOVE IFT-REQUESTS-REJECTED TO IFT-AS-COUNT.
007850     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
007860         AFTER ADVANCING 1 LINE.
007870     MOVE "ENTRIES PRINTED . . . . . . . . . ." TO IFT-AS-LABEL.
007880     MOVE IFT-MATCHES-HELD TO IFT-AS-COUNT.
007890     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
007900         AFTER ADVANCING 1 LINE.
007910     MOVE "MATCHES NOT PRINTED (TABLE FULL)  ." TO IFT-AS-LABEL.
007920     MOVE IFT-MATCHES-DROPPED TO IFT-AS-COUNT.
007930     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
007940         AFTER ADVANCING 1 LINE.
007950     MOVE "HISTORY GENERATIONS SEARCHED  . . ." TO IFT-AS-LABEL.
007960     MOVE IFT-HIST-GENERATIONS TO IFT-AS-COUNT.
007970     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
007980         AFTER ADVANCING 2 LINES.
007990     MOVE "HISTORY ENTRIES SEARCHED  . . . . ." TO IFT-AS-LABEL.
008000     MOVE IFT-HIST-SEARCHED TO IFT-AS-COUNT.
008010     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
008020         AFTER ADVANCING 1 LINE.
008030     MOVE "SUSPENSE GENERATIONS SEARCHED . . ." TO IFT-AS-LABEL.
008040     MOVE IFT-SUSP-GENERATIONS TO IFT-AS-COUNT.
008050     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
008060         AFTER ADVANCING 1 LINE.
008070     MOVE "SUSPENSE ENTRIES SEARCHED . . . . ." TO IFT-AS-LABEL.
008080     MOVE IFT-SUSP-SEARCHED TO IFT-AS-COUNT.
008090     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
008100         AFTER ADVANCING 1 LINE.
008110     MOVE "PROCESSED-ID GENERATIONS SEARCHED ." TO IFT-AS-LABEL.
008120     MOVE IFT-PRID-GENERATIONS TO IFT-AS-COUNT.
008130     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
008140         AFTER ADVANCING 1 LINE.
008150     MOVE "PROCESSED-ID ENTRIES SEARCHED . . ." TO IFT-AS-LABEL.
008160     MOVE IFT-PRID-SEARCHED TO IFT-AS-COUNT.
008170     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
008180         AFTER ADVANCING 1 LINE.
008190     MOVE "GENERATIONS OUT OF BALANCE  . . . ." TO IFT-AS-LABEL.
008200     MOVE IFT-GENS-OUT-OF-BALANCE TO IFT-AS-COUNT.
008210     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
008220         AFTER ADVANCING 1 LINE.
008230 6100-EXIT.
008240     EXIT.
008250
008260******************************************************
008270*  7000-START-ARCHIVE - RESET THE GENERATION PROOF    *
008280*  FOR A NEW ARCHIVE PASS.                            *
008290******************************************************
008300 7000-START-ARCHIVE.
008310     MOVE "N"  TO IFT-ARCH-EOF-SWITCH.
008320     MOVE ZERO TO IFT-ARCH-GENERATIONS
008330                  IFT-GEN-ENTRIES
008340                  IFT-GEN-AMOUNT.
008350 7000-EXIT.
008360     EXIT.
008370
008380******************************************************
008390*  7100-PROVE-GENERATION - A TRAILER CLOSES ONE       *
008400*  GENERATION OF THE CONCATENATION.  ITS COUNT (AND,  *
008410*  WHERE THE ARCHIVE CARRIES ONE, ITS AMOUNT TOTAL)   *
008420*  MUST AGREE WITH WHAT WAS READ SINCE THE LAST       *
008430*  TRAILER.  GENERATIONS ARE NUMBERED IN THE ORDER    *
008440*  THE JOB CONCATENATES THEM; THE PURGE DATE NAMES    *
008450*  THE ONE AT FAULT.                                  *
008460******************************************************
008470 7100-PROVE-GENERATION.
008480     ADD 1 TO IFT-ARCH-GENERATIONS.
008490     IF IFT-ART-RECORD-COUNT NOT NUMERIC
008500        OR IFT-ART-RECORD-COUNT NOT = IFT-GEN-ENTRIES
008510         GO TO 7100-OUT-OF-BALANCE
008520     END-IF.
008530     IF IFT-PROVE-AMOUNT
008540         IF IFT-ART-AMOUNT-TOTAL NOT NUMERIC
008550            OR IFT-ART-AMOUNT-TOTAL NOT = IFT-GEN-AMOUNT
008560             GO TO 7100-OUT-OF-BALANCE
008570         END-IF
008580     END-IF.
008590     GO TO 7100-RESET.
008600 7100-OUT-OF-BALANCE.
008610     ADD 1 TO IFT-GENS-OUT-OF-BALANCE.
008620     DISPLAY "IF97010W " IFT-ARCHIVE-NAME " GENERATION "
008630             IFT-ARCH-GENERATIONS " PURGED "
008640             IFT-ART-PURGE-DATE " OUT OF BALANCE - TRAILER "
008650             IFT-ART-RECORD-COUNT " ENTRIES, READ "
008660             IFT-GEN-ENTRIES.
008670 7100-RESET.
008680     MOVE ZERO TO IFT-GEN-ENTRIES
008690                  IFT-GEN-AMOUNT.
008700 7100-EXIT.
008710     EXIT.
008720
008730******************************************************
008740*  7200-END-ARCHIVE - ENTRIES AFTER THE LAST TRAILER  *
008750*  BELONG TO A GENERATION THAT WAS NEVER CLOSED.      *
008760******************************************************
008770 7200-END-ARCHIVE.
008780     IF IFT-GEN-ENTRIES > ZERO
008790         ADD 1 TO IFT-ARCH-GENERATIONS
008800                  IFT-GENS-OUT-OF-BALANCE
008810         DISPLAY "IF97011W " IFT-ARCHIVE-NAME " GENERATION "
008820                 IFT-ARCH-GENERATIONS " HAS NO TRAILER - "
008830                 IFT-GEN-ENTRIES " ENTRIES READ"
008840     END-IF.
008850 7200-EXIT.
008860     EXIT.
008870
008880******************************************************
008890*  7500-MATCH-ONE-REQUEST - TEST THE ENTRY UNDER TEST *
008900*  AGAINST ONE CARD AND HOLD ITS LINE IF IT MATCHES.  *
008910*  A PROCESSED-ID ENTRY IS NO MORE THAN AN ID AND A   *
008920*  DATE, SO IT ANSWERS ONLY A CARD THAT NAMES ITS ID, *
008930*  WHATEVER THE CARD'S TRAN CODE.                     *
008940******************************************************
008950 7500-MATCH-ONE-REQUEST.
008960     IF IFT-RQT-IS-REJECTED (IFT-REQ-SUB)
008970         GO TO 7500-EXIT
008980     END-IF.
008990     IF IFT-RQT-RECORD-ID (IFT-REQ-SUB) NOT = SPACES
009000        AND IFT-RQT-RECORD-ID (IFT-REQ-SUB)
009010            NOT = IFT-CAND-RECORD-ID
009020         GO TO 7500-EXIT
009030     END-IF.
009040     IF IFT-CAND-DATE < IFT-RQT-DATE-FROM (IFT-REQ-SUB)
009050        OR IFT-CAND-DATE > IFT-RQT-DATE-TO (IFT-REQ-SUB)
009060         GO TO 7500-EXIT
009070     END-IF.
009080     IF IFT-CAND-IS-PRID
009090         IF IFT-RQT-RECORD-ID (IFT-REQ-SUB) = SPACES
009100             GO TO 7500-EXIT
009110         END-IF
009120     ELSE
009130         IF IFT-RQT-TRAN-CODE (IFT-REQ-SUB) NOT = SPACES
009140            AND IFT-RQT-TRAN-CODE (IFT-REQ-SUB)
009150                NOT = IFT-CAND-TRAN-CODE
009160             GO TO 7500-EXIT
009170         END-IF
009180     END-IF.
009190     IF IFT-MATCH-TABLE-COUNT >= 5000
009200         IF IFT-MATCHES-DROPPED = ZERO
009210             DISPLAY "IF97012W MATCH TABLE FULL - FURTHER "
009220                     "MATCHES COUNTED BUT NOT PRINTED"
009230         END-IF
009240         ADD 1 TO IFT-MATCHES-DROPPED
009250         ADD 1 TO IFT-RQT-MATCHES (IFT-REQ-SUB)
009260         GO TO 7500-EXIT
009270     END-IF.
009280     ADD 1 TO IFT-MATCH-TABLE-COUNT
009290              IFT-MATCHES-HELD
009300              IFT-RQT-MATCHES (IFT-REQ-SUB).
009310     MOVE IFT-REQ-SUB
009320         TO IFT-MTC-REQUEST-NO (IFT-MATCH-TABLE-COUNT).
009330     MOVE IFT-RPT-DETAIL-LINE
009340         TO IFT-MTC-LINE (IFT-MATCH-TABLE-COUNT).
009350 7500-EXIT.
009360     EXIT.
