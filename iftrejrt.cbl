000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    IFTREJRT.
000120 AUTHOR.        D MCCARRON.
000130 INSTALLATION.  DAILY OPERATIONS.
000140 DATE-WRITTEN.  10/14/2026.
000150 DATE-COMPILED.
000160
000170******************************************************
000180*  MODIFICATION HISTORY                               *
000190*  --------------------------------------------------  *
000200*  10/14/2026  DM   ORIGINAL PROGRAM.  PER-SOURCE      *
000210*                   REJECT RETURN.  UNTIL NOW EACH     *
000220*                   UPSTREAM TEAM WAS PHONED WITH A    *
000230*                   PRINTED LIST OF ITS SUSPENDED      *
000240*                   ITEMS.  EVERY DETAIL NOW CARRIES   *
000250*                   THE SOURCE SYSTEM THAT SENT IT,    *
000260*                   SO THE NIGHT'S SUSPENSE            *
000270*                   GENERATION IS SPLIT HERE INTO ONE  *
000280*                   FRAMED RETURN FILE PER SOURCE      *
000290*                   (HEADER, ONE DETAIL PER SUSPENDED  *
000300*                   ITEM WITH ITS REASON CODE AND      *
000310*                   TEXT, CONTROL-TOTAL TRAILER).      *
000320*                   THE SOURCES AND THEIR RETURN       *
000330*                   FILES ARE PAIRED BY THE RTNCTL     *
000340*                   CARD.  AN ITEM FROM A SOURCE NOT   *
000350*                   ON THE CARD GOES ON THE OTHER-     *
000360*                   SOURCES RETURN FOR OPERATIONS TO   *
000370*                   PLACE, AND THE STEP ENDS RC 4 SO   *
000380*                   THE CARD GETS LOOKED AT.           *
000384*  10/15/2026  DM   GENERIC TEXTS FOR RC08 THRU RC10   *
000388*                   (ACCOUNT NOT ON FILE, CLOSED,      *
000392*                   FROZEN).                           *
000394*  10/15/2026  DM   GENERIC TEXT FOR RC11 (LARGE-VALUE *
000396*                   ITEM DECLINED ON REVIEW).          *
000397*  10/15/2026  DM   GENERIC TEXT FOR RC12 (REJECTED BY *
000398*                   POSTING - BACKED OUT TO SUSPENSE   *
000399*                   BY IFTACKBO).                      *
000400******************************************************
000401
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-370.
000440 OBJECT-COMPUTER.   IBM-370.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT IFT-RTNCTL-FILE
000490         ASSIGN TO RTNCTL
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS IFT-RTNCTL-FILE-STATUS.
000520
000530     SELECT IFT-RUNIN-FILE
000540         ASSIGN TO RUNIN
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS IFT-RUNIN-FILE-STATUS.
000570
000580     SELECT IFT-SUSIN-FILE
000590         ASSIGN TO SUSIN
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS IFT-SUSIN-FILE-STATUS.
000620
000630     SELECT IFT-RTN1-FILE
000640         ASSIGN TO RTNOUT1
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS IFT-RTN1-FILE-STATUS.
000670
000680     SELECT IFT-RTN2-FILE
000690         ASSIGN TO RTNOUT2
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS IFT-RTN2-FILE-STATUS.
000720
000730     SELECT IFT-RTN3-FILE
000740         ASSIGN TO RTNOUT3
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS IFT-RTN3-FILE-STATUS.
000770
000780     SELECT IFT-RTNOTH-FILE
000790         ASSIGN TO RTNOTH
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS IFT-RTNOTH-FILE-STATUS.
000820
000830     SELECT IFT-RPT-FILE
000840         ASSIGN TO RPTOUT
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS IFT-RPT-FILE-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  IFT-RTNCTL-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930 01  IFT-RTN-CONTROL-CARD.
000940     05  IFT-RTN-CARD-SOURCE        PIC X(08)
000950                                    OCCURS 3 TIMES.
000960     05  FILLER                     PIC X(56).
000970
000980 FD  IFT-RUNIN-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010     COPY IFTRUNM.
001020
001030 FD  IFT-SUSIN-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060     COPY IFTSUSP.
001070
001080 FD  IFT-RTN1-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 01  IFT-RTN1-RECORD                PIC X(100).
001120
001130 FD  IFT-RTN2-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160 01  IFT-RTN2-RECORD                PIC X(100).
001170
001180 FD  IFT-RTN3-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210 01  IFT-RTN3-RECORD                PIC X(100).
001220
001230 FD  IFT-RTNOTH-FILE
001240     RECORDING MODE IS F
001250     LABEL RECORDS ARE STANDARD.
001260 01  IFT-RTNOTH-RECORD              PIC X(100).
001270
001280 FD  IFT-RPT-FILE
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE STANDARD.
001310 01  IFT-RPT-RECORD                 PIC X(133).
001320
001330 WORKING-STORAGE SECTION.
001340
001350******************************************************
001360*  FILE STATUS AND END-OF-FILE SWITCHES               *
001370******************************************************
001380 77  IFT-RTNCTL-FILE-STATUS      PIC X(02) VALUE SPACES.
001390 77  IFT-RUNIN-FILE-STATUS       PIC X(02) VALUE SPACES.
001400 77  IFT-SUSIN-FILE-STATUS       PIC X(02) VALUE SPACES.
001410 77  IFT-RTN1-FILE-STATUS        PIC X(02) VALUE SPACES.
001420 77  IFT-RTN2-FILE-STATUS        PIC X(02) VALUE SPACES.
001430 77  IFT-RTN3-FILE-STATUS        PIC X(02) VALUE SPACES.
001440 77  IFT-RTNOTH-FILE-STATUS      PIC X(02) VALUE SPACES.
001450 77  IFT-RPT-FILE-STATUS         PIC X(02) VALUE SPACES.
001460
001470 77  IFT-SUSIN-EOF-SWITCH        PIC X(01) VALUE "N".
001480     88  IFT-SUSIN-AT-EOF                   VALUE "Y".
001490
001500******************************************************
001510*  RUN COUNTERS AND WORK FIELDS                       *
001520******************************************************
001530 77  IFT-ITEMS-READ              PIC 9(09) COMP-3 VALUE ZERO.
001540 77  IFT-ITEMS-RETURNED          PIC 9(09) COMP-3 VALUE ZERO.
001550 77  IFT-RTN-SUB                 PIC 9(02) COMP VALUE ZERO.
001555 77  IFT-RTN-SUB-DISP            PIC 9(01) VALUE ZERO.
001560 77  IFT-SOURCE-SUB              PIC 9(02) COMP VALUE ZERO.
001570
001580 77  IFT-FEED-DATE               PIC 9(08) VALUE ZERO.
001590 77  IFT-FEED-CYCLE-NO           PIC 9(02) VALUE ZERO.
001600 77  IFT-RUN-DATE                PIC 9(08) VALUE ZERO.
001610 77  IFT-RUN-TIME                PIC 9(06) VALUE ZERO.
001620
001630******************************************************
001640*  ONE ENTRY PER RETURN FILE - THE THREE NAMED        *
001650*  SOURCES FROM THE CARD, THEN THE OTHER-SOURCES      *
001660*  RETURN.  EACH KEEPS ITS OWN TRAILER TOTALS.        *
001670******************************************************
001680 01  IFT-RETURN-TABLE.
001690     05  IFT-RETURN-ENTRY        OCCURS 4 TIMES.
001700         10  IFT-RTN-SOURCE-SYS  PIC X(08).
001710         10  IFT-RTN-COUNT       PIC 9(09) COMP-3.
001720         10  IFT-RTN-HASH        PIC S9(13)V99 COMP-3.
001730
001740******************************************************
001750*  REASON TEXTS FOR THE RETURN DETAILS.  THE          *
001760*  SUSPENSE RECORD CARRIES ONLY THE REASON CODE, SO   *
001770*  EACH REASON GOES BACK WITH ONE GENERIC TEXT - THE  *
001780*  SAME TEXTS THE CONSOLIDATED EXCEPTION PAGES USE.   *
001790******************************************************
001800 01  IFT-REASON-TEXT-TABLE.
001810     05  FILLER                  PIC X(40) VALUE
001820         "CHECK VALUE NOT EQUAL TO THRESHOLD".
001830     05  FILLER                  PIC X(40) VALUE
001840         "EFFECTIVE DATE NOT WITHIN VALID RANGE".
001850     05  FILLER                  PIC X(40) VALUE
001860         "TRANSACTION CODE NOT ACTIVE ON FILE".
001870     05  FILLER                  PIC X(40) VALUE
001880         "AMOUNT OUTSIDE THE RULES FOR THIS CODE".
001890     05  FILLER                  PIC X(40) VALUE
001900         "DUPLICATE OF PREVIOUSLY PROCESSED RECORD".
001910     05  FILLER                  PIC X(40) VALUE
001920         "REVERSAL ORIGINAL NEVER POSTED".
001926     05  FILLER                  PIC X(40) VALUE
001932         "EFFECTIVE DATE IN A CLOSED PERIOD".
001934     05  FILLER                  PIC X(40) VALUE
001936         "ACCOUNT MISSING OR NOT ON FILE".
001938     05  FILLER                  PIC X(40) VALUE
001940         "ACCOUNT CLOSED".
001942     05  FILLER                  PIC X(40) VALUE
001944         "ACCOUNT FROZEN".
001945     05  FILLER                  PIC X(40) VALUE
001946         "LARGE-VALUE ITEM DECLINED".
001947     05  FILLER                  PIC X(40) VALUE
001948         "REJECTED BY POSTING".
001949 01  IFT-REASON-TEXT-REDEF REDEFINES IFT-REASON-TEXT-TABLE.
001950     05  IFT-REASON-TEXT-ENTRY   PIC X(40) OCCURS 12 TIMES.
001951
001960 01  IFT-SUS-REASON-SPLIT.
001970     05  FILLER                  PIC X(02).
001980     05  IFT-SUS-REASON-NUMBER   PIC 9(02).
001990
002000******************************************************
002010*  RETURN RECORD BUILD AREA                           *
002020******************************************************
002030     COPY IFTRJRT.
002040
002050******************************************************
002060*  SUMMARY REPORT LINE LAYOUTS                        *
002070******************************************************
002080 01  IFT-RJ-HEADING-1.
002090     05  FILLER                  PIC X(01) VALUE SPACES.
002100     05  FILLER                  PIC X(35)
002110         VALUE "IFTREJRT REJECT RETURN SUMMARY".
002120     05  FILLER                  PIC X(10) VALUE "RUN DATE ".
002130     05  IFT-RJ-RUN-DATE         PIC 9(08).
002140     05  FILLER                  PIC X(04) VALUE SPACES.
002150     05  FILLER                  PIC X(10) VALUE "RUN TIME ".
002160     05  IFT-RJ-RUN-TIME         PIC 9(06).
002170     05  FILLER                  PIC X(59) VALUE SPACES.
002180
002190 01  IFT-RJ-HEADING-2.
002200     05  FILLER                  PIC X(01) VALUE SPACES.
002210     05  FILLER                  PIC X(11) VALUE "FEED DATE ".
002220     05  IFT-RJ-FEED-DATE        PIC 9(08).
002230     05  FILLER                  PIC X(04) VALUE SPACES.
002240     05  FILLER                  PIC X(07) VALUE "CYCLE ".
002250     05  IFT-RJ-CYCLE-NO         PIC 9(02).
002260     05  FILLER                  PIC X(100) VALUE SPACES.
002270
002280 01  IFT-RJ-HEADING-3.
002290     05  FILLER                  PIC X(01) VALUE SPACES.
002300     05  FILLER                  PIC X(10) VALUE "RETURN".
002310     05  FILLER                  PIC X(10) VALUE "SOURCE".
002320     05  FILLER                  PIC X(14) VALUE "   ITEMS".
002330     05  FILLER                  PIC X(20)
002340         VALUE "         HASH TOTAL".
002350     05  FILLER                  PIC X(78) VALUE SPACES.
002360
002370 01  IFT-RJ-DETAIL-LINE.
002380     05  FILLER                  PIC X(01) VALUE SPACES.
002390     05  IFT-RJ-DDNAME           PIC X(08).
002400     05  FILLER                  PIC X(02) VALUE SPACES.
002410     05  IFT-RJ-SOURCE-SYS       PIC X(08).
002420     05  FILLER                  PIC X(02) VALUE SPACES.
002430     05  IFT-RJ-COUNT            PIC ZZZ,ZZZ,ZZ9.
002440     05  FILLER                  PIC X(02) VALUE SPACES.
002450     05  IFT-RJ-HASH             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002460     05  FILLER                  PIC X(78) VALUE SPACES.
002470
002480 01  IFT-RJ-SUMMARY-LINE.
002490     05  FILLER                  PIC X(01) VALUE SPACES.
002500     05  IFT-RJS-LABEL           PIC X(35).
002510     05  IFT-RJS-COUNT           PIC ZZZ,ZZZ,ZZ9.
002520     05  FILLER                  PIC X(86) VALUE SPACES.
002530
002540 PROCEDURE DIVISION.
002550
002560******************************************************
002570*  0000-MAINLINE                                      *
002580******************************************************
002590 0000-MAINLINE.
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002610     IF RETURN-CODE = 16
002620         GO TO 0000-EXIT
002630     END-IF.
002640     PERFORM 2000-RETURN-ONE-ITEM THRU 2000-EXIT
002650         UNTIL IFT-SUSIN-AT-EOF.
002660     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002670 0000-EXIT.
002680     STOP RUN.
002690
002700******************************************************
002710*  1000-INITIALIZE - READ THE SOURCE CARD, TAKE THE   *
002720*  FEED IDENTITY FROM THE CONSOLIDATED RUN-SUMMARY    *
002730*  ROW, OPEN THE RETURN FILES AND FRAME EACH ONE      *
002740*  WITH ITS HEADER.                                   *
002750******************************************************
002760 1000-INITIALIZE.
002770     ACCEPT IFT-RUN-DATE FROM DATE YYYYMMDD.
002780     ACCEPT IFT-RUN-TIME FROM TIME.
002790     OPEN INPUT IFT-RTNCTL-FILE.
002800     IF IFT-RTNCTL-FILE-STATUS NOT = "00"
002810         DISPLAY "IFZ0001E RETURN SOURCE CARD COULD NOT BE "
002820                 "OPENED"
002830         MOVE 16 TO RETURN-CODE
002840         GO TO 1000-EXIT
002850     END-IF.
002860     READ IFT-RTNCTL-FILE
002870         AT END
002880             DISPLAY "IFZ0002E RETURN SOURCE CARD IS EMPTY"
002890             MOVE 16 TO RETURN-CODE
002900             CLOSE IFT-RTNCTL-FILE
002910             GO TO 1000-EXIT
002920     END-READ.
002930     CLOSE IFT-RTNCTL-FILE.
002940     MOVE 1 TO IFT-RTN-SUB.
002950     PERFORM 1100-LOAD-ONE-SOURCE THRU 1100-EXIT
002960         UNTIL IFT-RTN-SUB > 3.
002970     MOVE "OTHER"  TO IFT-RTN-SOURCE-SYS (4).
002980     MOVE ZERO     TO IFT-RTN-COUNT (4).
002990     MOVE ZERO     TO IFT-RTN-HASH (4).
003000     DISPLAY "IFZ0010I SOURCES - " IFT-RTN-SOURCE-SYS (1)
003010             " " IFT-RTN-SOURCE-SYS (2)
003020             " " IFT-RTN-SOURCE-SYS (3).
003030
003040     OPEN INPUT IFT-RUNIN-FILE.
003050     IF IFT-RUNIN-FILE-STATUS NOT = "00"
003060         DISPLAY "IFZ0003E RUN-SUMMARY FILE COULD NOT BE "
003070                 "OPENED"
003080         MOVE 16 TO RETURN-CODE
003090         GO TO 1000-EXIT
003100     END-IF.
003110     READ IFT-RUNIN-FILE
003120         AT END
003130             DISPLAY "IFZ0004E RUN-SUMMARY FILE IS EMPTY"
003140             MOVE 16 TO RETURN-CODE
003150             CLOSE IFT-RUNIN-FILE
003160             GO TO 1000-EXIT
003170     END-READ.
003180     MOVE IFT-RUN-FEED-DATE TO IFT-FEED-DATE.
003190     MOVE IFT-RUN-CYCLE-NO  TO IFT-FEED-CYCLE-NO.
003200     CLOSE IFT-RUNIN-FILE.
003210
003220     OPEN INPUT IFT-SUSIN-FILE.
003230     IF IFT-SUSIN-FILE-STATUS NOT = "00"
003240         DISPLAY "IFZ0005E SUSPENSE GENERATION COULD NOT BE "
003250                 "OPENED"
003260         MOVE 16 TO RETURN-CODE
003270         GO TO 1000-EXIT
003280     END-IF.
003290     OPEN OUTPUT IFT-RTN1-FILE.
003300     OPEN OUTPUT IFT-RTN2-FILE.
003310     OPEN OUTPUT IFT-RTN3-FILE.
003320     OPEN OUTPUT IFT-RTNOTH-FILE.
003330     OPEN OUTPUT IFT-RPT-FILE.
003340     IF IFT-RTN1-FILE-STATUS NOT = "00"
003350        OR IFT-RTN2-FILE-STATUS NOT = "00"
003360        OR IFT-RTN3-FILE-STATUS NOT = "00"
003370        OR IFT-RTNOTH-FILE-STATUS NOT = "00"
003380        OR IFT-RPT-FILE-STATUS NOT = "00"
003390         DISPLAY "IFZ0006E A RETURN OR REPORT FILE COULD NOT "
003400                 "BE OPENED"
003410         MOVE 16 TO RETURN-CODE
003420         CLOSE IFT-SUSIN-FILE
003430         GO TO 1000-EXIT
003440     END-IF.
003450     MOVE 1 TO IFT-RTN-SUB.
003460     PERFORM 1200-WRITE-ONE-HEADER THRU 1200-EXIT
003470         UNTIL IFT-RTN-SUB > 4.
003480     PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
003490 1000-EXIT.
003500     EXIT.
003510
003520******************************************************
003530*  1100-LOAD-ONE-SOURCE - A BLANK POSITION ON THE     *
003540*  CARD LEAVES THAT RETURN FILE UNUSED; IT IS STILL   *
003550*  FRAMED, EMPTY, SO THE DATASET IS ALWAYS VALID.     *
003560******************************************************
003570 1100-LOAD-ONE-SOURCE.
003580     MOVE IFT-RTN-CARD-SOURCE (IFT-RTN-SUB)
003590         TO IFT-RTN-SOURCE-SYS (IFT-RTN-SUB).
003600     MOVE ZERO TO IFT-RTN-COUNT (IFT-RTN-SUB).
003610     MOVE ZERO TO IFT-RTN-HASH (IFT-RTN-SUB).
003620     ADD 1 TO IFT-RTN-SUB.
003630 1100-EXIT.
003640     EXIT.
003650
003660******************************************************
003670*  1200-WRITE-ONE-HEADER                               *
003680******************************************************
003690 1200-WRITE-ONE-HEADER.
003700     MOVE SPACES                TO IFT-REJRTN-HEADER-RECORD.
003710     MOVE "HDR0000000"          TO IFT-RJR-HDR-ID.
003720     MOVE IFT-FEED-DATE         TO IFT-RJR-HDR-FEED-DATE.
003730     MOVE IFT-RTN-SOURCE-SYS (IFT-RTN-SUB)
003740                                TO IFT-RJR-HDR-SOURCE-SYS.
003750     MOVE IFT-FEED-CYCLE-NO     TO IFT-RJR-HDR-CYCLE-NO.
003760     MOVE IFT-RUN-DATE          TO IFT-RJR-HDR-RUN-DATE.
003770     MOVE IFT-RUN-TIME          TO IFT-RJR-HDR-RUN-TIME.
003780     PERFORM 2400-WRITE-RETURN-RECORD THRU 2400-EXIT.
003790     ADD 1 TO IFT-RTN-SUB.
003800 1200-EXIT.
003810     EXIT.
003820
003830******************************************************
003840*  2000-RETURN-ONE-ITEM - FIND THE ITEM'S SOURCE ON   *
003850*  THE CARD (THE OTHER-SOURCES RETURN WHEN IT IS NOT  *
003860*  THERE) AND WRITE ITS RETURN DETAIL.                *
003870******************************************************
003880 2000-RETURN-ONE-ITEM.
003890     ADD 1 TO IFT-ITEMS-READ.
003900     MOVE 4 TO IFT-RTN-SUB.
003910     MOVE 1 TO IFT-SOURCE-SUB.
003920     PERFORM 2200-MATCH-ONE-SOURCE THRU 2200-EXIT
003930         UNTIL IFT-SOURCE-SUB > 3.
003940     PERFORM 2300-BUILD-RETURN-DETAIL THRU 2300-EXIT.
003950     PERFORM 2400-WRITE-RETURN-RECORD THRU 2400-EXIT.
003960     ADD 1 TO IFT-RTN-COUNT (IFT-RTN-SUB).
003970     ADD IFT-SUS-AMOUNT TO IFT-RTN-HASH (IFT-RTN-SUB).
003980     ADD 1 TO IFT-ITEMS-RETURNED.
003990     PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
004000 2000-EXIT.
004010     EXIT.
004020
004030******************************************************
004040*  2100-READ-SUSPENSE                                  *
004050******************************************************
004060 2100-READ-SUSPENSE.
004070     READ IFT-SUSIN-FILE
004080         AT END SET IFT-SUSIN-AT-EOF TO TRUE
004090     END-READ.
004100 2100-EXIT.
004110     EXIT.
004120
004130******************************************************
004140*  2200-MATCH-ONE-SOURCE - THE FIRST CARD POSITION    *
004150*  NAMING THE ITEM'S SOURCE WINS.  A BLANK SOURCE     *
004160*  NEVER MATCHES A BLANK CARD POSITION.               *
004170******************************************************
004180 2200-MATCH-ONE-SOURCE.
004190     IF IFT-SUS-SOURCE-SYS NOT = SPACES
004200        AND IFT-SUS-SOURCE-SYS =
004210            IFT-RTN-SOURCE-SYS (IFT-SOURCE-SUB)
004220        AND IFT-RTN-SUB = 4
004230         MOVE IFT-SOURCE-SUB TO IFT-RTN-SUB
004240     END-IF.
004250     ADD 1 TO IFT-SOURCE-SUB.
004260 2200-EXIT.
004270     EXIT.
004280
004290******************************************************
004300*  2300-BUILD-RETURN-DETAIL                            *
004310******************************************************
004320 2300-BUILD-RETURN-DETAIL.
004330     MOVE SPACES                 TO IFT-REJRTN-RECORD.
004340     MOVE IFT-SUS-RECORD-ID      TO IFT-RJR-RECORD-ID.
004350     MOVE IFT-SUS-EFF-DATE       TO IFT-RJR-EFF-DATE.
004360     MOVE IFT-SUS-TRAN-CODE      TO IFT-RJR-TRAN-CODE.
004370     MOVE IFT-SUS-AMOUNT         TO IFT-RJR-AMOUNT.
004380     MOVE IFT-SUS-CHECK-VALUE    TO IFT-RJR-CHECK-VALUE.
004390     MOVE IFT-SUS-EXPECTED-VALUE TO IFT-RJR-EXPECTED-VALUE.
004400     MOVE IFT-SUS-REASON-CODE    TO IFT-RJR-REASON-CODE.
004410     MOVE IFT-SUS-DESCRIPTION    TO IFT-RJR-DESCRIPTION.
004420     MOVE IFT-SUS-REASON-CODE    TO IFT-SUS-REASON-SPLIT.
004430     IF IFT-SUS-REASON-NUMBER NUMERIC
004440        AND IFT-SUS-REASON-NUMBER >= 1
004450        AND IFT-SUS-REASON-NUMBER <= 12
004460         MOVE IFT-REASON-TEXT-ENTRY (IFT-SUS-REASON-NUMBER)
004470             TO IFT-RJR-REASON-TEXT
004480     END-IF.
004490 2300-EXIT.
004500     EXIT.
004510
004520******************************************************
004530*  2400-WRITE-RETURN-RECORD - ROUTE THE RECORD JUST   *
004540*  BUILT TO THE RETURN FILE IFT-RTN-SUB POINTS AT.    *
004550******************************************************
004560 2400-WRITE-RETURN-RECORD.
004570     IF IFT-RTN-SUB = 1
004580         WRITE IFT-RTN1-RECORD FROM IFT-REJRTN-RECORD
004590     ELSE
004600         IF IFT-RTN-SUB = 2
004610             WRITE IFT-RTN2-RECORD FROM IFT-REJRTN-RECORD
004620         ELSE
004630             IF IFT-RTN-SUB = 3
004640                 WRITE IFT-RTN3-RECORD FROM IFT-REJRTN-RECORD
004650             ELSE
004660                 WRITE IFT-RTNOTH-RECORD
004670                     FROM IFT-REJRTN-RECORD
004680             END-IF
004690         END-IF
004700     END-IF.
004710 2400-EXIT.
004720     EXIT.
004730
004740******************************************************
004750*  3000-FINALIZE - CLOSE EACH RETURN WITH ITS         *
004760*  CONTROL-TOTAL TRAILER AND PRINT THE SUMMARY.  AN   *
004770*  ITEM ON THE OTHER-SOURCES RETURN ENDS THE STEP     *
004780*  RC 4.                                              *
004790******************************************************
004800 3000-FINALIZE.
004810     MOVE IFT-RUN-DATE       TO IFT-RJ-RUN-DATE.
004820     MOVE IFT-RUN-TIME       TO IFT-RJ-RUN-TIME.
004830     MOVE IFT-FEED-DATE      TO IFT-RJ-FEED-DATE.
004840     MOVE IFT-FEED-CYCLE-NO  TO IFT-RJ-CYCLE-NO.
004850     WRITE IFT-RPT-RECORD FROM IFT-RJ-HEADING-1
004860         AFTER ADVANCING PAGE.
004870     WRITE IFT-RPT-RECORD FROM IFT-RJ-HEADING-2
004880         AFTER ADVANCING 2 LINES.
004890     WRITE IFT-RPT-RECORD FROM IFT-RJ-HEADING-3
004900         AFTER ADVANCING 2 LINES.
004910     MOVE 1 TO IFT-RTN-SUB.
004920     PERFORM 3100-CLOSE-ONE-RETURN THRU 3100-EXIT
004930         UNTIL IFT-RTN-SUB > 4.
004940
004950     MOVE "SUSPENDED ITEMS READ..............." TO IFT-RJS-LABEL.
004960     MOVE IFT-ITEMS-READ TO IFT-RJS-COUNT.
004970     WRITE IFT-RPT-RECORD FROM IFT-RJ-SUMMARY-LINE
004980         AFTER ADVANCING 2 LINES.
004990     MOVE "ITEMS RETURNED....................." TO IFT-RJS-LABEL.
005000     MOVE IFT-ITEMS-RETURNED TO IFT-RJS-COUNT.
005010     WRITE IFT-RPT-RECORD FROM IFT-RJ-SUMMARY-LINE
005020         AFTER ADVANCING 1 LINE.
005030
005040     CLOSE IFT-SUSIN-FILE.
005050     CLOSE IFT-RTN1-FILE.
005060     CLOSE IFT-RTN2-FILE.
005070     CLOSE IFT-RTN3-FILE.
005080     CLOSE IFT-RTNOTH-FILE.
005090     CLOSE IFT-RPT-FILE.
005100     IF IFT-RTN-COUNT (4) > ZERO
005110         DISPLAY "IFZ0007W " IFT-RTN-COUNT (4)
005120                 " ITEMS FROM SOURCES NOT ON THE RTNCTL CARD"
005130         MOVE 4 TO RETURN-CODE
005140     END-IF.
005150     DISPLAY "IFZ0099I ITEMS READ:      " IFT-ITEMS-READ.
005160     DISPLAY "IFZ0098I ITEMS RETURNED:  " IFT-ITEMS-RETURNED.
005170 3000-EXIT.
005180     EXIT.
005190
005200******************************************************
005210*  3100-CLOSE-ONE-RETURN                               *
005220******************************************************
005230 3100-CLOSE-ONE-RETURN.
005240     MOVE SPACES       TO IFT-REJRTN-TRAILER-RECORD.
005250     MOVE "TRL9999999" TO IFT-RJR-TRL-ID.
005260     MOVE IFT-RTN-COUNT (IFT-RTN-SUB)
005270                       TO IFT-RJR-TRL-RECORD-COUNT.
005280     MOVE IFT-RTN-HASH (IFT-RTN-SUB)
005290                       TO IFT-RJR-TRL-HASH-TOTAL.
005300     PERFORM 2400-WRITE-RETURN-RECORD THRU 2400-EXIT.
005310
005320     MOVE SPACES TO IFT-RJ-DETAIL-LINE.
005330     IF IFT-RTN-SUB = 4
005340         MOVE "RTNOTH"  TO IFT-RJ-DDNAME
005350     ELSE
005360         MOVE "RTNOUT"  TO IFT-RJ-DDNAME
005370         MOVE IFT-RTN-SUB      TO IFT-RTN-SUB-DISP
005375         MOVE IFT-RTN-SUB-DISP TO IFT-RJ-DDNAME (7:1)
005380     END-IF.
005390     MOVE IFT-RTN-SOURCE-SYS (IFT-RTN-SUB) TO IFT-RJ-SOURCE-SYS.
005400     MOVE IFT-RTN-COUNT (IFT-RTN-SUB)      TO IFT-RJ-COUNT.
005410     MOVE IFT-RTN-HASH (IFT-RTN-SUB)       TO IFT-RJ-HASH.
005420     WRITE IFT-RPT-RECORD FROM IFT-RJ-DETAIL-LINE
005430         AFTER ADVANCING 1 LINE.
005440     ADD 1 TO IFT-RTN-SUB.
005450 3100-EXIT.
005460     EXIT.
