000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    IFTTIMRP.
000120 AUTHOR.        D MCCARRON.
000130 INSTALLATION.  DAILY OPERATIONS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************
000180*  MODIFICATION HISTORY                               *
000190*  --------------------------------------------------  *
000200*  10/15/2026  DM   ORIGINAL PROGRAM.  WEEKLY RUN-     *
000210*                   TIMING REPORT FROM THE RUN-TIMING  *
000220*                   MASTER (READ AS A FLAT UNLOAD).    *
000230*                   PART A - ELAPSED TIME AND          *
000240*                   THROUGHPUT PER STEP AND PER SPLIT  *
000250*                   FOR THE WEEK.  PART B - THE        *
000260*                   AVERAGE ELAPSED TIME OF EACH STEP  *
000270*                   WEEK BY WEEK OVER THE TREND        *
000280*                   WEEKS.  PART C - TONIGHT'S RUN     *
000290*                   PROJECTED FROM THE INCOMING SOURCE *
000300*                   FEED TRAILER COUNTS AGAINST THE    *
000310*                   BATCH WINDOW, WITH THE EFFECT OF   *
000320*                   ONE MORE SPLIT, SO A SPLIT CAN BE  *
000330*                   ADDED OR THE INTRADAY CYCLE MOVED  *
000340*                   AHEAD BEFORE THE NIGHT OVERRUNS.   *
000350*                   RC 4 WHEN THE RUN IS AT RISK OR    *
000360*                   WILL OVERRUN THE WINDOW.           *
000370******************************************************
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT IFT-TRCCTL-FILE
000470         ASSIGN TO TIMCTL
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS IFT-TRCCTL-FILE-STATUS.
000500
000510     SELECT IFT-TIMHIST-FILE
000520         ASSIGN TO TIMHIST
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS IFT-TIMHIST-FILE-STATUS.
000550
000560     SELECT IFT-TRANIN-FILE
000570         ASSIGN TO TRANIN
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS IFT-TRANIN-FILE-STATUS.
000600
000610     SELECT IFT-RPT-FILE
000620         ASSIGN TO RPTOUT
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS IFT-RPT-FILE-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680******************************************************
000690*  TIMCTL CARD - EVERY FIELD MAY BE LEFT BLANK:       *
000700*    1-8    WEEK-ENDING DATE YYYYMMDD (RUN DATE)      *
000710*    9-10   TREND WEEKS, 1 THRU 8 (06)                *
000720*    11-14  BATCH WINDOW OPENS HHMM (2200)            *
000730*    15-18  BATCH WINDOW CLOSES HHMM (0600) - AN      *
000740*           EARLIER CLOSE THAN OPEN IS NEXT MORNING   *
000750*    19-21  SAFETY MARGIN IN MINUTES (030)            *
000760******************************************************
000770 FD  IFT-TRCCTL-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  IFT-TRC-CONTROL-CARD.
000810     05  IFT-TRC-WEEK-ENDING        PIC X(08).
000820     05  IFT-TRC-WEEK-ENDING-N REDEFINES IFT-TRC-WEEK-ENDING
000830                                    PIC 9(08).
000840     05  IFT-TRC-WEEKS              PIC X(02).
000850     05  IFT-TRC-WEEKS-N REDEFINES IFT-TRC-WEEKS
000860                                    PIC 9(02).
000870     05  IFT-TRC-WINDOW-OPEN        PIC X(04).
000880     05  IFT-TRC-WINDOW-OPEN-N REDEFINES IFT-TRC-WINDOW-OPEN
000890                                    PIC 9(04).
000900     05  IFT-TRC-WINDOW-CLOSE       PIC X(04).
000910     05  IFT-TRC-WINDOW-CLOSE-N
000920             REDEFINES IFT-TRC-WINDOW-CLOSE
000930                                    PIC 9(04).
000940     05  IFT-TRC-MARGIN             PIC X(03).
000950     05  IFT-TRC-MARGIN-N REDEFINES IFT-TRC-MARGIN
000960                                    PIC 9(03).
000970     05  FILLER                     PIC X(59).
000980
000990 FD  IFT-TIMHIST-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020     COPY IFTTIMM.
001030
001040 FD  IFT-TRANIN-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070     COPY IFTTRAN.
001080
001090 FD  IFT-RPT-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 01  IFT-RPT-RECORD                 PIC X(133).
001130
001140 WORKING-STORAGE SECTION.
001150
001160 77  IFT-TRCCTL-FILE-STATUS      PIC X(02) VALUE SPACES.
001170 77  IFT-TIMHIST-FILE-STATUS     PIC X(02) VALUE SPACES.
001180 77  IFT-TRANIN-FILE-STATUS      PIC X(02) VALUE SPACES.
001190 77  IFT-RPT-FILE-STATUS         PIC X(02) VALUE SPACES.
001200
001210 77  IFT-TIMHIST-EOF-SWITCH      PIC X(01) VALUE "N".
001220     88  IFT-TIMHIST-AT-EOF                 VALUE "Y".
001230 77  IFT-TRANIN-EOF-SWITCH       PIC X(01) VALUE "N".
001240     88  IFT-TRANIN-AT-EOF                  VALUE "Y".
001250 77  IFT-STEP-FOUND-SWITCH       PIC X(01) VALUE "N".
001260     88  IFT-STEP-WAS-FOUND                 VALUE "Y".
001270 77  IFT-SPLIT-OPEN-SWITCH       PIC X(01) VALUE "N".
001280     88  IFT-SPLIT-IS-OPEN                  VALUE "Y".
001290
001300 77  IFT-RUN-DATE                PIC 9(08) VALUE ZERO.
001310 77  IFT-WEEK-ENDING             PIC 9(08) VALUE ZERO.
001320 77  IFT-TREND-WEEKS             PIC 9(02) COMP VALUE 6.
001330 77  IFT-WINDOW-OPEN             PIC 9(04) VALUE 2200.
001340 77  IFT-WINDOW-CLOSE            PIC 9(04) VALUE 0600.
001350 77  IFT-MARGIN-MINUTES          PIC 9(03) VALUE 30.
001360
001370*    THE FRONT-JOB STEP WHOSE RECORD COUNT IS THE NIGHT'S
001380*    WHOLE MERGED VOLUME - THE BASE TONIGHT'S TRAILER
001390*    COUNTS ARE SCALED AGAINST.
001400 77  IFT-BASE-STEP-NAME          PIC X(08) VALUE "INTAKE".
001410
001420 77  IFT-END-DAY-NUMBER          PIC 9(07) VALUE ZERO.
001430 77  IFT-DAYS-BACK               PIC S9(07) COMP-3 VALUE ZERO.
001440 77  IFT-WINDOW-DAYS             PIC 9(03) COMP-3 VALUE ZERO.
001450 77  IFT-WEEK-SUB                PIC 9(02) COMP VALUE ZERO.
001460 77  IFT-COLUMN-SUB              PIC 9(02) COMP VALUE ZERO.
001470 77  IFT-PASS-SUB                PIC 9(04) COMP VALUE ZERO.
001480 77  IFT-PASS-LIMIT              PIC 9(04) COMP VALUE ZERO.
001490 77  IFT-NEXT-SUB                PIC 9(04) COMP VALUE ZERO.
001500 77  IFT-COLUMN-DATE             PIC 9(08) VALUE ZERO.
001510 77  IFT-HH                      PIC 9(02) VALUE ZERO.
001520 77  IFT-MM                      PIC 9(02) VALUE ZERO.
001530
001540 77  IFT-ROWS-READ               PIC 9(09) COMP-3 VALUE ZERO.
001550 77  IFT-ROWS-USED               PIC 9(09) COMP-3 VALUE ZERO.
001560 77  IFT-FEEDS-COUNTED           PIC 9(05) COMP-3 VALUE ZERO.
001570 77  IFT-TONIGHT-RECORDS         PIC 9(11) COMP-3 VALUE ZERO.
001580
001590******************************************************
001600*  STEP TABLE - ONE ROW PER STEP PER SPLIT SEEN IN    *
001610*  THE TREND WEEKS, WITH ITS RUNS, ELAPSED SECONDS    *
001620*  AND RECORDS WEEK BY WEEK (WEEK 1 IS THE WEEK       *
001630*  ENDING ON THE REPORT DATE) AND ITS LONGEST RUN OF  *
001640*  WEEK 1.  PUT IN PHASE, SPLIT AND STEP ORDER BEFORE *
001650*  ANYTHING IS PRINTED.  AN OVERFLOW IS A HARD STOP - *
001660*  A PARTIAL TABLE WOULD UNDERSTATE THE NIGHT.        *
001670******************************************************
001680 77  IFT-STEP-TABLE-COUNT        PIC 9(04) COMP VALUE ZERO.
001690 77  IFT-STEP-SUB                PIC 9(04) COMP VALUE ZERO.
001700 77  IFT-STEP-FOUND-SUB          PIC 9(04) COMP VALUE ZERO.
001710 01  IFT-STEP-TABLE.
001720     05  IFT-STEP-ENTRY          OCCURS 100 TIMES.
001730         10  IFT-STP-SORT-KEY.
001740             15  IFT-STP-PHASE       PIC X(01).
001750             15  IFT-STP-SPLIT-ID    PIC X(02).
001760             15  IFT-STP-ORDER       PIC 9(02).
001770             15  IFT-STP-STEP-NAME   PIC X(08).
001780         10  IFT-STP-MAX-ELAPSED     PIC 9(07) COMP-3.
001790         10  IFT-STP-WEEK            OCCURS 8 TIMES.
001800             15  IFT-STP-RUNS        PIC 9(05) COMP-3.
001810             15  IFT-STP-ELAPSED     PIC 9(11) COMP-3.
001820             15  IFT-STP-RECORDS     PIC 9(13) COMP-3.
001830 01  IFT-STEP-SWAP-AREA          PIC X(145).
001840
001850******************************************************
001860*  ONE STEP'S AVERAGES FOR A WEEK (OR, IN THE         *
001870*  FORECAST, THE WHOLE TREND WHEN THE STEP DID NOT    *
001880*  RUN IN WEEK 1), SET BY 8200-STEP-AVERAGES.         *
001890******************************************************
001900 77  IFT-AVG-RUNS                PIC 9(07) COMP-3 VALUE ZERO.
001910 77  IFT-AVG-ELAPSED-SUM         PIC 9(13) COMP-3 VALUE ZERO.
001920 77  IFT-AVG-RECORDS-SUM         PIC 9(15) COMP-3 VALUE ZERO.
001930 77  IFT-AVG-ELAPSED             PIC 9(09) COMP-3 VALUE ZERO.
001940 77  IFT-AVG-RECORDS             PIC 9(11) COMP-3 VALUE ZERO.
001950 77  IFT-RECORDS-PER-SECOND      PIC 9(07)V9 COMP-3
001960                                           VALUE ZERO.
001970
001980******************************************************
001990*  SPLIT / PHASE GROUP TOTALS FOR PARTS A AND B - THE *
002000*  SUM OF THE STEP AVERAGES, WHICH IS WHAT A TYPICAL  *
002010*  NIGHT OF THE GROUP TAKES.                          *
002020******************************************************
002030 77  IFT-GROUP-PHASE             PIC X(01) VALUE SPACES.
002040 77  IFT-GROUP-SPLIT-ID          PIC X(02) VALUE SPACES.
002050 77  IFT-GROUP-ELAPSED           PIC 9(09) COMP-3 VALUE ZERO.
002060 77  IFT-PRIOR-ELAPSED-SUM       PIC 9(11) COMP-3 VALUE ZERO.
002070 77  IFT-PRIOR-WEEKS             PIC 9(02) COMP VALUE ZERO.
002080 77  IFT-PRIOR-AVERAGE           PIC 9(09) COMP-3 VALUE ZERO.
002090 77  IFT-LATEST-AVERAGE          PIC 9(09) COMP-3 VALUE ZERO.
002100 77  IFT-CHANGE-PERCENT          PIC S9(05)V9 COMP-3
002110                                           VALUE ZERO.
002120 01  IFT-GROUP-WEEK-TOTALS.
002130     05  IFT-GRP-WEEK-ELAPSED    PIC 9(09) COMP-3
002140                                 OCCURS 8 TIMES.
002150
002160******************************************************
002170*  FORECAST WORK AREAS - SECONDS THROUGHOUT.  THE     *
002180*  SPLIT EDITS RUN SIDE BY SIDE, SO THE NIGHT WAITS   *
002190*  ON THE LONGEST SPLIT, NOT ON THEIR SUM.            *
002200******************************************************
002210 77  IFT-BASE-RECORDS            PIC 9(11) COMP-3 VALUE ZERO.
002220 77  IFT-VOLUME-RATIO            PIC 9(03)V9(04) COMP-3
002230                                           VALUE 1.
002240 77  IFT-STEP-PROJECTED          PIC 9(09) COMP-3 VALUE ZERO.
002250 77  IFT-PROJ-FRONT              PIC 9(09) COMP-3 VALUE ZERO.
002260 77  IFT-PROJ-SPLIT              PIC 9(09) COMP-3 VALUE ZERO.
002270 77  IFT-PROJ-LONGEST-SPLIT      PIC 9(09) COMP-3 VALUE ZERO.
002280 77  IFT-LONGEST-SPLIT-ID        PIC X(02) VALUE SPACES.
002290 77  IFT-PROJ-SPLIT-ID           PIC X(02) VALUE SPACES.
002300 77  IFT-SPLIT-COUNT             PIC 9(02) COMP VALUE ZERO.
002310 77  IFT-PROJ-CONS               PIC 9(09) COMP-3 VALUE ZERO.
002320 77  IFT-PROJ-TOTAL              PIC 9(09) COMP-3 VALUE ZERO.
002330 77  IFT-PROJ-MORE-SPLIT         PIC 9(09) COMP-3 VALUE ZERO.
002340 77  IFT-PROJ-MORE-TOTAL         PIC 9(09) COMP-3 VALUE ZERO.
002350 77  IFT-OPEN-SECONDS            PIC 9(07) COMP-3 VALUE ZERO.
002360 77  IFT-CLOSE-SECONDS           PIC 9(07) COMP-3 VALUE ZERO.
002370 77  IFT-WINDOW-SECONDS          PIC 9(07) COMP-3 VALUE ZERO.
002380 77  IFT-MARGIN-SECONDS          PIC 9(07) COMP-3 VALUE ZERO.
002390 77  IFT-FINISH-SECONDS          PIC 9(09) COMP-3 VALUE ZERO.
002400 77  IFT-FINISH-DAYS             PIC 9(03) COMP-3 VALUE ZERO.
002410 77  IFT-SLACK-SECONDS           PIC S9(09) COMP-3 VALUE ZERO.
002420
002430 77  IFT-VERDICT-SWITCH          PIC X(01) VALUE SPACES.
002440     88  IFT-RUN-INSIDE-WINDOW              VALUE "I".
002450     88  IFT-RUN-AT-RISK                    VALUE "R".
002460     88  IFT-RUN-WILL-OVERRUN               VALUE "O".
002470
002480******************************************************
002490*  ELAPSED-TIME EDIT - SECONDS TO HH:MM:SS.           *
002500******************************************************
002510 77  IFT-HMS-SECONDS             PIC 9(09) COMP-3 VALUE ZERO.
002520 77  IFT-HMS-HOURS-WORK          PIC 9(07) COMP-3 VALUE ZERO.
002530 77  IFT-HMS-REST                PIC 9(07) COMP-3 VALUE ZERO.
002540 01  IFT-HMS-TEXT.
002550     05  IFT-HMS-HOURS           PIC 9(02).
002560     05  FILLER                  PIC X(01) VALUE ":".
002570     05  IFT-HMS-MINUTES         PIC 9(02).
002580     05  FILLER                  PIC X(01) VALUE ":".
002590     05  IFT-HMS-SECS            PIC 9(02).
002600
002610 77  IFT-ED-COUNT                PIC ZZZ,ZZZ,ZZZ,ZZ9.
002620 77  IFT-ED-RATIO                PIC ZZ9.9999.
002630 77  IFT-ED-SPLITS               PIC Z9.
002640 77  IFT-ED-MARGIN               PIC ZZ9.
002650
002660******************************************************
002670*  REPORT LINE LAYOUTS                                *
002680******************************************************
002690 01  IFT-RPT-HEADING-1.
002700     05  FILLER                  PIC X(01) VALUE SPACES.
002710     05  FILLER                  PIC X(44)
002720         VALUE "IFTTIMRP WEEKLY RUN-TIMING AND WINDOW".
002730     05  FILLER                  PIC X(12) VALUE "WEEK ENDING ".
002740     05  IFT-TH1-WEEK-ENDING     PIC 9(08).
002750     05  FILLER                  PIC X(06) VALUE "  RUN ".
002760     05  IFT-TH1-RUN-DATE        PIC 9(08).
002770     05  FILLER                  PIC X(54) VALUE SPACES.
002780
002790 01  IFT-RPT-TITLE-LINE.
002800     05  FILLER                  PIC X(01) VALUE SPACES.
002810     05  IFT-TT-TEXT             PIC X(80).
002820     05  FILLER                  PIC X(52) VALUE SPACES.
002830
002840 01  IFT-RPT-STEP-HEADING.
002850     05  FILLER                  PIC X(27) VALUE
002860         " PHASE         SP STEP".
002870     05  FILLER                  PIC X(05) VALUE " RUNS".
002880     05  FILLER                  PIC X(11) VALUE
002890         "   AVG TIME".
002900     05  FILLER                  PIC X(13) VALUE
002910         "     MAX TIME".
002920     05  FILLER                  PIC X(13) VALUE
002930         "  AVG RECORDS".
002940     05  FILLER                  PIC X(11) VALUE
002950         "   RECS/SEC".
002960     05  FILLER                  PIC X(53) VALUE SPACES.
002970
002980 01  IFT-RPT-STEP-LINE.
002990     05  FILLER                  PIC X(01) VALUE SPACES.
003000     05  IFT-SL-PHASE            PIC X(13).
003010     05  FILLER                  PIC X(01) VALUE SPACES.
003020     05  IFT-SL-SPLIT-ID         PIC X(02).
003030     05  FILLER                  PIC X(01) VALUE SPACES.
003040     05  IFT-SL-STEP-NAME        PIC X(08).
003050     05  FILLER                  PIC X(01) VALUE SPACES.
003060     05  IFT-SL-RUNS             PIC ZZZZ9.
003070     05  FILLER                  PIC X(03) VALUE SPACES.
003080     05  IFT-SL-AVG-ELAPSED      PIC X(08).
003090     05  FILLER                  PIC X(05) VALUE SPACES.
003100     05  IFT-SL-MAX-ELAPSED      PIC X(08).
003110     05  FILLER                  PIC X(02) VALUE SPACES.
003120     05  IFT-SL-AVG-RECORDS      PIC ZZZ,ZZZ,ZZ9.
003130     05  FILLER                  PIC X(02) VALUE SPACES.
003140     05  IFT-SL-RATE             PIC ZZZ,ZZ9.9.
003150     05  FILLER                  PIC X(53) VALUE SPACES.
003160
003170 01  IFT-RPT-TREND-HEADING.
003180     05  FILLER                  PIC X(27) VALUE
003190         " PHASE         SP STEP".
003200     05  IFT-TRH-WEEK            OCCURS 8 TIMES.
003210         10  FILLER              PIC X(01).
003220         10  IFT-TRH-WEEK-ENDING PIC X(08).
003230     05  FILLER                  PIC X(09) VALUE
003240         "  CHANGE%".
003250     05  FILLER                  PIC X(25) VALUE SPACES.
003260
003270 01  IFT-RPT-TREND-LINE.
003280     05  FILLER                  PIC X(01) VALUE SPACES.
003290     05  IFT-TRL-PHASE           PIC X(13).
003300     05  FILLER                  PIC X(01) VALUE SPACES.
003310     05  IFT-TRL-SPLIT-ID        PIC X(02).
003320     05  FILLER                  PIC X(01) VALUE SPACES.
003330     05  IFT-TRL-STEP-NAME       PIC X(08).
003340     05  FILLER                  PIC X(01) VALUE SPACES.
003350     05  IFT-TRL-WEEK            OCCURS 8 TIMES.
003360         10  FILLER              PIC X(01).
003370         10  IFT-TRL-AVG-ELAPSED PIC X(08).
003380     05  FILLER                  PIC X(02) VALUE SPACES.
003390     05  IFT-TRL-CHANGE          PIC ++++9.9.
003400     05  FILLER                  PIC X(25) VALUE SPACES.
003410
003420 01  IFT-RPT-FORECAST-LINE.
003430     05  FILLER                  PIC X(01) VALUE SPACES.
003440     05  IFT-FL-LABEL            PIC X(35).
003450     05  FILLER                  PIC X(02) VALUE SPACES.
003460     05  IFT-FL-VALUE            PIC X(20).
003470     05  FILLER                  PIC X(01) VALUE SPACES.
003480     05  IFT-FL-NOTE             PIC X(60).
003490     05  FILLER                  PIC X(14) VALUE SPACES.
003500
003510 PROCEDURE DIVISION.
003520
003530******************************************************
003540*  0000-MAINLINE                                      *
003550******************************************************
003560 0000-MAINLINE.
003570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003580     IF RETURN-CODE = 16
003590         GO TO 0000-EXIT
003600     END-IF.
003610     PERFORM 2000-LOAD-ONE-ROW THRU 2000-EXIT
003620         UNTIL IFT-TIMHIST-AT-EOF
003630            OR RETURN-CODE = 16.
003640     CLOSE IFT-TIMHIST-FILE.
003650     IF RETURN-CODE = 16
003660         CLOSE IFT-RPT-FILE
003670         GO TO 0000-EXIT
003680     END-IF.
003690     PERFORM 2500-COUNT-TONIGHT THRU 2500-EXIT.
003700     PERFORM 3000-ORDER-STEP-TABLE THRU 3000-EXIT.
003710     PERFORM 4000-PRINT-WEEK THRU 4000-EXIT.
003720     PERFORM 5000-PRINT-TREND THRU 5000-EXIT.
003730     PERFORM 6000-PRINT-FORECAST THRU 6000-EXIT.
003740     PERFORM 7000-FINALIZE THRU 7000-EXIT.
003750 0000-EXIT.
003760     STOP RUN.
003770
003780******************************************************
003790*  1000-INITIALIZE - THE CARD, THEN THE FILES.  A     *
003800*  MISSING OR BLANK CARD TAKES EVERY DEFAULT.         *
003810******************************************************
003820 1000-INITIALIZE.
003830     ACCEPT IFT-RUN-DATE FROM DATE YYYYMMDD.
003840     MOVE IFT-RUN-DATE TO IFT-WEEK-ENDING.
003850     MOVE SPACES TO IFT-TRC-CONTROL-CARD.
003860     OPEN INPUT IFT-TRCCTL-FILE.
003870     IF IFT-TRCCTL-FILE-STATUS = "00"
003880         READ IFT-TRCCTL-FILE
003890             AT END MOVE SPACES TO IFT-TRC-CONTROL-CARD
003900         END-READ
003910         CLOSE IFT-TRCCTL-FILE
003920     END-IF.
003930     PERFORM 1100-EDIT-CONTROL-CARD THRU 1100-EXIT.
003940     IF RETURN-CODE = 16
003950         GO TO 1000-EXIT
003960     END-IF.
003970     OPEN INPUT IFT-TIMHIST-FILE.
003980     IF IFT-TIMHIST-FILE-STATUS NOT = "00"
003990         DISPLAY "IF9A001E RUN-TIMING UNLOAD COULD NOT BE "
004000                 "OPENED"
004010         MOVE 16 TO RETURN-CODE
004020         GO TO 1000-EXIT
004030     END-IF.
004040     OPEN OUTPUT IFT-RPT-FILE.
004050     IF IFT-RPT-FILE-STATUS NOT = "00"
004060         DISPLAY "IF9A002E REPORT FILE COULD NOT BE OPENED"
004070         MOVE 16 TO RETURN-CODE
004080         CLOSE IFT-TIMHIST-FILE
004090         GO TO 1000-EXIT
004100     END-IF.
004110     COMPUTE IFT-END-DAY-NUMBER =
004120         FUNCTION INTEGER-OF-DATE (IFT-WEEK-ENDING).
004130     COMPUTE IFT-WINDOW-DAYS = IFT-TREND-WEEKS * 7.
004140     MOVE IFT-WEEK-ENDING TO IFT-TH1-WEEK-ENDING.
004150     MOVE IFT-RUN-DATE    TO IFT-TH1-RUN-DATE.
004160     PERFORM 2100-READ-TIMING-ROW THRU 2100-EXIT.
004170 1000-EXIT.
004180     EXIT.
004190
004200******************************************************
004210*  1100-EDIT-CONTROL-CARD - A FIELD THAT IS NOT BLANK *
004220*  MUST BE NUMERIC AND IN RANGE.  A BAD CARD IS A     *
004230*  HARD STOP - A FORECAST AGAINST THE WRONG WINDOW    *
004240*  IS WORSE THAN NONE.                                *
004250******************************************************
004260 1100-EDIT-CONTROL-CARD.
004270     IF IFT-TRC-WEEK-ENDING NOT = SPACES
004280         IF IFT-TRC-WEEK-ENDING-N NOT NUMERIC
004290            OR IFT-TRC-WEEK-ENDING-N < 19000101
004300             DISPLAY "IF9A003E WEEK-ENDING DATE ON CARD IS "
004310                     "INVALID - " IFT-TRC-WEEK-ENDING
004320             MOVE 16 TO RETURN-CODE
004330             GO TO 1100-EXIT
004340         END-IF
004350         MOVE IFT-TRC-WEEK-ENDING-N TO IFT-WEEK-ENDING
004360     END-IF.
004370     IF IFT-TRC-WEEKS NOT = SPACES
004380         IF IFT-TRC-WEEKS-N NOT NUMERIC
004390            OR IFT-TRC-WEEKS-N < 1
004400            OR IFT-TRC-WEEKS-N > 8
004410             DISPLAY "IF9A004E TREND WEEKS ON CARD MUST BE "
004420                     "01 THRU 08 - " IFT-TRC-WEEKS
004430             MOVE 16 TO RETURN-CODE
004440             GO TO 1100-EXIT
004450         END-IF
004460         MOVE IFT-TRC-WEEKS-N TO IFT-TREND-WEEKS
004470     END-IF.
004480     IF IFT-TRC-WINDOW-OPEN NOT = SPACES
004490         IF IFT-TRC-WINDOW-OPEN-N NOT NUMERIC
004500             DISPLAY "IF9A005E WINDOW OPEN TIME ON CARD IS "
004510                     "INVALID - " IFT-TRC-WINDOW-OPEN
004520             MOVE 16 TO RETURN-CODE
004530             GO TO 1100-EXIT
004540         END-IF
004550         MOVE IFT-TRC-WINDOW-OPEN-N TO IFT-WINDOW-OPEN
004560     END-IF.
004570     IF IFT-TRC-WINDOW-CLOSE NOT = SPACES
004580         IF IFT-TRC-WINDOW-CLOSE-N NOT NUMERIC
004590             DISPLAY "IF9A006E WINDOW CLOSE TIME ON CARD IS "
004600                     "INVALID - " IFT-TRC-WINDOW-CLOSE
004610             MOVE 16 TO RETURN-CODE
004620             GO TO 1100-EXIT
004630         END-IF
004640         MOVE IFT-TRC-WINDOW-CLOSE-N TO IFT-WINDOW-CLOSE
004650     END-IF.
004660     IF IFT-TRC-MARGIN NOT = SPACES
004670         IF IFT-TRC-MARGIN-N NOT NUMERIC
004680             DISPLAY "IF9A007E MARGIN ON CARD IS INVALID - "
004690                     IFT-TRC-MARGIN
004700             MOVE 16 TO RETURN-CODE
004710             GO TO 1100-EXIT
004720         END-IF
004730         MOVE IFT-TRC-MARGIN-N TO IFT-MARGIN-MINUTES
004740     END-IF.
004750     DIVIDE IFT-WINDOW-OPEN BY 100 GIVING IFT-HH
004760         REMAINDER IFT-MM.
004770     IF IFT-HH > 23
004780        OR IFT-MM > 59
004790         DISPLAY "IF9A005E WINDOW OPEN TIME IS NOT A TIME "
004800                 "OF DAY - " IFT-WINDOW-OPEN
004810         MOVE 16 TO RETURN-CODE
004820         GO TO 1100-EXIT
004830     END-IF.
004840     COMPUTE IFT-OPEN-SECONDS = IFT-HH * 3600 + IFT-MM * 60.
004850     DIVIDE IFT-WINDOW-CLOSE BY 100 GIVING IFT-HH
004860         REMAINDER IFT-MM.
004870     IF IFT-HH > 23
004880        OR IFT-MM > 59
004890         DISPLAY "IF9A006E WINDOW CLOSE TIME IS NOT A TIME "
004900                 "OF DAY - " IFT-WINDOW-CLOSE
004910         MOVE 16 TO RETURN-CODE
004920         GO TO 1100-EXIT
004930     END-IF.
004940     COMPUTE IFT-CLOSE-SECONDS = IFT-HH * 3600 + IFT-MM * 60.
004950     IF IFT-CLOSE-SECONDS NOT > IFT-OPEN-SECONDS
004960         ADD 86400 TO IFT-CLOSE-SECONDS
004970     END-IF.
004980     COMPUTE IFT-WINDOW-SECONDS =
004990         IFT-CLOSE-SECONDS - IFT-OPEN-SECONDS.
005000     COMPUTE IFT-MARGIN-SECONDS = IFT-MARGIN-MINUTES * 60.
005010 1100-EXIT.
005020     EXIT.
005030
005040******************************************************
005050*  2000-LOAD-ONE-ROW - A STEP ROW WHOSE FEED DATE     *
005060*  FALLS IN THE TREND WEEKS IS ADDED TO ITS STEP'S    *
005070*  WEEK.  THE ALL-NINES SEED SENTINEL IS PASSED OVER  *
005080*  BEFORE ANY FIELD IS TOUCHED.                       *
005090******************************************************
005100 2000-LOAD-ONE-ROW.
005110     IF IFT-TIM-FEED-DATE = 99999999
005120         GO TO 2000-NEXT
005130     END-IF.
005140     ADD 1 TO IFT-ROWS-READ.
005150     IF IFT-TIM-FEED-DATE NOT NUMERIC
005160        OR IFT-TIM-FEED-DATE < 19000101
005170        OR NOT IFT-TIM-STEP-END
005180         GO TO 2000-NEXT
005190     END-IF.
005200     COMPUTE IFT-DAYS-BACK = IFT-END-DAY-NUMBER
005210         - FUNCTION INTEGER-OF-DATE (IFT-TIM-FEED-DATE).
005220     IF IFT-DAYS-BACK < ZERO
005230        OR IFT-DAYS-BACK NOT < IFT-WINDOW-DAYS
005240         GO TO 2000-NEXT
005250     END-IF.
005260     COMPUTE IFT-WEEK-SUB = IFT-DAYS-BACK / 7 + 1.
005270     PERFORM 2600-FIND-STEP-ROW THRU 2600-EXIT.
005280     IF RETURN-CODE = 16
005290         GO TO 2000-EXIT
005300     END-IF.
005310     ADD 1 TO IFT-ROWS-USED.
005320     MOVE IFT-TIM-STEP-ORDER
005330         TO IFT-STP-ORDER (IFT-STEP-FOUND-SUB).
005340     ADD 1 TO IFT-STP-RUNS (IFT-STEP-FOUND-SUB, IFT-WEEK-SUB).
005350     ADD IFT-TIM-ELAPSED-SECONDS
005360         TO IFT-STP-ELAPSED (IFT-STEP-FOUND-SUB, IFT-WEEK-SUB).
005370     ADD IFT-TIM-RECORDS
005380         TO IFT-STP-RECORDS (IFT-STEP-FOUND-SUB, IFT-WEEK-SUB).
005390     IF IFT-WEEK-SUB = 1
005400        AND IFT-TIM-ELAPSED-SECONDS >
005410            IFT-STP-MAX-ELAPSED (IFT-STEP-FOUND-SUB)
005420         MOVE IFT-TIM-ELAPSED-SECONDS
005430             TO IFT-STP-MAX-ELAPSED (IFT-STEP-FOUND-SUB)
005440     END-IF.
005450 2000-NEXT.
005460     PERFORM 2100-READ-TIMING-ROW THRU 2100-EXIT.
005470 2000-EXIT.
005480     EXIT.
005490
005500******************************************************
005510*  2100-READ-TIMING-ROW                                *
005520******************************************************
005530 2100-READ-TIMING-ROW.
005540     READ IFT-TIMHIST-FILE
005550         AT END SET IFT-TIMHIST-AT-EOF TO TRUE
005560     END-READ.
005570 2100-EXIT.
005580     EXIT.
005590
005600******************************************************
005610*  2500-COUNT-TONIGHT - TONIGHT'S VOLUME IS THE SUM   *
005620*  OF THE TRAILER COUNTS ON THE INCOMING SOURCE       *
005630*  FEEDS.  NO TRAILER (NOTHING HAS ARRIVED YET)       *
005640*  LEAVES THE FORECAST AT AN AVERAGE NIGHT'S VOLUME.  *
005650******************************************************
005660 2500-COUNT-TONIGHT.
005670     OPEN INPUT IFT-TRANIN-FILE.
005680     IF IFT-TRANIN-FILE-STATUS NOT = "00"
005690         DISPLAY "IF9A009W INCOMING FEEDS COULD NOT BE "
005700                 "OPENED - FORECAST AT AVERAGE VOLUME"
005710         GO TO 2500-EXIT
005720     END-IF.
005730     PERFORM 2550-READ-ONE-FEED-RECORD THRU 2550-EXIT
005740         UNTIL IFT-TRANIN-AT-EOF.
005750     CLOSE IFT-TRANIN-FILE.
005760 2500-EXIT.
005770     EXIT.
005780
005790 2550-READ-ONE-FEED-RECORD.
005800     READ IFT-TRANIN-FILE
005810         AT END SET IFT-TRANIN-AT-EOF TO TRUE
005820                GO TO 2550-EXIT
005830     END-READ.
005840     IF IFT-TRAN-TRAILER-REC
005850        AND IFT-TRAN-TRL-RECORD-COUNT NUMERIC
005860         ADD 1 TO IFT-FEEDS-COUNTED
005870         ADD IFT-TRAN-TRL-RECORD-COUNT TO IFT-TONIGHT-RECORDS
005880     END-IF.
005890 2550-EXIT.
005900     EXIT.
005910
005920******************************************************
005930*  2600-FIND-STEP-ROW - THE ROW FOR THE TIMING ROW'S  *
005940*  PHASE, SPLIT AND STEP, ADDED AT THE END WITH ZERO  *
005950*  TOTALS WHEN IT IS NEW.  THE ROW FOUND IS LEFT IN   *
005960*  IFT-STEP-FOUND-SUB.                                *
005970******************************************************
005980 2600-FIND-STEP-ROW.
005990     MOVE "N" TO IFT-STEP-FOUND-SWITCH.
006000     PERFORM 2650-TEST-STEP-ROW THRU 2650-EXIT
006010         VARYING IFT-STEP-SUB FROM 1 BY 1
006020         UNTIL IFT-STEP-SUB > IFT-STEP-TABLE-COUNT
006030            OR IFT-STEP-WAS-FOUND.
006040     IF IFT-STEP-WAS-FOUND
006050         GO TO 2600-EXIT
006060     END-IF.
006070     IF IFT-STEP-TABLE-COUNT >= 100
006080         DISPLAY "IF9A008E STEP TABLE FULL - RAISE THE TABLE"
006090         MOVE 16 TO RETURN-CODE
006100         GO TO 2600-EXIT
006110     END-IF.
006120     ADD 1 TO IFT-STEP-TABLE-COUNT.
006130     MOVE IFT-STEP-TABLE-COUNT TO IFT-STEP-FOUND-SUB.
006140     MOVE IFT-TIM-PHASE
006150         TO IFT-STP-PHASE (IFT-STEP-FOUND-SUB).
006160     MOVE IFT-TIM-SPLIT-ID
006170         TO IFT-STP-SPLIT-ID (IFT-STEP-FOUND-SUB).
006180     MOVE IFT-TIM-STEP-NAME
006190         TO IFT-STP-STEP-NAME (IFT-STEP-FOUND-SUB).
006200     MOVE ZERO TO IFT-STP-MAX-ELAPSED (IFT-STEP-FOUND-SUB).
006210     PERFORM 2700-CLEAR-ONE-WEEK THRU 2700-EXIT
006220         VARYING IFT-COLUMN-SUB FROM 1 BY 1
006230         UNTIL IFT-COLUMN-SUB > 8.
006240 2600-EXIT.
006250     EXIT.
006260
006270 2650-TEST-STEP-ROW.
006280     IF IFT-STP-PHASE (IFT-STEP-SUB) = IFT-TIM-PHASE
006290        AND IFT-STP-SPLIT-ID (IFT-STEP-SUB) = IFT-TIM-SPLIT-ID
006300        AND IFT-STP-STEP-NAME (IFT-STEP-SUB) = IFT-TIM-STEP-NAME
006310         SET IFT-STEP-WAS-FOUND TO TRUE
006320         MOVE IFT-STEP-SUB TO IFT-STEP-FOUND-SUB
006330     END-IF.
006340 2650-EXIT.
006350     EXIT.
006360
006370 2700-CLEAR-ONE-WEEK.
006380     MOVE ZERO
006390         TO IFT-STP-RUNS    (IFT-STEP-FOUND-SUB, IFT-COLUMN-SUB)
006400            IFT-STP-ELAPSED (IFT-STEP-FOUND-SUB, IFT-COLUMN-SUB)
006410            IFT-STP-RECORDS (IFT-STEP-FOUND-SUB, IFT-COLUMN-SUB).
006420 2700-EXIT.
006430     EXIT.
006440
006450******************************************************
006460*  3000-ORDER-STEP-TABLE - EXCHANGE PASSES OVER THE   *
006470*  TABLE UNTIL IT RUNS IN PHASE, SPLIT AND STEP       *
006480*  ORDER.  THE TABLE IS SMALL - A STEP PER SPLIT PER  *
006490*  JOB - SO THE PASSES COST NOTHING.                  *
006500******************************************************
006510 3000-ORDER-STEP-TABLE.
006520     PERFORM 3100-ONE-EXCHANGE-PASS THRU 3100-EXIT
006530         VARYING IFT-PASS-SUB FROM 1 BY 1
006540         UNTIL IFT-PASS-SUB >= IFT-STEP-TABLE-COUNT.
006550 3000-EXIT.
006560     EXIT.
006570
006580 3100-ONE-EXCHANGE-PASS.
006590     COMPUTE IFT-PASS-LIMIT =
006600         IFT-STEP-TABLE-COUNT - IFT-PASS-SUB.
006610     PERFORM 3200-EXCHANGE-ONE-PAIR THRU 3200-EXIT
006620         VARYING IFT-STEP-SUB FROM 1 BY 1
006630         UNTIL IFT-STEP-SUB > IFT-PASS-LIMIT.
006640 3100-EXIT.
006650     EXIT.
006660
006670 3200-EXCHANGE-ONE-PAIR.
006680     COMPUTE IFT-NEXT-SUB = IFT-STEP-SUB + 1.
006690     IF IFT-STP-SORT-KEY (IFT-STEP-SUB) NOT >
006700        IFT-STP-SORT-KEY (IFT-NEXT-SUB)
006710         GO TO 3200-EXIT
006720     END-IF.
006730     MOVE IFT-STEP-ENTRY (IFT-STEP-SUB) TO IFT-STEP-SWAP-AREA.
006740     MOVE IFT-STEP-ENTRY (IFT-NEXT-SUB)
006750         TO IFT-STEP-ENTRY (IFT-STEP-SUB).
006760     MOVE IFT-STEP-SWAP-AREA TO IFT-STEP-ENTRY (IFT-NEXT-SUB).
006770 3200-EXIT.
006780     EXIT.
006790
006800******************************************************
006810*  4000-PRINT-WEEK - PART A.  ONE LINE PER STEP FOR   *
006820*  THE WEEK ENDING ON THE REPORT DATE, AND A TOTAL    *
006830*  LINE CLOSING EACH JOB AND EACH SPLIT.              *
006840******************************************************
006850 4000-PRINT-WEEK.
006860     WRITE IFT-RPT-RECORD FROM IFT-RPT-HEADING-1
006870         AFTER ADVANCING PAGE.
006880     MOVE SPACES TO IFT-TT-TEXT.
006890     MOVE "PART A - ELAPSED TIME AND THROUGHPUT FOR THE WEEK"
006900         TO IFT-TT-TEXT.
006910     WRITE IFT-RPT-RECORD FROM IFT-RPT-TITLE-LINE
006920         AFTER ADVANCING 2 LINES.
006930     WRITE IFT-RPT-RECORD FROM IFT-RPT-STEP-HEADING
006940         AFTER ADVANCING 2 LINES.
006950     IF IFT-STEP-TABLE-COUNT = ZERO
006960         MOVE "NO STEP TIMINGS IN THE TREND WEEKS"
006970             TO IFT-TT-TEXT
006980         WRITE IFT-RPT-RECORD FROM IFT-RPT-TITLE-LINE
006990             AFTER ADVANCING 2 LINES
007000         GO TO 4000-EXIT
007010     END-IF.
007020     MOVE IFT-STP-PHASE (1)    TO IFT-GROUP-PHASE.
007030     MOVE IFT-STP-SPLIT-ID (1) TO IFT-GROUP-SPLIT-ID.
007040     MOVE ZERO TO IFT-GROUP-ELAPSED.
007050     PERFORM 4100-PRINT-ONE-STEP THRU 4100-EXIT
007060         VARYING IFT-STEP-SUB FROM 1 BY 1
007070         UNTIL IFT-STEP-SUB > IFT-STEP-TABLE-COUNT.
007080     PERFORM 4200-PRINT-GROUP-TOTAL THRU 4200-EXIT.
007090 4000-EXIT.
007100     EXIT.
007110
007120 4100-PRINT-ONE-STEP.
007130     IF IFT-STP-PHASE (IFT-STEP-SUB) NOT = IFT-GROUP-PHASE
007140        OR IFT-STP-SPLIT-ID (IFT-STEP-SUB)
007150           NOT = IFT-GROUP-SPLIT-ID
007160         PERFORM 4200-PRINT-GROUP-TOTAL THRU 4200-EXIT
007170         MOVE IFT-STP-PHASE (IFT-STEP-SUB) TO IFT-GROUP-PHASE
007180         MOVE IFT-STP-SPLIT-ID (IFT-STEP-SUB)
007190             TO IFT-GROUP-SPLIT-ID
007200         MOVE ZERO TO IFT-GROUP-ELAPSED
007210     END-IF.
007220     MOVE SPACES TO IFT-RPT-STEP-LINE.
007230     PERFORM 8100-PHASE-NAME THRU 8100-EXIT.
007240     MOVE IFT-STP-SPLIT-ID (IFT-STEP-SUB) TO IFT-SL-SPLIT-ID.
007250     MOVE IFT-STP-STEP-NAME (IFT-STEP-SUB) TO IFT-SL-STEP-NAME.
007260     MOVE 1 TO IFT-WEEK-SUB.
007270     PERFORM 8200-STEP-AVERAGES THRU 8200-EXIT.
007280     MOVE IFT-AVG-RUNS TO IFT-SL-RUNS.
007290     IF IFT-AVG-RUNS > ZERO
007300         MOVE IFT-AVG-ELAPSED TO IFT-HMS-SECONDS
007310         PERFORM 8300-EDIT-ELAPSED THRU 8300-EXIT
007320         MOVE IFT-HMS-TEXT TO IFT-SL-AVG-ELAPSED
007330         MOVE IFT-STP-MAX-ELAPSED (IFT-STEP-SUB)
007340             TO IFT-HMS-SECONDS
007350         PERFORM 8300-EDIT-ELAPSED THRU 8300-EXIT
007360         MOVE IFT-HMS-TEXT TO IFT-SL-MAX-ELAPSED
007370         ADD IFT-AVG-ELAPSED TO IFT-GROUP-ELAPSED
007380     END-IF.
007390     IF IFT-AVG-RECORDS > ZERO
007400         MOVE IFT-AVG-RECORDS TO IFT-SL-AVG-RECORDS
007410         MOVE IFT-RECORDS-PER-SECOND TO IFT-SL-RATE
007420     END-IF.
007430     WRITE IFT-RPT-RECORD FROM IFT-RPT-STEP-LINE
007440         AFTER ADVANCING 1 LINE.
007450 4100-EXIT.
007460     EXIT.
007470
007480 4200-PRINT-GROUP-TOTAL.
007490     MOVE SPACES TO IFT-RPT-STEP-LINE.
007500     MOVE IFT-GROUP-SPLIT-ID TO IFT-SL-SPLIT-ID.
007510     MOVE "TOTAL"            TO IFT-SL-STEP-NAME.
007520     MOVE IFT-GROUP-ELAPSED  TO IFT-HMS-SECONDS.
007530     PERFORM 8300-EDIT-ELAPSED THRU 8300-EXIT.
007540     MOVE IFT-HMS-TEXT       TO IFT-SL-AVG-ELAPSED.
007550     WRITE IFT-RPT-RECORD FROM IFT-RPT-STEP-LINE
007560         AFTER ADVANCING 1 LINE.
007570     MOVE SPACES TO IFT-RPT-STEP-LINE.
007580     WRITE IFT-RPT-RECORD FROM IFT-RPT-STEP-LINE
007590         AFTER ADVANCING 1 LINE.
007600 4200-EXIT.
007610     EXIT.
007620
007630******************************************************
007640*  5000-PRINT-TREND - PART B.  EACH STEP'S AVERAGE    *
007650*  ELAPSED TIME WEEK BY WEEK, OLDEST WEEK FIRST, AND  *
007660*  THE LATEST WEEK'S CHANGE AGAINST THE WEEKS BEFORE  *
007670*  IT.  A JOB OR SPLIT TOTAL LINE CLOSES EACH GROUP.  *
007680******************************************************
007690 5000-PRINT-TREND.
007700     WRITE IFT-RPT-RECORD FROM IFT-RPT-HEADING-1
007710         AFTER ADVANCING PAGE.
007720     MOVE SPACES TO IFT-TT-TEXT.
007730     MOVE "PART B - AVERAGE ELAPSED TIME BY WEEK ENDING"
007740         TO IFT-TT-TEXT.
007750     WRITE IFT-RPT-RECORD FROM IFT-RPT-TITLE-LINE
007760         AFTER ADVANCING 2 LINES.
007770     PERFORM 5050-SET-WEEK-HEADING THRU 5050-EXIT
007780         VARYING IFT-COLUMN-SUB FROM 1 BY 1
007790         UNTIL IFT-COLUMN-SUB > 8.
007800     WRITE IFT-RPT-RECORD FROM IFT-RPT-TREND-HEADING
007810         AFTER ADVANCING 2 LINES.
007820     IF IFT-STEP-TABLE-COUNT = ZERO
007830         GO TO 5000-EXIT
007840     END-IF.
007850     MOVE IFT-STP-PHASE (1)    TO IFT-GROUP-PHASE.
007860     MOVE IFT-STP-SPLIT-ID (1) TO IFT-GROUP-SPLIT-ID.
007870     PERFORM 5400-CLEAR-GROUP-WEEK THRU 5400-EXIT
007880         VARYING IFT-WEEK-SUB FROM 1 BY 1
007890         UNTIL IFT-WEEK-SUB > 8.
007900     PERFORM 5100-PRINT-ONE-TREND THRU 5100-EXIT
007910         VARYING IFT-STEP-SUB FROM 1 BY 1
007920         UNTIL IFT-STEP-SUB > IFT-STEP-TABLE-COUNT.
007930     PERFORM 5300-PRINT-GROUP-TREND THRU 5300-EXIT.
007940 5000-EXIT.
007950     EXIT.
007960
007970*    COLUMN 1 IS THE OLDEST TREND WEEK, THE LAST COLUMN
007980*    IN USE IS WEEK 1.
007990 5050-SET-WEEK-HEADING.
008000     MOVE SPACES TO IFT-TRH-WEEK (IFT-COLUMN-SUB).
008010     IF IFT-COLUMN-SUB > IFT-TREND-WEEKS
008020         GO TO 5050-EXIT
008030     END-IF.
008040     COMPUTE IFT-WEEK-SUB =
008050         IFT-TREND-WEEKS - IFT-COLUMN-SUB + 1.
008060     COMPUTE IFT-COLUMN-DATE = FUNCTION DATE-OF-INTEGER
008070         (IFT-END-DAY-NUMBER - (IFT-WEEK-SUB - 1) * 7).
008080     MOVE IFT-COLUMN-DATE
008090         TO IFT-TRH-WEEK-ENDING (IFT-COLUMN-SUB).
008100 5050-EXIT.
008110     EXIT.
008120
008130 5100-PRINT-ONE-TREND.
008140     IF IFT-STP-PHASE (IFT-STEP-SUB) NOT = IFT-GROUP-PHASE
008150        OR IFT-STP-SPLIT-ID (IFT-STEP-SUB)
008160           NOT = IFT-GROUP-SPLIT-ID
008170         PERFORM 5300-PRINT-GROUP-TREND THRU 5300-EXIT
008180         MOVE IFT-STP-PHASE (IFT-STEP-SUB) TO IFT-GROUP-PHASE
008190         MOVE IFT-STP-SPLIT-ID (IFT-STEP-SUB)
008200             TO IFT-GROUP-SPLIT-ID
008210         PERFORM 5400-CLEAR-GROUP-WEEK THRU 5400-EXIT
008220             VARYING IFT-WEEK-SUB FROM 1 BY 1
008230             UNTIL IFT-WEEK-SUB > 8
008240     END-IF.
008250     MOVE SPACES TO IFT-RPT-TREND-LINE.
008260     PERFORM 8100-PHASE-NAME THRU 8100-EXIT.
008270     MOVE IFT-SL-PHASE TO IFT-TRL-PHASE.
008280     MOVE IFT-STP-SPLIT-ID (IFT-STEP-SUB) TO IFT-TRL-SPLIT-ID.
008290     MOVE IFT-STP-STEP-NAME (IFT-STEP-SUB)
008300         TO IFT-TRL-STEP-NAME.
008310     MOVE ZERO TO IFT-PRIOR-ELAPSED-SUM
008320                  IFT-PRIOR-WEEKS
008330                  IFT-LATEST-AVERAGE.
008340     PERFORM 5200-ONE-TREND-WEEK THRU 5200-EXIT
008350         VARYING IFT-COLUMN-SUB FROM 1 BY 1
008360         UNTIL IFT-COLUMN-SUB > IFT-TREND-WEEKS.
008370     PERFORM 5500-EDIT-CHANGE THRU 5500-EXIT.
008380     WRITE IFT-RPT-RECORD FROM IFT-RPT-TREND-LINE
008390         AFTER ADVANCING 1 LINE.
008400 5100-EXIT.
008410     EXIT.
008420
008430 5200-ONE-TREND-WEEK.
008440     COMPUTE IFT-WEEK-SUB =
008450         IFT-TREND-WEEKS - IFT-COLUMN-SUB + 1.
008460     PERFORM 8200-STEP-AVERAGES THRU 8200-EXIT.
008470     IF IFT-AVG-RUNS = ZERO
008480         GO TO 5200-EXIT
008490     END-IF.
008500     MOVE IFT-AVG-ELAPSED TO IFT-HMS-SECONDS.
008510     PERFORM 8300-EDIT-ELAPSED THRU 8300-EXIT.
008520     MOVE IFT-HMS-TEXT TO IFT-TRL-AVG-ELAPSED (IFT-COLUMN-SUB).
008530     ADD IFT-AVG-ELAPSED TO IFT-GRP-WEEK-ELAPSED (IFT-WEEK-SUB).
008540     IF IFT-WEEK-SUB = 1
008550         MOVE IFT-AVG-ELAPSED TO IFT-LATEST-AVERAGE
008560     ELSE
008570         ADD IFT-AVG-ELAPSED TO IFT-PRIOR-ELAPSED-SUM
008580         ADD 1 TO IFT-PRIOR-WEEKS
008590     END-IF.
008600 5200-EXIT.
008610     EXIT.
008620
008630 5300-PRINT-GROUP-TREND.
008640     MOVE SPACES TO IFT-RPT-TREND-LINE.
008650     MOVE IFT-GROUP-SPLIT-ID TO IFT-TRL-SPLIT-ID.
008660     MOVE "TOTAL"            TO IFT-TRL-STEP-NAME.
008670     MOVE ZERO TO IFT-PRIOR-ELAPSED-SUM
008680                  IFT-PRIOR-WEEKS
008690                  IFT-LATEST-AVERAGE.
008700     PERFORM 5350-ONE-GROUP-WEEK THRU 5350-EXIT
008710         VARYING IFT-COLUMN-SUB FROM 1 BY 1
008720         UNTIL IFT-COLUMN-SUB > IFT-TREND-WEEKS.
008730     PERFORM 5500-EDIT-CHANGE THRU 5500-EXIT.
008740     WRITE IFT-RPT-RECORD FROM IFT-RPT-TREND-LINE
008750         AFTER ADVANCING 1 LINE.
008760     MOVE SPACES TO IFT-RPT-TREND-LINE.
008770     WRITE IFT-RPT-RECORD FROM IFT-RPT-TREND-LINE
008780         AFTER ADVANCING 1 LINE.
008790 5300-EXIT.
008800     EXIT.
008810
008820 5350-ONE-GROUP-WEEK.
008830     COMPUTE IFT-WEEK-SUB =
008840         IFT-TREND-WEEKS - IFT-COLUMN-SUB + 1.
008850     IF IFT-GRP-WEEK-ELAPSED (IFT-WEEK-SUB) = ZERO
008860         GO TO 5350-EXIT
008870     END-IF.
008880     MOVE IFT-GRP-WEEK-ELAPSED (IFT-WEEK-SUB) TO IFT-HMS-SECONDS.
008890     PERFORM 8300-EDIT-ELAPSED THRU 8300-EXIT.
008900     MOVE IFT-HMS-TEXT TO IFT-TRL-AVG-ELAPSED (IFT-COLUMN-SUB).
008910     IF IFT-WEEK-SUB = 1
008920         MOVE IFT-GRP-WEEK-ELAPSED (IFT-WEEK-SUB)
008930             TO IFT-LATEST-AVERAGE
008940     ELSE
008950         ADD IFT-GRP-WEEK-ELAPSED (IFT-WEEK-SUB)
008960             TO IFT-PRIOR-ELAPSED-SUM
008970         ADD 1 TO IFT-PRIOR-WEEKS
008980     END-IF.
008990 5350-EXIT.
009000     EXIT.
009010
009020 5400-CLEAR-GROUP-WEEK.
009030     MOVE ZERO TO IFT-GRP-WEEK-ELAPSED (IFT-WEEK-SUB).
009040 5400-EXIT.
009050     EXIT.
009060
009070******************************************************
009080*  5500-EDIT-CHANGE - THE LATEST WEEK AGAINST THE     *
009090*  AVERAGE OF THE EARLIER WEEKS THE STEP RAN IN.      *
009100*  BLANK WHEN EITHER SIDE IS MISSING.                 *
009110******************************************************
009120 5500-EDIT-CHANGE.
009130     IF IFT-LATEST-AVERAGE = ZERO
009140        OR IFT-PRIOR-WEEKS = ZERO
009150         GO TO 5500-EXIT
009160     END-IF.
009170     COMPUTE IFT-PRIOR-AVERAGE ROUNDED =
009180         IFT-PRIOR-ELAPSED-SUM / IFT-PRIOR-WEEKS.
009190     IF IFT-PRIOR-AVERAGE = ZERO
009200         GO TO 5500-EXIT
009210     END-IF.
009220     COMPUTE IFT-CHANGE-PERCENT ROUNDED =
009230         (IFT-LATEST-AVERAGE - IFT-PRIOR-AVERAGE) * 100
009240         / IFT-PRIOR-AVERAGE
009250         ON SIZE ERROR MOVE 9999.9 TO IFT-CHANGE-PERCENT
009260     END-COMPUTE.
009270     MOVE IFT-CHANGE-PERCENT TO IFT-TRL-CHANGE.
009280 5500-EXIT.
009290     EXIT.
009300
009310******************************************************
009320*  6000-PRINT-FORECAST - PART C.  EVERY STEP'S WEEK-1 *
009330*  AVERAGE (THE WHOLE TREND WHEN IT DID NOT RUN IN    *
009340*  WEEK 1) IS SCALED BY TONIGHT'S VOLUME AGAINST THE  *
009350*  AVERAGE NIGHT'S - A STEP THAT COUNTS NO RECORDS    *
009360*  DOES NOT FOLLOW VOLUME AND IS TAKEN AS IT IS.  THE *
009370*  NIGHT IS THE FRONT JOB, THEN THE LONGEST SPLIT,    *
009380*  THEN CONSOLIDATION, FROM THE WINDOW OPENING.       *
009390******************************************************
009400 6000-PRINT-FORECAST.
009410     WRITE IFT-RPT-RECORD FROM IFT-RPT-HEADING-1
009420         AFTER ADVANCING PAGE.
009430     MOVE SPACES TO IFT-TT-TEXT.
009440     MOVE "PART C - TONIGHT'S RUN AGAINST THE BATCH WINDOW"
009450         TO IFT-TT-TEXT.
009460     WRITE IFT-RPT-RECORD FROM IFT-RPT-TITLE-LINE
009470         AFTER ADVANCING 2 LINES.
009480     IF IFT-STEP-TABLE-COUNT = ZERO
009490         MOVE "NO STEP TIMINGS - NOTHING TO PROJECT FROM"
009500             TO IFT-TT-TEXT
009510         WRITE IFT-RPT-RECORD FROM IFT-RPT-TITLE-LINE
009520             AFTER ADVANCING 2 LINES
009530         DISPLAY "IF9A010W NO STEP TIMINGS IN THE TREND "
009540                 "WEEKS - NO FORECAST"
009550         MOVE 4 TO RETURN-CODE
009560         GO TO 6000-EXIT
009570     END-IF.
009580     PERFORM 6100-FIND-BASE-VOLUME THRU 6100-EXIT
009590         VARYING IFT-STEP-SUB FROM 1 BY 1
009600         UNTIL IFT-STEP-SUB > IFT-STEP-TABLE-COUNT.
009610     IF IFT-TONIGHT-RECORDS > ZERO
009620        AND IFT-BASE-RECORDS > ZERO
009630         COMPUTE IFT-VOLUME-RATIO ROUNDED =
009640             IFT-TONIGHT-RECORDS / IFT-BASE-RECORDS
009650             ON SIZE ERROR MOVE 999.9999 TO IFT-VOLUME-RATIO
009660         END-COMPUTE
009670     END-IF.
009680     PERFORM 6200-PROJECT-ONE-STEP THRU 6200-EXIT
009690         VARYING IFT-STEP-SUB FROM 1 BY 1
009700         UNTIL IFT-STEP-SUB > IFT-STEP-TABLE-COUNT.
009710     PERFORM 6300-CLOSE-SPLIT THRU 6300-EXIT.
009720     COMPUTE IFT-PROJ-TOTAL = IFT-PROJ-FRONT
009730         + IFT-PROJ-LONGEST-SPLIT + IFT-PROJ-CONS.
009740     IF IFT-SPLIT-COUNT > ZERO
009750         COMPUTE IFT-PROJ-MORE-SPLIT ROUNDED =
009760             IFT-PROJ-LONGEST-SPLIT * IFT-SPLIT-COUNT
009770             / (IFT-SPLIT-COUNT + 1)
009780     END-IF.
009790     COMPUTE IFT-PROJ-MORE-TOTAL = IFT-PROJ-FRONT
009800         + IFT-PROJ-MORE-SPLIT + IFT-PROJ-CONS.
009810     COMPUTE IFT-SLACK-SECONDS =
009820         IFT-WINDOW-SECONDS - IFT-PROJ-TOTAL.
009830     IF IFT-SLACK-SECONDS NOT < IFT-MARGIN-SECONDS
009840         SET IFT-RUN-INSIDE-WINDOW TO TRUE
009850     ELSE
009860         IF IFT-SLACK-SECONDS NOT < ZERO
009870             SET IFT-RUN-AT-RISK TO TRUE
009880         ELSE
009890             SET IFT-RUN-WILL-OVERRUN TO TRUE
009900         END-IF
009910     END-IF.
009920     PERFORM 6500-PRINT-FORECAST-LINES THRU 6500-EXIT.
009930 6000-EXIT.
009940     EXIT.
009950
009960 6100-FIND-BASE-VOLUME.
009970     IF IFT-STP-PHASE (IFT-STEP-SUB) NOT = "1"
009980        OR IFT-STP-STEP-NAME (IFT-STEP-SUB)
009990           NOT = IFT-BASE-STEP-NAME
010000         GO TO 6100-EXIT
010010     END-IF.
010020     PERFORM 8400-FORECAST-AVERAGES THRU 8400-EXIT.
010030     MOVE IFT-AVG-RECORDS TO IFT-BASE-RECORDS.
010040 6100-EXIT.
010050     EXIT.
010060
010070 6200-PROJECT-ONE-STEP.
010080     PERFORM 8400-FORECAST-AVERAGES THRU 8400-EXIT.
010090     IF IFT-AVG-RECORDS > ZERO
010100         COMPUTE IFT-STEP-PROJECTED ROUNDED =
010110             IFT-AVG-ELAPSED * IFT-VOLUME-RATIO
010120     ELSE
010130         MOVE IFT-AVG-ELAPSED TO IFT-STEP-PROJECTED
010140     END-IF.
010150     EVALUATE IFT-STP-PHASE (IFT-STEP-SUB)
010160         WHEN "1"
010170             ADD IFT-STEP-PROJECTED TO IFT-PROJ-FRONT
010180         WHEN "2"
010190             IF NOT IFT-SPLIT-IS-OPEN
010200                OR IFT-STP-SPLIT-ID (IFT-STEP-SUB)
010210                   NOT = IFT-PROJ-SPLIT-ID
010220                 PERFORM 6300-CLOSE-SPLIT THRU 6300-EXIT
010230                 SET IFT-SPLIT-IS-OPEN TO TRUE
010240                 MOVE IFT-STP-SPLIT-ID (IFT-STEP-SUB)
010250                     TO IFT-PROJ-SPLIT-ID
010260                 MOVE ZERO TO IFT-PROJ-SPLIT
010270             END-IF
010280             ADD IFT-STEP-PROJECTED TO IFT-PROJ-SPLIT
010290         WHEN OTHER
010300             ADD IFT-STEP-PROJECTED TO IFT-PROJ-CONS
010310     END-EVALUATE.
010320 6200-EXIT.
010330     EXIT.
010340
010350*    ONE SPLIT'S EDIT JOB IS COMPLETE - KEEP IT IF IT IS
010360*    THE LONGEST SO FAR.
010370 6300-CLOSE-SPLIT.
010380     IF NOT IFT-SPLIT-IS-OPEN
010390         GO TO 6300-EXIT
010400     END-IF.
010410     ADD 1 TO IFT-SPLIT-COUNT.
010420     IF IFT-PROJ-SPLIT > IFT-PROJ-LONGEST-SPLIT
010430         MOVE IFT-PROJ-SPLIT    TO IFT-PROJ-LONGEST-SPLIT
010440         MOVE IFT-PROJ-SPLIT-ID TO IFT-LONGEST-SPLIT-ID
010450     END-IF.
010460     MOVE "N" TO IFT-SPLIT-OPEN-SWITCH.
010470 6300-EXIT.
010480     EXIT.
010490
010500 6500-PRINT-FORECAST-LINES.
010510     MOVE SPACES TO IFT-RPT-FORECAST-LINE.
010520     MOVE "INCOMING FEED TRAILER RECORDS . . ." TO IFT-FL-LABEL.
010530     MOVE IFT-TONIGHT-RECORDS TO IFT-ED-COUNT.
010540     MOVE IFT-ED-COUNT TO IFT-FL-VALUE.
010550     IF IFT-FEEDS-COUNTED = ZERO
010560         MOVE "NO TRAILER YET - AVERAGE VOLUME ASSUMED"
010570             TO IFT-FL-NOTE
010580     END-IF.
010590     WRITE IFT-RPT-RECORD FROM IFT-RPT-FORECAST-LINE
010600         AFTER ADVANCING 2 LINES.
010610     MOVE SPACES TO IFT-RPT-FORECAST-LINE.
010620     MOVE "AVERAGE NIGHT'S RECORDS . . . . . ." TO IFT-FL-LABEL.
010630     MOVE IFT-BASE-RECORDS TO IFT-ED-COUNT.
010640     MOVE IFT-ED-COUNT TO IFT-FL-VALUE.
010650     IF IFT-BASE-RECORDS = ZERO
010660         MOVE "NO INTAKE TIMINGS - VOLUME NOT SCALED"
010670             TO IFT-FL-NOTE
010680     ELSE
010690         MOVE "FROM THE INTAKE STEP" TO IFT-FL-NOTE
010700     END-IF.
010710     WRITE IFT-RPT-RECORD FROM IFT-RPT-FORECAST-LINE
010720         AFTER ADVANCING 1 LINE.
010730     MOVE SPACES TO IFT-RPT-FORECAST-LINE.
010740     MOVE "VOLUME RATIO  . . . . . . . . . . ." TO IFT-FL-LABEL.
010750     MOVE IFT-VOLUME-RATIO TO IFT-ED-RATIO.
010760     MOVE IFT-ED-RATIO TO IFT-FL-VALUE.
010770     WRITE IFT-RPT-RECORD FROM IFT-RPT-FORECAST-LINE
010780         AFTER ADVANCING 1 LINE.
010790
010800     MOVE SPACES TO IFT-RPT-FORECAST-LINE.
010810     MOVE "FRONT JOB (IFTDAILY)  . . . . . . ." TO IFT-FL-LABEL.
010820     MOVE IFT-PROJ-FRONT TO IFT-HMS-SECONDS.
010830     PERFORM 8300-EDIT-ELAPSED THRU 8300-EXIT.
010840     MOVE IFT-HMS-TEXT TO IFT-FL-VALUE.
010850     WRITE IFT-RPT-RECORD FROM IFT-RPT-FORECAST-LINE
010860         AFTER ADVANCING 2 LINES.
010870     MOVE SPACES TO IFT-RPT-FORECAST-LINE.
010880     MOVE "SPLIT EDITS - LONGEST SPLIT . . . ." TO IFT-FL-LABEL.
010890     MOVE IFT-PROJ-LONGEST-SPLIT TO IFT-HMS-SECONDS.
010900     PERFORM 8300-EDIT-ELAPSED THRU 8300-EXIT.
010910     MOVE IFT-HMS-TEXT TO IFT-FL-VALUE.
010920     MOVE IFT-SPLIT-COUNT TO IFT-ED-SPLITS.
010930     STRING "SPLIT " IFT-LONGEST-SPLIT-ID " OF "
010940            IFT-ED-SPLITS " SPLITS"
010950            DELIMITED BY SIZE INTO IFT-FL-NOTE
010960     END-STRING.
010970     WRITE IFT-RPT-RECORD FROM IFT-RPT-FORECAST-LINE
010980         AFTER ADVANCING 1 LINE.
010990     MOVE SPACES TO IFT-RPT-FORECAST-LINE.
011000     MOVE "CONSOLIDATION (IFTCONSJ)  . . . . ." TO IFT-FL-LABEL.
011010     MOVE IFT-PROJ-CONS TO IFT-HMS-SECONDS.
011020     PERFORM 8300-EDIT-ELAPSED THRU 8300-EXIT.
011030     MOVE IFT-HMS-TEXT TO IFT-FL-VALUE.
011040     WRITE IFT-RPT-RECORD FROM IFT-RPT-FORECAST-LINE
011050         AFTER ADVANCING 1 LINE.
011060     MOVE SPACES TO IFT-RPT-FORECAST-LINE.
011070     MOVE "PROJECTED RUN . . . . . . . . . . ." TO IFT-FL-LABEL.
011080     MOVE IFT-PROJ-TOTAL TO IFT-HMS-SECONDS.
011090     PERFORM 8300-EDIT-ELAPSED THRU 8300-EXIT.
011100     MOVE IFT-HMS-TEXT TO IFT-FL-VALUE.
011110     WRITE IFT-RPT-RECORD FROM IFT-RPT-FORECAST-LINE
011120         AFTER ADVANCING 1 LINE.
011130
011140     MOVE SPACES TO IFT-RPT-FORECAST-LINE.
011150     MOVE "BATCH WINDOW  . . . . . . . . . . ." TO IFT-FL-LABEL.
011160     MOVE IFT-WINDOW-SECONDS TO IFT-HMS-SECONDS.
011170     PERFORM 8300-EDIT-ELAPSED THRU 8300-EXIT.
011180     MOVE IFT-HMS-TEXT TO IFT-FL-VALUE.
011190     MOVE IFT-MARGIN-MINUTES TO IFT-ED-MARGIN.
011200     STRING "OPENS " IFT-WINDOW-OPEN " CLOSES "
011210            IFT-WINDOW-CLOSE " MARGIN " IFT-ED-MARGIN
011220            " MINUTES"
011230            DELIMITED BY SIZE INTO IFT-FL-NOTE
011240     END-STRING.
011250     WRITE IFT-RPT-RECORD FROM IFT-RPT-FORECAST-LINE
011260         AFTER ADVANCING 2 LINES.
011270     MOVE SPACES TO IFT-RPT-FORECAST-LINE.
011280     MOVE "PROJECTED FINISH  . . . . . . . . ." TO IFT-FL-LABEL.
011290     COMPUTE IFT-FINISH-SECONDS =
011300         IFT-OPEN-SECONDS + IFT-PROJ-TOTAL.
011310     DIVIDE IFT-FINISH-SECONDS BY 86400
011320         GIVING IFT-FINISH-DAYS
011330         REMAINDER IFT-HMS-SECONDS.
011340     PERFORM 8300-EDIT-ELAPSED THRU 8300-EXIT.
011350     MOVE IFT-HMS-TEXT TO IFT-FL-VALUE.
011360     IF IFT-FINISH-DAYS > ZERO
011370         MOVE "TIME OF DAY, NEXT MORNING" TO IFT-FL-NOTE
011380     ELSE
011390         MOVE "TIME OF DAY" TO IFT-FL-NOTE
011400     END-IF.
011410     WRITE IFT-RPT-RECORD FROM IFT-RPT-FORECAST-LINE
011420         AFTER ADVANCING 1 LINE.
011430     MOVE SPACES TO IFT-RPT-FORECAST-LINE.
011440     MOVE "TIME LEFT IN THE WINDOW . . . . . ." TO IFT-FL-LABEL.
011450     IF IFT-SLACK-SECONDS < ZERO
011460         COMPUTE IFT-HMS-SECONDS = ZERO - IFT-SLACK-SECONDS
011470         MOVE "OVER THE WINDOW BY THIS MUCH" TO IFT-FL-NOTE
011480     ELSE
011490         MOVE IFT-SLACK-SECONDS TO IFT-HMS-SECONDS
011500     END-IF.
011510     PERFORM 8300-EDIT-ELAPSED THRU 8300-EXIT.
011520     MOVE IFT-HMS-TEXT TO IFT-FL-VALUE.
011530     WRITE IFT-RPT-RECORD FROM IFT-RPT-FORECAST-LINE
011540         AFTER ADVANCING 1 LINE.
011550     MOVE SPACES TO IFT-RPT-FORECAST-LINE.
011560     MOVE "WITH ONE MORE SPLIT . . . . . . . ." TO IFT-FL-LABEL.
011570     MOVE IFT-PROJ-MORE-TOTAL TO IFT-HMS-SECONDS.
011580     PERFORM 8300-EDIT-ELAPSED THRU 8300-EXIT.
011590     MOVE IFT-HMS-TEXT TO IFT-FL-VALUE.
011600     MOVE "PROJECTED RUN, SPLIT EDITS SHARED ONE WIDER"
011610         TO IFT-FL-NOTE.
011620     WRITE IFT-RPT-RECORD FROM IFT-RPT-FORECAST-LINE
011630         AFTER ADVANCING 1 LINE.
011640
011650     MOVE SPACES TO IFT-RPT-FORECAST-LINE.
011660     MOVE "VERDICT . . . . . . . . . . . . . ." TO IFT-FL-LABEL.
011670     EVALUATE TRUE
011680         WHEN IFT-RUN-INSIDE-WINDOW
011690             MOVE "INSIDE THE WINDOW" TO IFT-FL-VALUE
011700         WHEN IFT-RUN-AT-RISK
011710             MOVE "AT RISK" TO IFT-FL-VALUE
011720             MOVE "FINISHES INSIDE THE MARGIN"
011730                 TO IFT-FL-NOTE
011740         WHEN OTHER
011750             MOVE "WILL OVERRUN" TO IFT-FL-VALUE
011760     END-EVALUATE.
011770     WRITE IFT-RPT-RECORD FROM IFT-RPT-FORECAST-LINE
011780         AFTER ADVANCING 2 LINES.
011790     IF IFT-RUN-INSIDE-WINDOW
011800         GO TO 6500-EXIT
011810     END-IF.
011820     DISPLAY "IF9A011W BATCH WINDOW FORECAST - " IFT-FL-VALUE.
011830     MOVE 4 TO RETURN-CODE.
011840     MOVE SPACES TO IFT-RPT-FORECAST-LINE.
011850     MOVE "ACTION  . . . . . . . . . . . . . ." TO IFT-FL-LABEL.
011860     IF IFT-SPLIT-COUNT > ZERO
011870        AND IFT-WINDOW-SECONDS - IFT-PROJ-MORE-TOTAL
011880            NOT < IFT-MARGIN-SECONDS
011890         MOVE "ADD A SPLIT" TO IFT-FL-VALUE
011900         MOVE "ONE MORE SPLIT BRINGS THE RUN INSIDE THE WINDOW"
011910             TO IFT-FL-NOTE
011920     ELSE
011930         MOVE "MOVE INTRADAY CYCLE" TO IFT-FL-VALUE
011940         MOVE "RUN THE INTRADAY CYCLE AHEAD TO TAKE VOLUME OFF"
011950             TO IFT-FL-NOTE
011960     END-IF.
011970     WRITE IFT-RPT-RECORD FROM IFT-RPT-FORECAST-LINE
011980         AFTER ADVANCING 1 LINE.
011990 6500-EXIT.
012000     EXIT.
012010
012020******************************************************
012030*  7000-FINALIZE                                       *
012040******************************************************
012050 7000-FINALIZE.
012060     CLOSE IFT-RPT-FILE.
012070     DISPLAY "IF9A099I TIMING ROWS READ:  " IFT-ROWS-READ.
012080     DISPLAY "IF9A098I ROWS IN THE WEEKS: " IFT-ROWS-USED.
012090     DISPLAY "IF9A097I STEPS REPORTED:    " IFT-STEP-TABLE-COUNT.
012100     DISPLAY "IF9A096I FEED TRAILERS:     " IFT-FEEDS-COUNTED.
012110 7000-EXIT.
012120     EXIT.
012130
012140******************************************************
012150*  8100-PHASE-NAME - THE STEP'S PLACE IN THE NIGHT,   *
012160*  INTO THE PART A LINE.                              *
012170******************************************************
012180 8100-PHASE-NAME.
012190     EVALUATE IFT-STP-PHASE (IFT-STEP-SUB)
012200         WHEN "1"
012210             MOVE "FRONT JOB"     TO IFT-SL-PHASE
012220         WHEN "2"
012230             MOVE "SPLIT EDIT"    TO IFT-SL-PHASE
012240         WHEN OTHER
012250             MOVE "CONSOLIDATION" TO IFT-SL-PHASE
012260     END-EVALUATE.
012270 8100-EXIT.
012280     EXIT.
012290
012300******************************************************
012310*  8200-STEP-AVERAGES - RUNS, AVERAGE ELAPSED SECONDS *
012320*  AND AVERAGE RECORDS OF STEP IFT-STEP-SUB IN WEEK   *
012330*  IFT-WEEK-SUB, AND ITS RECORDS PER SECOND.          *
012340******************************************************
012350 8200-STEP-AVERAGES.
012360     MOVE IFT-STP-RUNS (IFT-STEP-SUB, IFT-WEEK-SUB)
012370         TO IFT-AVG-RUNS.
012380     MOVE IFT-STP-ELAPSED (IFT-STEP-SUB, IFT-WEEK-SUB)
012390         TO IFT-AVG-ELAPSED-SUM.
012400     MOVE IFT-STP-RECORDS (IFT-STEP-SUB, IFT-WEEK-SUB)
012410         TO IFT-AVG-RECORDS-SUM.
012420     PERFORM 8250-DIVIDE-AVERAGES THRU 8250-EXIT.
012430 8200-EXIT.
012440     EXIT.
012450
012460 8250-DIVIDE-AVERAGES.
012470     MOVE ZERO TO IFT-AVG-ELAPSED
012480                  IFT-AVG-RECORDS
012490                  IFT-RECORDS-PER-SECOND.
012500     IF IFT-AVG-RUNS = ZERO
012510         GO TO 8250-EXIT
012520     END-IF.
012530     COMPUTE IFT-AVG-ELAPSED ROUNDED =
012540         IFT-AVG-ELAPSED-SUM / IFT-AVG-RUNS.
012550     COMPUTE IFT-AVG-RECORDS ROUNDED =
012560         IFT-AVG-RECORDS-SUM / IFT-AVG-RUNS.
012570     IF IFT-AVG-ELAPSED-SUM > ZERO
012580         COMPUTE IFT-RECORDS-PER-SECOND ROUNDED =
012590             IFT-AVG-RECORDS-SUM / IFT-AVG-ELAPSED-SUM
012600             ON SIZE ERROR
012610                 MOVE 999999.9 TO IFT-RECORDS-PER-SECOND
012620         END-COMPUTE
012630     END-IF.
012640 8250-EXIT.
012650     EXIT.
012660
012670******************************************************
012680*  8300-EDIT-ELAPSED - IFT-HMS-SECONDS AS HH:MM:SS IN *
012690*  IFT-HMS-TEXT.  99:59:59 AND OVER PRINTS AS SUCH.   *
012700******************************************************
012710 8300-EDIT-ELAPSED.
012720     IF IFT-HMS-SECONDS > 359999
012730         MOVE 359999 TO IFT-HMS-SECONDS
012740     END-IF.
012750     DIVIDE IFT-HMS-SECONDS BY 3600 GIVING IFT-HMS-HOURS-WORK
012760         REMAINDER IFT-HMS-REST.
012770     MOVE IFT-HMS-HOURS-WORK TO IFT-HMS-HOURS.
012780     DIVIDE IFT-HMS-REST BY 60 GIVING IFT-HMS-MINUTES
012790         REMAINDER IFT-HMS-SECS.
012800 8300-EXIT.
012810     EXIT.
012820
012830******************************************************
012840*  8400-FORECAST-AVERAGES - STEP IFT-STEP-SUB'S WEEK  *
012850*  1 AVERAGES, OR ITS AVERAGES OVER THE WHOLE TREND   *
012860*  WHEN IT DID NOT RUN IN WEEK 1.                     *
012870******************************************************
012880 8400-FORECAST-AVERAGES.
012890     MOVE 1 TO IFT-WEEK-SUB.
012900     PERFORM 8200-STEP-AVERAGES THRU 8200-EXIT.
012910     IF IFT-AVG-RUNS > ZERO
012920         GO TO 8400-EXIT
012930     END-IF.
012940     MOVE ZERO TO IFT-AVG-RUNS
012950                  IFT-AVG-ELAPSED-SUM
012960                  IFT-AVG-RECORDS-SUM.
012970     PERFORM 8450-ADD-ONE-WEEK THRU 8450-EXIT
012980         VARYING IFT-WEEK-SUB FROM 1 BY 1
012990         UNTIL IFT-WEEK-SUB > IFT-TREND-WEEKS.
013000     PERFORM 8250-DIVIDE-AVERAGES THRU 8250-EXIT.
013010 8400-EXIT.
013020     EXIT.
013030
013040 8450-ADD-ONE-WEEK.
013050     ADD IFT-STP-RUNS (IFT-STEP-SUB, IFT-WEEK-SUB)
013060         TO IFT-AVG-RUNS.
013070     ADD IFT-STP-ELAPSED (IFT-STEP-SUB, IFT-WEEK-SUB)
013080         TO IFT-AVG-ELAPSED-SUM.
013090     ADD IFT-STP-RECORDS (IFT-STEP-SUB, IFT-WEEK-SUB)
013100         TO IFT-AVG-RECORDS-SUM.
013110 8450-EXIT.
013120     EXIT.
