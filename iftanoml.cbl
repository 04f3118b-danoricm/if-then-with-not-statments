000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    IFTANOML.
000120 AUTHOR.        D MCCARRON.
000130 INSTALLATION.  DAILY OPERATIONS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************
000180*  MODIFICATION HISTORY                               *
000190*  --------------------------------------------------  *
000200*  10/15/2026  DM   ORIGINAL PROGRAM.  PER-CODE VOLUME *
000210*                   AND AMOUNT ANOMALY CHECK, RUN IN   *
000220*                   THE CONSOLIDATION JOB BEFORE THE   *
000230*                   CLEANED FILE IS HANDED TO POSTING. *
000240*                   TOTALS THE NIGHT'S CLEANED DETAILS *
000250*                   BY TRANSACTION CODE AND COMPARES   *
000260*                   EACH CODE'S COUNT AND AMOUNT WITH  *
000270*                   ITS DAILY AVERAGE OVER A TRAILING  *
000280*                   WINDOW OF BUSINESS DAYS ON THE     *
000290*                   HISTORY MASTER.  TOLERANCE BANDS   *
000300*                   (WARNING AND SEVERE, AS A PERCENT  *
000310*                   EITHER SIDE OF THE AVERAGE) COME   *
000320*                   FROM THE ANOMCTL DECK, ONE CARD    *
000330*                   PER CODE OVER A DEFAULT CARD.      *
000340*                   EVERY CODE OUTSIDE ITS BANDS IS    *
000350*                   PRINTED.  A SEVERE BREACH ENDS RC  *
000360*                   12, WHICH HOLDS THE POSTING        *
000370*                   HANDOFF UNTIL OPERATIONS SIGNS     *
000380*                   OFF.                               *
000390******************************************************
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-370.
000440 OBJECT-COMPUTER.   IBM-370.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT IFT-ANMCTL-FILE
000490         ASSIGN TO ANOMCTL
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS IFT-ANMCTL-FILE-STATUS.
000520
000530     SELECT IFT-VALIN-FILE
000540         ASSIGN TO VALIN
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS IFT-VALIN-FILE-STATUS.
000570
000580     SELECT IFT-HSTM-FILE
000590         ASSIGN TO HSTMSTR
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS IFT-HST-RECORD-ID
000630         FILE STATUS IS IFT-HSTM-FILE-STATUS.
000640
000650     SELECT IFT-CALM-FILE
000660         ASSIGN TO CALMSTR
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS IFT-CAL-DATE
000700         FILE STATUS IS IFT-CALM-FILE-STATUS.
000710
000720     SELECT IFT-RPT-FILE
000730         ASSIGN TO RPTOUT
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS IFT-RPT-FILE-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790*    TOLERANCE DECK - ONE CARD PER CODE THAT NEEDS ITS OWN
000800*    BANDS, AND ONE DEFAULT CARD (CODE ****) FOR EVERY
000810*    OTHER CODE.  BANDS ARE WHOLE PERCENTS EITHER SIDE OF
000820*    THE CODE'S DAILY AVERAGE; ZERO LEAVES THAT TEST OFF.
000830*    A CODE WITH FEWER THAN MIN-ITEMS IN THE WHOLE WINDOW
000840*    CAN WARN BUT NEVER BREACH SEVERE.  THE WINDOW LENGTH
000850*    IN BUSINESS DAYS IS TAKEN FROM THE DEFAULT CARD ONLY.
000860 FD  IFT-ANMCTL-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 01  IFT-ANM-TOLERANCE-CARD.
000900     05  IFT-ANM-CARD-CODE          PIC X(04).
000910         88  IFT-ANM-DEFAULT-CARD       VALUE "****".
000920     05  IFT-ANM-CARD-CNT-WARN      PIC 9(04).
000930     05  IFT-ANM-CARD-CNT-SEVERE    PIC 9(04).
000940     05  IFT-ANM-CARD-AMT-WARN      PIC 9(04).
000950     05  IFT-ANM-CARD-AMT-SEVERE    PIC 9(04).
000960     05  IFT-ANM-CARD-MIN-ITEMS     PIC 9(05).
000970     05  IFT-ANM-CARD-BASE-DAYS     PIC 9(03).
000980     05  FILLER                     PIC X(52).
000990
001000 FD  IFT-VALIN-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030     COPY IFTTRAN.
001040
001050 FD  IFT-HSTM-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY IFTHIST.
001080
001090 FD  IFT-CALM-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY IFTCALM.
001120
001130 FD  IFT-RPT-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160 01  IFT-RPT-RECORD                 PIC X(133).
001170
001180 WORKING-STORAGE SECTION.
001190
001200******************************************************
001210*  FILE STATUS AND END-OF-FILE SWITCHES               *
001220******************************************************
001230 77  IFT-ANMCTL-FILE-STATUS      PIC X(02) VALUE SPACES.
001240 77  IFT-VALIN-FILE-STATUS       PIC X(02) VALUE SPACES.
001250 77  IFT-HSTM-FILE-STATUS        PIC X(02) VALUE SPACES.
001260 77  IFT-CALM-FILE-STATUS        PIC X(02) VALUE SPACES.
001270 77  IFT-RPT-FILE-STATUS         PIC X(02) VALUE SPACES.
001280
001290 77  IFT-ANMCTL-EOF-SWITCH       PIC X(01) VALUE "N".
001300     88  IFT-ANMCTL-AT-EOF                  VALUE "Y".
001310
001320 77  IFT-VALIN-EOF-SWITCH        PIC X(01) VALUE "N".
001330     88  IFT-VALIN-AT-EOF                   VALUE "Y".
001340
001350 77  IFT-HSTM-EOF-SWITCH         PIC X(01) VALUE "N".
001360     88  IFT-HSTM-AT-EOF                    VALUE "Y".
001370
001380 77  IFT-DEFAULT-SWITCH          PIC X(01) VALUE "N".
001390     88  IFT-DEFAULT-CARD-SEEN              VALUE "Y".
001400
001410 77  IFT-CAL-GAP-SWITCH          PIC X(01) VALUE "N".
001420     88  IFT-CAL-GAP-FOUND                  VALUE "Y".
001430
001440 77  IFT-CODE-FOUND-SWITCH       PIC X(01) VALUE "N".
001450     88  IFT-CODE-WAS-FOUND                 VALUE "Y".
001460
001470 77  IFT-TOL-FOUND-SWITCH        PIC X(01) VALUE "N".
001480     88  IFT-TOL-WAS-FOUND                  VALUE "Y".
001490
001500 77  IFT-CODE-LEVEL              PIC X(01) VALUE "N".
001510     88  IFT-CODE-IN-BANDS                  VALUE "N".
001520     88  IFT-CODE-WARNING                   VALUE "W".
001530     88  IFT-CODE-SEVERE                    VALUE "S".
001540
001550 77  IFT-WARNING-SWITCH          PIC X(01) VALUE "N".
001560     88  IFT-NIGHT-HAS-WARNINGS             VALUE "Y".
001570
001580 77  IFT-SEVERE-SWITCH           PIC X(01) VALUE "N".
001590     88  IFT-NIGHT-HAS-SEVERE               VALUE "Y".
001600
001610******************************************************
001620*  RUN COUNTERS                                       *
001630******************************************************
001640 77  IFT-CARDS-READ              PIC 9(05) COMP-3 VALUE ZERO.
001650 77  IFT-DETAILS-READ            PIC 9(09) COMP-3 VALUE ZERO.
001660 77  IFT-HIST-READ               PIC 9(09) COMP-3 VALUE ZERO.
001670 77  IFT-HIST-IN-WINDOW          PIC 9(09) COMP-3 VALUE ZERO.
001680 77  IFT-CODES-CHECKED           PIC 9(05) COMP-3 VALUE ZERO.
001690 77  IFT-CODES-IN-BANDS          PIC 9(05) COMP-3 VALUE ZERO.
001700 77  IFT-CODES-WARNED            PIC 9(05) COMP-3 VALUE ZERO.
001710 77  IFT-CODES-SEVERE            PIC 9(05) COMP-3 VALUE ZERO.
001720
001730******************************************************
001740*  DATES AND THE BASELINE WINDOW                      *
001750******************************************************
001760 77  IFT-RUN-DATE                PIC 9(08) VALUE ZERO.
001770 77  IFT-RUN-TIME                PIC 9(06) VALUE ZERO.
001780 77  IFT-FEED-DATE               PIC 9(08) VALUE ZERO.
001790 77  IFT-BASE-DAYS               PIC 9(03) VALUE ZERO.
001800 77  IFT-BUSINESS-DAYS-COUNTED   PIC 9(05) COMP-3 VALUE ZERO.
001810 77  IFT-WALK-DAY-NUMBER         PIC S9(09) COMP VALUE ZERO.
001820 77  IFT-WINDOW-LOW-DATE         PIC 9(08) VALUE ZERO.
001830 77  IFT-WINDOW-HIGH-DATE        PIC 9(08) VALUE ZERO.
001840 77  IFT-WINDOW-DAY-KIND         PIC X(14)
001850                                 VALUE "BUSINESS DAYS ".
001860
001870******************************************************
001880*  DEFAULT BANDS (FROM THE **** CARD) AND THE BANDS   *
001890*  RESOLVED FOR THE CODE BEING CHECKED                *
001900******************************************************
001910 77  IFT-DFT-CNT-WARN            PIC 9(04) VALUE ZERO.
001920 77  IFT-DFT-CNT-SEVERE          PIC 9(04) VALUE ZERO.
001930 77  IFT-DFT-AMT-WARN            PIC 9(04) VALUE ZERO.
001940 77  IFT-DFT-AMT-SEVERE          PIC 9(04) VALUE ZERO.
001950 77  IFT-DFT-MIN-ITEMS           PIC 9(05) VALUE ZERO.
001960 77  IFT-USE-CNT-WARN            PIC 9(04) VALUE ZERO.
001970 77  IFT-USE-CNT-SEVERE          PIC 9(04) VALUE ZERO.
001980 77  IFT-USE-AMT-WARN            PIC 9(04) VALUE ZERO.
001990 77  IFT-USE-AMT-SEVERE          PIC 9(04) VALUE ZERO.
002000 77  IFT-USE-MIN-ITEMS           PIC 9(05) VALUE ZERO.
002010
002020******************************************************
002030*  WORK FIELDS FOR ONE CODE'S TEST.  THE AVERAGES     *
002040*  CARRY FOUR DECIMALS SO A THIN CODE SPREAD OVER A   *
002050*  LONG WINDOW NEVER AVERAGES TO ZERO, AND THE        *
002060*  DEVIATIONS ARE WIDE ENOUGH FOR ANY RATIO THAT CAN  *
002070*  COME OF THAT - THE REPORT CAPS WHAT IT PRINTS.     *
002080******************************************************
002090 77  IFT-AVG-COUNT               PIC S9(09)V9(04) COMP-3
002100                                           VALUE ZERO.
002110 77  IFT-AVG-AMOUNT              PIC S9(13)V9(04) COMP-3
002120                                           VALUE ZERO.
002130 77  IFT-ABS-AVG-AMOUNT          PIC S9(13)V9(04) COMP-3
002140                                           VALUE ZERO.
002150 77  IFT-CNT-DEV-PCT             PIC S9(15) COMP-3 VALUE ZERO.
002160 77  IFT-AMT-DEV-PCT             PIC S9(15) COMP-3 VALUE ZERO.
002170 77  IFT-ABS-DEV-PCT             PIC S9(15) COMP-3 VALUE ZERO.
002180 77  IFT-PRINT-DEV-PCT           PIC S9(15) COMP-3 VALUE ZERO.
002190 77  IFT-TEST-WARN               PIC 9(04) VALUE ZERO.
002200 77  IFT-TEST-SEVERE             PIC 9(04) VALUE ZERO.
002210
002220******************************************************
002230*  TOLERANCE TABLE - THE PER-CODE CARDS.  A SECOND    *
002240*  CARD FOR THE SAME CODE IS A DECK ERROR.            *
002250******************************************************
002260 77  IFT-TOL-TABLE-COUNT         PIC 9(04) COMP VALUE ZERO.
002270 77  IFT-TOL-SUB                 PIC 9(04) COMP VALUE ZERO.
002280 77  IFT-TOL-FOUND-SUB           PIC 9(04) COMP VALUE ZERO.
002290 01  IFT-TOL-TABLE.
002300     05  IFT-TOL-ENTRY           OCCURS 200 TIMES.
002310         10  IFT-TOL-CODE        PIC X(04).
002320         10  IFT-TOL-CNT-WARN    PIC 9(04).
002330         10  IFT-TOL-CNT-SEVERE  PIC 9(04).
002340         10  IFT-TOL-AMT-WARN    PIC 9(04).
002350         10  IFT-TOL-AMT-SEVERE  PIC 9(04).
002360         10  IFT-TOL-MIN-ITEMS   PIC 9(05).
002370
002380******************************************************
002390*  CODE TABLE - ONE ROW PER TRANSACTION CODE SEEN     *
002400*  TONIGHT OR IN THE BASELINE WINDOW, SO A CODE THAT  *
002410*  HAS GONE QUIET IS TESTED AS WELL AS ONE THAT HAS   *
002420*  SURGED.  AN OVERFLOW IS A HARD STOP - A PARTIAL    *
002430*  TABLE WOULD MISS CODES.                            *
002440******************************************************
002450 77  IFT-CODE-TABLE-COUNT        PIC 9(04) COMP VALUE ZERO.
002460 77  IFT-CODE-SUB                PIC 9(04) COMP VALUE ZERO.
002470 77  IFT-CODE-FOUND-SUB          PIC 9(04) COMP VALUE ZERO.
002480 77  IFT-LOOKUP-CODE             PIC X(04) VALUE SPACES.
002490 01  IFT-CODE-TABLE.
002500     05  IFT-CODE-ENTRY          OCCURS 500 TIMES.
002510         10  IFT-CDT-CODE        PIC X(04).
002520         10  IFT-CDT-NIGHT-COUNT PIC 9(09)      COMP-3.
002530         10  IFT-CDT-NIGHT-AMOUNT
002540                                 PIC S9(13)V99  COMP-3.
002550         10  IFT-CDT-BASE-COUNT  PIC 9(09)      COMP-3.
002560         10  IFT-CDT-BASE-AMOUNT PIC S9(13)V99  COMP-3.
002570
002580******************************************************
002590*  REPORT LINE LAYOUTS                                *
002600******************************************************
002610 01  IFT-RPT-HEADING-1.
002620     05  FILLER                  PIC X(01) VALUE SPACES.
002630     05  FILLER                  PIC X(45)
002640         VALUE "IFTANOML PER-CODE VOLUME ANOMALY REPORT".
002650     05  FILLER                  PIC X(10) VALUE "RUN DATE ".
002660     05  IFT-NH1-RUN-DATE        PIC 9(08).
002670     05  FILLER                  PIC X(04) VALUE SPACES.
002680     05  FILLER                  PIC X(10) VALUE "RUN TIME ".
002690     05  IFT-NH1-RUN-TIME        PIC 9(06).
002700     05  FILLER                  PIC X(49) VALUE SPACES.
002710
002720 01  IFT-RPT-HEADING-2.
002730     05  FILLER                  PIC X(01) VALUE SPACES.
002740     05  FILLER                  PIC X(10) VALUE "FEED DATE ".
002750     05  IFT-NH2-FEED-DATE       PIC 9(08).
002760     05  FILLER                  PIC X(14)
002770         VALUE "   BASELINE - ".
002780     05  IFT-NH2-BASE-DAYS       PIC ZZ9.
002790     05  FILLER                  PIC X(01) VALUE SPACES.
002800     05  IFT-NH2-DAY-KIND        PIC X(14).
002810     05  FILLER                  PIC X(11) VALUE "FEED DATES ".
002820     05  IFT-NH2-LOW-DATE        PIC 9(08).
002830     05  FILLER                  PIC X(06) VALUE " THRU ".
002840     05  IFT-NH2-HIGH-DATE       PIC 9(08).
002850     05  FILLER                  PIC X(49) VALUE SPACES.
002860
002870 01  IFT-RPT-HEADING-3.
002880     05  FILLER                  PIC X(08) VALUE " CODE".
002890     05  FILLER                  PIC X(11) VALUE "    TONIGHT".
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  FILLER                  PIC X(14)
002920         VALUE "  BASELINE AVG".
002930     05  FILLER                  PIC X(02) VALUE SPACES.
002940     05  FILLER                  PIC X(08) VALUE "   DEV %".
002950     05  FILLER                  PIC X(02) VALUE SPACES.
002960     05  FILLER                  PIC X(18)
002970         VALUE "    TONIGHT AMOUNT".
002980     05  FILLER                  PIC X(02) VALUE SPACES.
002990     05  FILLER                  PIC X(18)
003000         VALUE "  BASELINE AVG AMT".
003010     05  FILLER                  PIC X(02) VALUE SPACES.
003020     05  FILLER                  PIC X(08) VALUE "   DEV %".
003030     05  FILLER                  PIC X(02) VALUE SPACES.
003040     05  FILLER                  PIC X(36) VALUE "STATUS".
003050
003060 01  IFT-RPT-DETAIL-LINE.
003070     05  FILLER                  PIC X(01) VALUE SPACES.
003080     05  IFT-ND-TRAN-CODE        PIC X(04).
003090     05  FILLER                  PIC X(03) VALUE SPACES.
003100     05  IFT-ND-NIGHT-COUNT      PIC ZZZ,ZZZ,ZZ9.
003110     05  FILLER                  PIC X(02) VALUE SPACES.
003120     05  IFT-ND-AVG-COUNT        PIC ZZZ,ZZZ,ZZ9.99.
003130     05  FILLER                  PIC X(02) VALUE SPACES.
003140     05  IFT-ND-CNT-DEV-PCT      PIC ZZZZZZ9-.
003150     05  FILLER                  PIC X(02) VALUE SPACES.
003160     05  IFT-ND-NIGHT-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003170     05  FILLER                  PIC X(02) VALUE SPACES.
003180     05  IFT-ND-AVG-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003190     05  FILLER                  PIC X(02) VALUE SPACES.
003200     05  IFT-ND-AMT-DEV-PCT      PIC ZZZZZZ9-.
003210     05  FILLER                  PIC X(02) VALUE SPACES.
003220     05  IFT-ND-STATUS           PIC X(24).
003230     05  FILLER                  PIC X(12) VALUE SPACES.
003240
003250 01  IFT-RPT-SUMMARY-LINE.
003260     05  FILLER                  PIC X(01) VALUE SPACES.
003270     05  IFT-NS-LABEL            PIC X(35).
003280     05  IFT-NS-COUNT            PIC ZZZ,ZZZ,ZZ9.
003290     05  FILLER                  PIC X(86) VALUE SPACES.
003300
003310 01  IFT-RPT-VERDICT-LINE.
003320     05  FILLER                  PIC X(01) VALUE SPACES.
003330     05  FILLER                  PIC X(18)
003340         VALUE "ANOMALY VERDICT - ".
003350     05  IFT-NV-VERDICT          PIC X(14).
003360     05  FILLER                  PIC X(100) VALUE SPACES.
003370
003380 PROCEDURE DIVISION.
003390
003400******************************************************
003410*  0000-MAINLINE                                      *
003420******************************************************
003430 0000-MAINLINE.
003440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003450     IF RETURN-CODE = 16
003460         GO TO 0000-EXIT
003470     END-IF.
003480     PERFORM 2000-TOTAL-ONE-CLEANED THRU 2000-EXIT
003490         UNTIL IFT-VALIN-AT-EOF
003500            OR RETURN-CODE = 16.
003510     IF RETURN-CODE = 16
003520         GO TO 0000-EXIT
003530     END-IF.
003540     PERFORM 2500-FIX-BASELINE-WINDOW THRU 2500-EXIT.
003550     IF RETURN-CODE = 16
003560         GO TO 0000-EXIT
003570     END-IF.
003580     PERFORM 3000-SWEEP-ONE-HISTORY THRU 3000-EXIT
003590         UNTIL IFT-HSTM-AT-EOF
003600            OR RETURN-CODE = 16.
003610     IF RETURN-CODE = 16
003620         GO TO 0000-EXIT
003630     END-IF.
003640     PERFORM 4000-CHECK-ONE-CODE THRU 4000-EXIT
003650         VARYING IFT-CODE-SUB FROM 1 BY 1
003660         UNTIL IFT-CODE-SUB > IFT-CODE-TABLE-COUNT.
003670     PERFORM 5000-FINALIZE THRU 5000-EXIT.
003680 0000-EXIT.
003690     STOP RUN.
003700
003710******************************************************
003720*  1000-INITIALIZE - LOAD THE TOLERANCE DECK, OPEN    *
003730*  THE CLEANED FILE, THE HISTORY MASTER AND THE       *
003740*  REPORT, AND PRIME THE FIRST READS.  THE CALENDAR   *
003750*  IS OPENED ONLY FOR THE WINDOW WALK IN 2500.        *
003760******************************************************
003770 1000-INITIALIZE.
003780     ACCEPT IFT-RUN-DATE FROM DATE YYYYMMDD.
003790     ACCEPT IFT-RUN-TIME FROM TIME.
003800     OPEN INPUT IFT-ANMCTL-FILE.
003810     IF IFT-ANMCTL-FILE-STATUS NOT = "00"
003820         DISPLAY "IF94001E TOLERANCE DECK COULD NOT BE OPENED"
003830         MOVE 16 TO RETURN-CODE
003840         GO TO 1000-EXIT
003850     END-IF.
003860     PERFORM 1100-READ-CARD THRU 1100-EXIT.
003870     PERFORM 1200-LOAD-ONE-CARD THRU 1200-EXIT
003880         UNTIL IFT-ANMCTL-AT-EOF
003890            OR RETURN-CODE = 16.
003900     CLOSE IFT-ANMCTL-FILE.
003910     IF RETURN-CODE = 16
003920         GO TO 1000-EXIT
003930     END-IF.
003940     IF NOT IFT-DEFAULT-CARD-SEEN
003950         DISPLAY "IF94002E TOLERANCE DECK HAS NO DEFAULT "
003960                 "(****) CARD"
003970         MOVE 16 TO RETURN-CODE
003980         GO TO 1000-EXIT
003990     END-IF.
004000     DISPLAY "IF94010I BASELINE " IFT-BASE-DAYS
004010             " BUSINESS DAYS - CODE CARDS "
004020             IFT-TOL-TABLE-COUNT.
004030     OPEN INPUT IFT-VALIN-FILE.
004040     IF IFT-VALIN-FILE-STATUS NOT = "00"
004050         DISPLAY "IF94003E CLEANED FILE COULD NOT BE OPENED"
004060         MOVE 16 TO RETURN-CODE
004070         GO TO 1000-EXIT
004080     END-IF.
004090     OPEN INPUT IFT-HSTM-FILE.
004100     IF IFT-HSTM-FILE-STATUS NOT = "00"
004110         DISPLAY "IF94004E HISTORY MASTER COULD NOT BE "
004120                 "OPENED - STATUS " IFT-HSTM-FILE-STATUS
004130         MOVE 16 TO RETURN-CODE
004140         GO TO 1000-EXIT
004150     END-IF.
004160     OPEN OUTPUT IFT-RPT-FILE.
004170     IF IFT-RPT-FILE-STATUS NOT = "00"
004180         DISPLAY "IF94005E REPORT FILE COULD NOT BE OPENED"
004190         MOVE 16 TO RETURN-CODE
004200         GO TO 1000-EXIT
004210     END-IF.
004220     PERFORM 2100-READ-CLEANED THRU 2100-EXIT.
004230 1000-EXIT.
004240     EXIT.
004250
004260 1100-READ-CARD.
004270     READ IFT-ANMCTL-FILE
004280         AT END SET IFT-ANMCTL-AT-EOF TO TRUE
004290     END-READ.
004300 1100-EXIT.
004310     EXIT.
004320
004330******************************************************
004340*  1200-LOAD-ONE-CARD - A BLANK CARD IS PASSED OVER.  *
004350*  A CARD THAT IS NOT NUMERIC, A SEVERE BAND INSIDE   *
004360*  ITS WARNING BAND, OR A SECOND CARD FOR A CODE IS A *
004370*  DECK ERROR AND STOPS THE STEP - GUESSING AT BANDS  *
004380*  WOULD EITHER MISS A SURGE OR HOLD POSTING FOR      *
004390*  NOTHING.                                           *
004400******************************************************
004410 1200-LOAD-ONE-CARD.
004420     IF IFT-ANM-TOLERANCE-CARD = SPACES
004430         GO TO 1200-NEXT
004440     END-IF.
004450     ADD 1 TO IFT-CARDS-READ.
004460     IF IFT-ANM-CARD-CNT-WARN NOT NUMERIC
004470        OR IFT-ANM-CARD-CNT-SEVERE NOT NUMERIC
004480        OR IFT-ANM-CARD-AMT-WARN NOT NUMERIC
004490        OR IFT-ANM-CARD-AMT-SEVERE NOT NUMERIC
004500        OR IFT-ANM-CARD-MIN-ITEMS NOT NUMERIC
004510         DISPLAY "IF94006E TOLERANCE CARD NOT NUMERIC - CODE "
004520                 IFT-ANM-CARD-CODE
004530         MOVE 16 TO RETURN-CODE
004540         GO TO 1200-EXIT
004550     END-IF.
004560     IF (IFT-ANM-CARD-CNT-SEVERE > ZERO
004570         AND IFT-ANM-CARD-CNT-SEVERE
004580             NOT > IFT-ANM-CARD-CNT-WARN)
004590        OR (IFT-ANM-CARD-AMT-SEVERE > ZERO
004600         AND IFT-ANM-CARD-AMT-SEVERE
004610             NOT > IFT-ANM-CARD-AMT-WARN)
004620         DISPLAY "IF94007E SEVERE BAND NOT OUTSIDE WARNING "
004630                 "BAND - CODE " IFT-ANM-CARD-CODE
004640         MOVE 16 TO RETURN-CODE
004650         GO TO 1200-EXIT
004660     END-IF.
004670     IF IFT-ANM-DEFAULT-CARD
004680         PERFORM 1300-TAKE-DEFAULT-CARD THRU 1300-EXIT
004690         GO TO 1200-NEXT
004700     END-IF.
004710     MOVE IFT-ANM-CARD-CODE TO IFT-LOOKUP-CODE.
004720     PERFORM 4150-FIND-TOLERANCE-ROW THRU 4150-EXIT.
004730     IF IFT-TOL-WAS-FOUND
004740         DISPLAY "IF94008E SECOND TOLERANCE CARD FOR CODE "
004750                 IFT-ANM-CARD-CODE
004760         MOVE 16 TO RETURN-CODE
004770         GO TO 1200-EXIT
004780     END-IF.
004790     IF IFT-TOL-TABLE-COUNT >= 200
004800         DISPLAY "IF94009E TOLERANCE TABLE FULL - RAISE THE "
004810                 "TABLE"
004820         MOVE 16 TO RETURN-CODE
004830         GO TO 1200-EXIT
004840     END-IF.
004850     ADD 1 TO IFT-TOL-TABLE-COUNT.
004860     MOVE IFT-ANM-CARD-CODE
004870         TO IFT-TOL-CODE (IFT-TOL-TABLE-COUNT).
004880     MOVE IFT-ANM-CARD-CNT-WARN
004890         TO IFT-TOL-CNT-WARN (IFT-TOL-TABLE-COUNT).
004900     MOVE IFT-ANM-CARD-CNT-SEVERE
004910         TO IFT-TOL-CNT-SEVERE (IFT-TOL-TABLE-COUNT).
004920     MOVE IFT-ANM-CARD-AMT-WARN
004930         TO IFT-TOL-AMT-WARN (IFT-TOL-TABLE-COUNT).
004940     MOVE IFT-ANM-CARD-AMT-SEVERE
004950         TO IFT-TOL-AMT-SEVERE (IFT-TOL-TABLE-COUNT).
004960     MOVE IFT-ANM-CARD-MIN-ITEMS
004970         TO IFT-TOL-MIN-ITEMS (IFT-TOL-TABLE-COUNT).
004980 1200-NEXT.
004990     PERFORM 1100-READ-CARD THRU 1100-EXIT.
005000 1200-EXIT.
005010     EXIT.
005020
005030******************************************************
005040*  1300-TAKE-DEFAULT-CARD - ONLY THE DEFAULT CARD     *
005050*  CARRIES THE WINDOW LENGTH, AND IT MUST BE SET.     *
005060******************************************************
005070 1300-TAKE-DEFAULT-CARD.
005080     IF IFT-DEFAULT-CARD-SEEN
005090         DISPLAY "IF94008E SECOND TOLERANCE CARD FOR CODE "
005100                 IFT-ANM-CARD-CODE
005110         MOVE 16 TO RETURN-CODE
005120         GO TO 1300-EXIT
005130     END-IF.
005140     IF IFT-ANM-CARD-BASE-DAYS NOT NUMERIC
005150        OR IFT-ANM-CARD-BASE-DAYS = ZERO
005160         DISPLAY "IF94011E DEFAULT CARD HAS NO BASELINE DAYS "
005170                 "(COLS 26-28)"
005180         MOVE 16 TO RETURN-CODE
005190         GO TO 1300-EXIT
005200     END-IF.
005210     SET IFT-DEFAULT-CARD-SEEN TO TRUE.
005220     MOVE IFT-ANM-CARD-CNT-WARN   TO IFT-DFT-CNT-WARN.
005230     MOVE IFT-ANM-CARD-CNT-SEVERE TO IFT-DFT-CNT-SEVERE.
005240     MOVE IFT-ANM-CARD-AMT-WARN   TO IFT-DFT-AMT-WARN.
005250     MOVE IFT-ANM-CARD-AMT-SEVERE TO IFT-DFT-AMT-SEVERE.
005260     MOVE IFT-ANM-CARD-MIN-ITEMS  TO IFT-DFT-MIN-ITEMS.
005270     MOVE IFT-ANM-CARD-BASE-DAYS  TO IFT-BASE-DAYS.
005280 1300-EXIT.
005290     EXIT.
005300
005310******************************************************
005320*  2000-TOTAL-ONE-CLEANED - TONIGHT'S SIDE.  THE      *
005330*  HEADER GIVES THE FEED DATE THE WINDOW ENDS AT;     *
005340*  EVERY DETAIL IS ADDED TO ITS CODE'S ROW.           *
005350******************************************************
005360 2000-TOTAL-ONE-CLEANED.
005370     IF IFT-TRAN-HEADER-REC
005380         MOVE IFT-TRAN-HDR-FEED-DATE TO IFT-FEED-DATE
005390         GO TO 2000-NEXT
005400     END-IF.
005410     IF IFT-TRAN-TRAILER-REC
005420         GO TO 2000-NEXT
005430     END-IF.
005440     ADD 1 TO IFT-DETAILS-READ.
005450     MOVE IFT-TRAN-CODE TO IFT-LOOKUP-CODE.
005460     PERFORM 2600-FIND-CODE-ROW THRU 2600-EXIT.
005470     IF RETURN-CODE = 16
005480         GO TO 2000-EXIT
005490     END-IF.
005500     ADD 1 TO IFT-CDT-NIGHT-COUNT (IFT-CODE-FOUND-SUB).
005510     ADD IFT-TRAN-AMOUNT
005520         TO IFT-CDT-NIGHT-AMOUNT (IFT-CODE-FOUND-SUB).
005530 2000-NEXT.
005540     PERFORM 2100-READ-CLEANED THRU 2100-EXIT.
005550 2000-EXIT.
005560     EXIT.
005570
005580 2100-READ-CLEANED.
005590     READ IFT-VALIN-FILE
005600         AT END SET IFT-VALIN-AT-EOF TO TRUE
005610     END-READ.
005620 2100-EXIT.
005630     EXIT.
005640
005650******************************************************
005660*  2500-FIX-BASELINE-WINDOW - WALK BACK FROM THE FEED *
005670*  DATE A DAY AT A TIME UNTIL THE WINDOW HOLDS ITS    *
005680*  BUSINESS DAYS, THE WAY THE PURGES COUNT RETENTION. *
005690*  THE WINDOW IS EVERY FEED DATE FROM THE DAY REACHED *
005700*  UP TO, NOT INCLUDING, TONIGHT'S - SO A RERUN AFTER *
005710*  HSTLOAD NEVER COUNTS TONIGHT AGAINST ITSELF.       *
005720*  WITHOUT A USABLE CALENDAR THE WINDOW IS TAKEN AS   *
005730*  CALENDAR DAYS, WITH A WARNING.                     *
005740******************************************************
005750 2500-FIX-BASELINE-WINDOW.
005760     IF IFT-FEED-DATE = ZERO
005770         DISPLAY "IF94012E CLEANED FILE HAS NO HEADER - NO "
005780                 "FEED DATE TO CHECK AGAINST"
005790         MOVE 16 TO RETURN-CODE
005800         GO TO 2500-EXIT
005810     END-IF.
005820     COMPUTE IFT-WALK-DAY-NUMBER =
005830         FUNCTION INTEGER-OF-DATE (IFT-FEED-DATE).
005840     MOVE ZERO TO IFT-BUSINESS-DAYS-COUNTED.
005850     MOVE ZERO TO IFT-WINDOW-HIGH-DATE.
005860     OPEN INPUT IFT-CALM-FILE.
005870     IF IFT-CALM-FILE-STATUS NOT = "00"
005880         DISPLAY "IF94013W BUSINESS CALENDAR COULD NOT BE "
005890                 "OPENED - BASELINE TAKEN IN CALENDAR DAYS"
005900         PERFORM 2550-CALENDAR-DAY-WINDOW THRU 2550-EXIT
005910         GO TO 2500-HEADINGS
005920     END-IF.
005930     PERFORM 2520-STEP-BACK-ONE-DAY THRU 2520-EXIT
005940         UNTIL IFT-BUSINESS-DAYS-COUNTED >= IFT-BASE-DAYS
005950            OR IFT-CAL-GAP-FOUND.
005960     CLOSE IFT-CALM-FILE.
005970     IF IFT-CAL-GAP-FOUND
005980         DISPLAY "IF94014W " IFT-CAL-DATE " NOT ON THE BUSINESS "
005990                 "CALENDAR - BASELINE TAKEN IN CALENDAR DAYS"
006000         PERFORM 2550-CALENDAR-DAY-WINDOW THRU 2550-EXIT
006010         GO TO 2500-HEADINGS
006020     END-IF.
006030     COMPUTE IFT-WINDOW-LOW-DATE =
006040         FUNCTION DATE-OF-INTEGER (IFT-WALK-DAY-NUMBER).
006050 2500-HEADINGS.
006060     MOVE IFT-RUN-DATE         TO IFT-NH1-RUN-DATE.
006070     MOVE IFT-RUN-TIME         TO IFT-NH1-RUN-TIME.
006080     MOVE IFT-FEED-DATE        TO IFT-NH2-FEED-DATE.
006090     MOVE IFT-BASE-DAYS        TO IFT-NH2-BASE-DAYS.
006100     MOVE IFT-WINDOW-DAY-KIND  TO IFT-NH2-DAY-KIND.
006110     MOVE IFT-WINDOW-LOW-DATE  TO IFT-NH2-LOW-DATE.
006120     MOVE IFT-WINDOW-HIGH-DATE TO IFT-NH2-HIGH-DATE.
006130     WRITE IFT-RPT-RECORD FROM IFT-RPT-HEADING-1
006140         AFTER ADVANCING PAGE.
006150     WRITE IFT-RPT-RECORD FROM IFT-RPT-HEADING-2
006160         AFTER ADVANCING 1 LINE.
006170     WRITE IFT-RPT-RECORD FROM IFT-RPT-HEADING-3
006180         AFTER ADVANCING 2 LINES.
006190     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
006200 2500-EXIT.
006210     EXIT.
006220
006230*    THE FIRST BUSINESS DAY REACHED IS THE LATEST FEED
006240*    DATE IN THE WINDOW - KEPT FOR THE HEADING.
006250 2520-STEP-BACK-ONE-DAY.
006260     SUBTRACT 1 FROM IFT-WALK-DAY-NUMBER.
006270     COMPUTE IFT-CAL-DATE =
006280         FUNCTION DATE-OF-INTEGER (IFT-WALK-DAY-NUMBER).
006290     READ IFT-CALM-FILE
006300         INVALID KEY
006310             SET IFT-CAL-GAP-FOUND TO TRUE
006320             GO TO 2520-EXIT
006330     END-READ.
006340     IF IFT-CAL-BUSINESS-DAY
006350         ADD 1 TO IFT-BUSINESS-DAYS-COUNTED
006360         IF IFT-WINDOW-HIGH-DATE = ZERO
006370             MOVE IFT-CAL-DATE TO IFT-WINDOW-HIGH-DATE
006380         END-IF
006390     END-IF.
006400 2520-EXIT.
006410     EXIT.
006420
006430 2550-CALENDAR-DAY-WINDOW.
006440     MOVE "CALENDAR DAYS " TO IFT-WINDOW-DAY-KIND.
006450     COMPUTE IFT-WALK-DAY-NUMBER =
006460         FUNCTION INTEGER-OF-DATE (IFT-FEED-DATE).
006470     COMPUTE IFT-WINDOW-HIGH-DATE =
006480         FUNCTION DATE-OF-INTEGER (IFT-WALK-DAY-NUMBER - 1).
006490     COMPUTE IFT-WINDOW-LOW-DATE =
006500         FUNCTION DATE-OF-INTEGER
006510             (IFT-WALK-DAY-NUMBER - IFT-BASE-DAYS).
006520 2550-EXIT.
006530     EXIT.
006540
006550******************************************************
006560*  2600-FIND-CODE-ROW - THE ROW FOR IFT-LOOKUP-CODE,  *
006570*  ADDED AT THE END WITH ZERO TOTALS WHEN THE CODE IS *
006580*  NEW.  THE ROW FOUND IS LEFT IN IFT-CODE-FOUND-SUB. *
006590******************************************************
006600 2600-FIND-CODE-ROW.
006610     MOVE "N" TO IFT-CODE-FOUND-SWITCH.
006620     PERFORM 2650-TEST-CODE-ROW THRU 2650-EXIT
006630         VARYING IFT-CODE-SUB FROM 1 BY 1
006640         UNTIL IFT-CODE-SUB > IFT-CODE-TABLE-COUNT
006650            OR IFT-CODE-WAS-FOUND.
006660     IF IFT-CODE-WAS-FOUND
006670         GO TO 2600-EXIT
006680     END-IF.
006690     IF IFT-CODE-TABLE-COUNT >= 500
006700         DISPLAY "IF94015E CODE TABLE FULL - RAISE THE TABLE"
006710         MOVE 16 TO RETURN-CODE
006720         GO TO 2600-EXIT
006730     END-IF.
006740     ADD 1 TO IFT-CODE-TABLE-COUNT.
006750     MOVE IFT-CODE-TABLE-COUNT TO IFT-CODE-FOUND-SUB.
006760     MOVE IFT-LOOKUP-CODE TO IFT-CDT-CODE (IFT-CODE-FOUND-SUB).
006770     MOVE ZERO TO IFT-CDT-NIGHT-COUNT  (IFT-CODE-FOUND-SUB)
006780                  IFT-CDT-NIGHT-AMOUNT (IFT-CODE-FOUND-SUB)
006790                  IFT-CDT-BASE-COUNT   (IFT-CODE-FOUND-SUB)
006800                  IFT-CDT-BASE-AMOUNT  (IFT-CODE-FOUND-SUB).
006810 2600-EXIT.
006820     EXIT.
006830
006840 2650-TEST-CODE-ROW.
006850     IF IFT-CDT-CODE (IFT-CODE-SUB) = IFT-LOOKUP-CODE
006860         SET IFT-CODE-WAS-FOUND TO TRUE
006870         MOVE IFT-CODE-SUB TO IFT-CODE-FOUND-SUB
006880     END-IF.
006890 2650-EXIT.
006900     EXIT.
006910
006920******************************************************
006930*  3000-SWEEP-ONE-HISTORY - THE BASELINE SIDE.  EVERY *
006940*  HISTORY ENTRY CARRIED BY A FEED DATE IN THE WINDOW *
006950*  IS ADDED TO ITS CODE'S ROW.  THE ALL-NINES SEED    *
006960*  SENTINEL IS PASSED OVER BEFORE ANY FIELD IS        *
006970*  TOUCHED.                                           *
006980******************************************************
006990 3000-SWEEP-ONE-HISTORY.
007000     IF IFT-HST-RECORD-ID = "9999999999"
007010         GO TO 3000-NEXT
007020     END-IF.
007030     ADD 1 TO IFT-HIST-READ.
007040     IF IFT-HST-FEED-DATE NOT NUMERIC
007050        OR IFT-HST-FEED-DATE < IFT-WINDOW-LOW-DATE
007060        OR IFT-HST-FEED-DATE NOT < IFT-FEED-DATE
007070         GO TO 3000-NEXT
007080     END-IF.
007090     ADD 1 TO IFT-HIST-IN-WINDOW.
007100     MOVE IFT-HST-TRAN-CODE TO IFT-LOOKUP-CODE.
007110     PERFORM 2600-FIND-CODE-ROW THRU 2600-EXIT.
007120     IF RETURN-CODE = 16
007130         GO TO 3000-EXIT
007140     END-IF.
007150     ADD 1 TO IFT-CDT-BASE-COUNT (IFT-CODE-FOUND-SUB).
007160     ADD IFT-HST-AMOUNT
007170         TO IFT-CDT-BASE-AMOUNT (IFT-CODE-FOUND-SUB).
007180 3000-NEXT.
007190     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
007200 3000-EXIT.
007210     EXIT.
007220
007230 3100-READ-HISTORY.
007240     READ IFT-HSTM-FILE
007250         AT END SET IFT-HSTM-AT-EOF TO TRUE
007260     END-READ.
007270 3100-EXIT.
007280     EXIT.
007290
007300******************************************************
007310*  4000-CHECK-ONE-CODE - COMPARE THE CODE'S COUNT AND *
007320*  AMOUNT WITH ITS DAILY AVERAGE OVER THE WINDOW.     *
007330*  THE DEVIATION IS A WHOLE PERCENT OF THE AVERAGE,   *
007340*  EITHER WAY - A CODE THAT GOES QUIET IS AS MUCH AN  *
007350*  ANOMALY AS ONE THAT SURGES.  A CODE WITH NOTHING   *
007360*  IN THE WINDOW HAS NO BASELINE AND ONLY WARNS.      *
007370*  ONLY CODES OUTSIDE THEIR BANDS ARE PRINTED.        *
007380******************************************************
007390 4000-CHECK-ONE-CODE.
007400     ADD 1 TO IFT-CODES-CHECKED.
007410     MOVE IFT-CDT-CODE (IFT-CODE-SUB) TO IFT-LOOKUP-CODE.
007420     PERFORM 4100-RESOLVE-BANDS THRU 4100-EXIT.
007430     MOVE "N" TO IFT-CODE-LEVEL.
007440     MOVE SPACES TO IFT-RPT-DETAIL-LINE.
007450     MOVE IFT-LOOKUP-CODE TO IFT-ND-TRAN-CODE.
007460     MOVE IFT-CDT-NIGHT-COUNT (IFT-CODE-SUB)
007470         TO IFT-ND-NIGHT-COUNT.
007480     MOVE IFT-CDT-NIGHT-AMOUNT (IFT-CODE-SUB)
007490         TO IFT-ND-NIGHT-AMOUNT.
007500     IF IFT-CDT-BASE-COUNT (IFT-CODE-SUB) = ZERO
007510         MOVE "W" TO IFT-CODE-LEVEL
007520         MOVE "NEW CODE - NO BASELINE" TO IFT-ND-STATUS
007530         GO TO 4000-PRINT
007540     END-IF.
007550
007560     COMPUTE IFT-AVG-COUNT ROUNDED =
007570         IFT-CDT-BASE-COUNT (IFT-CODE-SUB) / IFT-BASE-DAYS.
007580     COMPUTE IFT-AVG-AMOUNT ROUNDED =
007590         IFT-CDT-BASE-AMOUNT (IFT-CODE-SUB) / IFT-BASE-DAYS.
007600     MOVE IFT-AVG-COUNT  TO IFT-ND-AVG-COUNT.
007610     MOVE IFT-AVG-AMOUNT TO IFT-ND-AVG-AMOUNT.
007620
007630     COMPUTE IFT-CNT-DEV-PCT ROUNDED =
007640         (IFT-CDT-NIGHT-COUNT (IFT-CODE-SUB) - IFT-AVG-COUNT)
007650         * 100 / IFT-AVG-COUNT.
007660     MOVE IFT-CNT-DEV-PCT TO IFT-PRINT-DEV-PCT.
007670     PERFORM 4300-CAP-PRINTED-PCT THRU 4300-EXIT.
007680     MOVE IFT-PRINT-DEV-PCT TO IFT-ND-CNT-DEV-PCT.
007690     MOVE IFT-CNT-DEV-PCT    TO IFT-ABS-DEV-PCT.
007700     MOVE IFT-USE-CNT-WARN   TO IFT-TEST-WARN.
007710     MOVE IFT-USE-CNT-SEVERE TO IFT-TEST-SEVERE.
007720     PERFORM 4200-RATE-DEVIATION THRU 4200-EXIT.
007730
007740*    AN AMOUNT BASELINE THAT NETS TO ZERO GIVES NO RATIO -
007750*    THE AMOUNT TEST IS LEFT OFF FOR THAT CODE.
007760     IF IFT-AVG-AMOUNT = ZERO
007770         GO TO 4000-CLASSIFY
007780     END-IF.
007790     IF IFT-AVG-AMOUNT < ZERO
007800         COMPUTE IFT-ABS-AVG-AMOUNT = ZERO - IFT-AVG-AMOUNT
007810     ELSE
007820         MOVE IFT-AVG-AMOUNT TO IFT-ABS-AVG-AMOUNT
007830     END-IF.
007840     COMPUTE IFT-AMT-DEV-PCT ROUNDED =
007850         (IFT-CDT-NIGHT-AMOUNT (IFT-CODE-SUB) - IFT-AVG-AMOUNT)
007860         * 100 / IFT-ABS-AVG-AMOUNT.
007870     MOVE IFT-AMT-DEV-PCT TO IFT-PRINT-DEV-PCT.
007880     PERFORM 4300-CAP-PRINTED-PCT THRU 4300-EXIT.
007890     MOVE IFT-PRINT-DEV-PCT TO IFT-ND-AMT-DEV-PCT.
007900     MOVE IFT-AMT-DEV-PCT    TO IFT-ABS-DEV-PCT.
007910     MOVE IFT-USE-AMT-WARN   TO IFT-TEST-WARN.
007920     MOVE IFT-USE-AMT-SEVERE TO IFT-TEST-SEVERE.
007930     PERFORM 4200-RATE-DEVIATION THRU 4200-EXIT.
007940
007950 4000-CLASSIFY.
007960     IF IFT-CODE-IN-BANDS
007970         ADD 1 TO IFT-CODES-IN-BANDS
007980         GO TO 4000-EXIT
007990     END-IF.
008000     IF IFT-CODE-SEVERE
008010        AND IFT-CDT-BASE-COUNT (IFT-CODE-SUB)
008020            < IFT-USE-MIN-ITEMS
008030         MOVE "W" TO IFT-CODE-LEVEL
008040         MOVE "WARNING - THIN BASELINE" TO IFT-ND-STATUS
008050         GO TO 4000-PRINT
008060     END-IF.
008070     IF IFT-CODE-SEVERE
008080         MOVE "SEVERE - POSTING HELD" TO IFT-ND-STATUS
008090     ELSE
008100         MOVE "WARNING" TO IFT-ND-STATUS
008110     END-IF.
008120 4000-PRINT.
008130     IF IFT-CODE-SEVERE
008140         ADD 1 TO IFT-CODES-SEVERE
008150         SET IFT-NIGHT-HAS-SEVERE TO TRUE
008160     ELSE
008170         ADD 1 TO IFT-CODES-WARNED
008180         SET IFT-NIGHT-HAS-WARNINGS TO TRUE
008190     END-IF.
008200     WRITE IFT-RPT-RECORD FROM IFT-RPT-DETAIL-LINE
008210         AFTER ADVANCING 1 LINE.
008220 4000-EXIT.
008230     EXIT.
008240
008250******************************************************
008260*  4100-RESOLVE-BANDS - THE CODE'S OWN CARD IF IT HAS *
008270*  ONE, OTHERWISE THE DEFAULT CARD.                   *
008280******************************************************
008290 4100-RESOLVE-BANDS.
008300     PERFORM 4150-FIND-TOLERANCE-ROW THRU 4150-EXIT.
008310     IF IFT-TOL-WAS-FOUND
008320         MOVE IFT-TOL-CNT-WARN   (IFT-TOL-FOUND-SUB)
008330             TO IFT-USE-CNT-WARN
008340         MOVE IFT-TOL-CNT-SEVERE (IFT-TOL-FOUND-SUB)
008350             TO IFT-USE-CNT-SEVERE
008360         MOVE IFT-TOL-AMT-WARN   (IFT-TOL-FOUND-SUB)
008370             TO IFT-USE-AMT-WARN
008380         MOVE IFT-TOL-AMT-SEVERE (IFT-TOL-FOUND-SUB)
008390             TO IFT-USE-AMT-SEVERE
008400         MOVE IFT-TOL-MIN-ITEMS  (IFT-TOL-FOUND-SUB)
008410             TO IFT-USE-MIN-ITEMS
008420     ELSE
008430         MOVE IFT-DFT-CNT-WARN   TO IFT-USE-CNT-WARN
008440         MOVE IFT-DFT-CNT-SEVERE TO IFT-USE-CNT-SEVERE
008450         MOVE IFT-DFT-AMT-WARN   TO IFT-USE-AMT-WARN
008460         MOVE IFT-DFT-AMT-SEVERE TO IFT-USE-AMT-SEVERE
008470         MOVE IFT-DFT-MIN-ITEMS  TO IFT-USE-MIN-ITEMS
008480     END-IF.
008490 4100-EXIT.
008500     EXIT.
008510
008520 4150-FIND-TOLERANCE-ROW.
008530     MOVE "N" TO IFT-TOL-FOUND-SWITCH.
008540     PERFORM 4160-TEST-TOLERANCE-ROW THRU 4160-EXIT
008550         VARYING IFT-TOL-SUB FROM 1 BY 1
008560         UNTIL IFT-TOL-SUB > IFT-TOL-TABLE-COUNT
008570            OR IFT-TOL-WAS-FOUND.
008580 4150-EXIT.
008590     EXIT.
008600
008610 4160-TEST-TOLERANCE-ROW.
008620     IF IFT-TOL-CODE (IFT-TOL-SUB) = IFT-LOOKUP-CODE
008630         SET IFT-TOL-WAS-FOUND TO TRUE
008640         MOVE IFT-TOL-SUB TO IFT-TOL-FOUND-SUB
008650     END-IF.
008660 4160-EXIT.
008670     EXIT.
008680
008690******************************************************
008700*  4200-RATE-DEVIATION - RAISE THE CODE'S LEVEL FOR   *
008710*  ONE MEASURE.  A LEVEL IS NEVER LOWERED HERE, SO    *
008720*  THE WORSE OF COUNT AND AMOUNT STANDS.              *
008730******************************************************
008740 4200-RATE-DEVIATION.
008750     IF IFT-ABS-DEV-PCT < ZERO
008760         COMPUTE IFT-ABS-DEV-PCT = ZERO - IFT-ABS-DEV-PCT
008770     END-IF.
008780     IF IFT-TEST-SEVERE > ZERO
008790        AND IFT-ABS-DEV-PCT > IFT-TEST-SEVERE
008800         MOVE "S" TO IFT-CODE-LEVEL
008810         GO TO 4200-EXIT
008820     END-IF.
008830     IF IFT-TEST-WARN > ZERO
008840        AND IFT-ABS-DEV-PCT > IFT-TEST-WARN
008850        AND IFT-CODE-IN-BANDS
008860         MOVE "W" TO IFT-CODE-LEVEL
008870     END-IF.
008880 4200-EXIT.
008890     EXIT.
008900
008910 4300-CAP-PRINTED-PCT.
008920     IF IFT-PRINT-DEV-PCT > 9999999
008930         MOVE 9999999 TO IFT-PRINT-DEV-PCT
008940     END-IF.
008950     IF IFT-PRINT-DEV-PCT < -9999999
008960         MOVE -9999999 TO IFT-PRINT-DEV-PCT
008970     END-IF.
008980 4300-EXIT.
008990     EXIT.
009000
009010******************************************************
009020*  5000-FINALIZE - SUMMARY AND VERDICT, CLOSE UP AND  *
009030*  SET THE STEP RETURN CODE.  RC 12 ON A SEVERE       *
009040*  BREACH IS WHAT HOLDS THE POSTING HANDOFF - THE     *
009050*  SCHEDULER RELEASES IT ONLY WHEN OPERATIONS HAS     *
009060*  SIGNED OFF THIS REPORT.                            *
009070******************************************************
009080 5000-FINALIZE.
009090     PERFORM 5100-WRITE-SUMMARY THRU 5100-EXIT.
009100     CLOSE IFT-VALIN-FILE.
009110     CLOSE IFT-HSTM-FILE.
009120     CLOSE IFT-RPT-FILE.
009130     DISPLAY "IF94099I CLEANED DETAILS READ:  " IFT-DETAILS-READ.
009140     DISPLAY "IF94098I HISTORY IN WINDOW:     "
009150             IFT-HIST-IN-WINDOW.
009160     DISPLAY "IF94097I CODES CHECKED:         "
009170             IFT-CODES-CHECKED.
009180     DISPLAY "IF94096I CODES WARNED:          " IFT-CODES-WARNED.
009190     DISPLAY "IF94095I CODES SEVERE:          " IFT-CODES-SEVERE.
009200     IF IFT-NIGHT-HAS-SEVERE
009210         DISPLAY "IF94016E SEVERE VOLUME ANOMALY - POSTING "
009220                 "HANDOFF HELD FOR SIGN-OFF"
009230         MOVE 12 TO RETURN-CODE
009240         GO TO 5000-EXIT
009250     END-IF.
009260     IF IFT-NIGHT-HAS-WARNINGS
009270         MOVE 4 TO RETURN-CODE
009280     ELSE
009290         MOVE 0 TO RETURN-CODE
009300     END-IF.
009310 5000-EXIT.
009320     EXIT.
009330
009340******************************************************
009350*  5100-WRITE-SUMMARY                                  *
009360******************************************************
009370 5100-WRITE-SUMMARY.
009380     MOVE SPACES TO IFT-RPT-SUMMARY-LINE.
009390     MOVE "CLEANED DETAILS READ  . . . . . . ." TO IFT-NS-LABEL.
009400     MOVE IFT-DETAILS-READ TO IFT-NS-COUNT.
009410     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
009420         AFTER ADVANCING 2 LINES.
009430
009440     MOVE "HISTORY ENTRIES IN THE WINDOW . . ." TO IFT-NS-LABEL.
009450     MOVE IFT-HIST-IN-WINDOW TO IFT-NS-COUNT.
009460     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
009470         AFTER ADVANCING 1 LINE.
009480
009490     MOVE "CODES CHECKED . . . . . . . . . . ." TO IFT-NS-LABEL.
009500     MOVE IFT-CODES-CHECKED TO IFT-NS-COUNT.
009510     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
009520         AFTER ADVANCING 1 LINE.
009530
009540     MOVE "CODES WITHIN BANDS  . . . . . . . ." TO IFT-NS-LABEL.
009550     MOVE IFT-CODES-IN-BANDS TO IFT-NS-COUNT.
009560     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
009570         AFTER ADVANCING 1 LINE.
009580
009590     MOVE "CODES OUTSIDE WARNING BAND  . . . ." TO IFT-NS-LABEL.
009600     MOVE IFT-CODES-WARNED TO IFT-NS-COUNT.
009610     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
009620         AFTER ADVANCING 1 LINE.
009630
009640     MOVE "CODES OUTSIDE SEVERE BAND . . . . ." TO IFT-NS-LABEL.
009650     MOVE IFT-CODES-SEVERE TO IFT-NS-COUNT.
009660     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
009670         AFTER ADVANCING 1 LINE.
009680
009690     IF IFT-NIGHT-HAS-SEVERE
009700         MOVE "SEVERE BREACH " TO IFT-NV-VERDICT
009710     ELSE
009720         IF IFT-NIGHT-HAS-WARNINGS
009730             MOVE "WARNINGS ONLY " TO IFT-NV-VERDICT
009740         ELSE
009750             MOVE "WITHIN BANDS  " TO IFT-NV-VERDICT
009760         END-IF
009770     END-IF.
009780     WRITE IFT-RPT-RECORD FROM IFT-RPT-VERDICT-LINE
009790         AFTER ADVANCING 2 LINES.
009800 5100-EXIT.
009810     EXIT.
