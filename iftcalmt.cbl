000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    IFTCALMT.
000120 AUTHOR.        D MCCARRON.
000130 INSTALLATION.  DAILY OPERATIONS.
000140 DATE-WRITTEN.  10/14/2026.
000150 DATE-COMPILED.
000160
000170******************************************************
000180*  MODIFICATION HISTORY                               *
000190*  --------------------------------------------------  *
000200*  10/14/2026  DM   ORIGINAL PROGRAM.  APPLIES THE     *
000210*                   BUSINESS CALENDAR MAINTENANCE      *
000220*                   CARDS (IFTCALX) TO THE KEYED       *
000230*                   CALENDAR - GENERATING A RANGE OF   *
000240*                   DAYS, MARKING HOLIDAYS AND EXTRA   *
000250*                   BUSINESS DAYS, MOVING DAYS INTO A  *
000260*                   FISCAL PERIOD, AND CLOSING OR      *
000270*                   REOPENING A PERIOD AT MONTH-END    *
000280*                   SIGN-OFF.  EVERY CARD IS LOGGED    *
000290*                   (WHO, WHAT, HOW MANY DAYS) AS      *
000300*                   IFTMAINT LOGS THE CONTROL CARD.    *
000310*                   A DAY ALREADY ON FILE IS LEFT AS   *
000320*                   IT IS BY GN, SO A YEAR CAN BE      *
000330*                   REGENERATED WITHOUT LOSING ITS     *
000340*                   HOLIDAYS; A DAY NOT ON FILE IS     *
000350*                   COUNTED AND PASSED OVER BY THE     *
000360*                   OTHER ACTIONS.                     *
000370******************************************************
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT IFT-CMC-FILE
000470         ASSIGN TO CALCARD
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS IFT-CMC-FILE-STATUS.
000500
000510     SELECT IFT-CALM-FILE
000520         ASSIGN TO CALMSTR
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS IFT-CAL-DATE
000560         FILE STATUS IS IFT-CALM-FILE-STATUS.
000570
000580     SELECT IFT-CHGLOG-FILE
000590         ASSIGN TO CHGLOG
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS IFT-CHGLOG-FILE-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  IFT-CMC-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680     COPY IFTCALX.
000690
000700 FD  IFT-CALM-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY IFTCALM.
000730
000740 FD  IFT-CHGLOG-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 01  IFT-CHGLOG-RECORD               PIC X(133).
000780
000790 WORKING-STORAGE SECTION.
000800
000810 77  IFT-CMC-FILE-STATUS          PIC X(02) VALUE SPACES.
000820 77  IFT-CALM-FILE-STATUS         PIC X(02) VALUE SPACES.
000830 77  IFT-CHGLOG-FILE-STATUS       PIC X(02) VALUE SPACES.
000840
000850 77  IFT-CMC-EOF-SWITCH           PIC X(01) VALUE "N".
000860     88  IFT-CMC-END-OF-FILE                 VALUE "Y".
000870
000880 77  IFT-CALM-EOF-SWITCH          PIC X(01) VALUE "N".
000890     88  IFT-CALM-AT-EOF                     VALUE "Y".
000900
000910 77  IFT-CARD-VALID-SWITCH        PIC X(01) VALUE "Y".
000920     88  IFT-CARD-IS-VALID                   VALUE "Y".
000930
000940 77  IFT-CARDS-READ               PIC 9(05) COMP-3 VALUE ZERO.
000950 77  IFT-CARDS-APPLIED            PIC 9(05) COMP-3 VALUE ZERO.
000960 77  IFT-CARDS-REJECTED           PIC 9(05) COMP-3 VALUE ZERO.
000970 77  IFT-DAYS-CHANGED             PIC 9(07) COMP-3 VALUE ZERO.
000980 77  IFT-DAYS-PASSED-OVER         PIC 9(07) COMP-3 VALUE ZERO.
000990
001000 77  IFT-RUN-DATE                 PIC 9(08) VALUE ZERO.
001010 77  IFT-FROM-DAY-NUMBER          PIC S9(09) COMP VALUE ZERO.
001020 77  IFT-TO-DAY-NUMBER            PIC S9(09) COMP VALUE ZERO.
001030 77  IFT-DAY-NUMBER               PIC S9(09) COMP VALUE ZERO.
001040 77  IFT-WEEK-COUNT               PIC S9(09) COMP VALUE ZERO.
001050 77  IFT-WEEKDAY                  PIC S9(04) COMP VALUE ZERO.
001060 77  IFT-NEW-PERIOD-STATUS        PIC X(01) VALUE SPACES.
001070 77  IFT-REJECT-TEXT              PIC X(40) VALUE SPACES.
001080
001090******************************************************
001100*  THE DAY BEING WORKED ON, WITH ITS YEAR AND MONTH   *
001110*  AS THE DEFAULT ACCOUNTING PERIOD.                  *
001120******************************************************
001130 01  IFT-WORK-DATE-AREA.
001140     05  IFT-WORK-DATE            PIC 9(08) VALUE ZERO.
001150 01  IFT-WORK-DATE-PARTS REDEFINES IFT-WORK-DATE-AREA.
001160     05  IFT-WORK-YYYYMM          PIC 9(06).
001170     05  IFT-WORK-DD              PIC 9(02).
001180
001190 01  IFT-CHG-HEADING-1.
001200     05  FILLER                   PIC X(01) VALUE SPACES.
001210     05  FILLER                   PIC X(40)
001220         VALUE "IFTCALMT BUSINESS CALENDAR CHANGE LOG".
001230     05  FILLER                   PIC X(10) VALUE "RUN DATE ".
001240     05  IFT-CH1-RUN-DATE         PIC 9(08).
001250     05  FILLER                   PIC X(74) VALUE SPACES.
001260
001270 01  IFT-CHG-HEADING-2.
001280     05  FILLER                   PIC X(01) VALUE SPACES.
001290     05  FILLER                   PIC X(08) VALUE "ACTION".
001300     05  FILLER                   PIC X(10) VALUE "FROM".
001310     05  FILLER                   PIC X(10) VALUE "TO".
001320     05  FILLER                   PIC X(08) VALUE "PERIOD".
001330     05  FILLER                   PIC X(22) VALUE "DESCRIPTION".
001340     05  FILLER                   PIC X(10) VALUE "CHANGED BY".
001350     05  FILLER                   PIC X(10) VALUE "   CHANGED".
001360     05  FILLER                   PIC X(10) VALUE "   PASSED".
001370     05  FILLER                   PIC X(44) VALUE SPACES.
001380
001390 01  IFT-CHG-DETAIL-LINE.
001400     05  FILLER                   PIC X(01) VALUE SPACES.
001410     05  IFT-CD-ACTION-CODE       PIC X(02).
001420     05  FILLER                   PIC X(06) VALUE SPACES.
001430     05  IFT-CD-FROM-DATE         PIC 9(08).
001440     05  FILLER                   PIC X(02) VALUE SPACES.
001450     05  IFT-CD-TO-DATE           PIC 9(08).
001460     05  FILLER                   PIC X(02) VALUE SPACES.
001470     05  IFT-CD-PERIOD            PIC 9(06).
001480     05  FILLER                   PIC X(02) VALUE SPACES.
001490     05  IFT-CD-DESCRIPTION       PIC X(20).
001500     05  FILLER                   PIC X(02) VALUE SPACES.
001510     05  IFT-CD-CHANGED-BY        PIC X(08).
001520     05  FILLER                   PIC X(02) VALUE SPACES.
001530     05  IFT-CD-DAYS-CHANGED      PIC Z,ZZZ,ZZ9.
001540     05  FILLER                   PIC X(01) VALUE SPACES.
001550     05  IFT-CD-DAYS-PASSED       PIC Z,ZZZ,ZZ9.
001560     05  FILLER                   PIC X(45) VALUE SPACES.
001570
001580 01  IFT-CHG-REJECT-LINE.
001590     05  FILLER                   PIC X(01) VALUE SPACES.
001600     05  FILLER                   PIC X(11)
001610         VALUE "REJECTED - ".
001620     05  IFT-CR-REJECT-TEXT       PIC X(40).
001630     05  FILLER                   PIC X(02) VALUE SPACES.
001640     05  IFT-CR-CARD-IMAGE        PIC X(79).
001650
001660 PROCEDURE DIVISION.
001670
001680******************************************************
001690*  0000-MAINLINE                                      *
001700******************************************************
001710 0000-MAINLINE.
001720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001730     IF RETURN-CODE = 16
001740         GO TO 0000-EXIT
001750     END-IF.
001760     PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
001770         UNTIL IFT-CMC-END-OF-FILE
001780            OR RETURN-CODE = 16.
001790     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001800 0000-EXIT.
001810     STOP RUN.
001820
001830******************************************************
001840*  1000-INITIALIZE                                     *
001850******************************************************
001860 1000-INITIALIZE.
001870     ACCEPT IFT-RUN-DATE FROM DATE YYYYMMDD.
001880     OPEN INPUT IFT-CMC-FILE.
001890     IF IFT-CMC-FILE-STATUS NOT = "00"
001900         DISPLAY "IF60001E CALENDAR CARD FILE COULD NOT BE "
001910                 "OPENED"
001920         MOVE 16 TO RETURN-CODE
001930         GO TO 1000-EXIT
001940     END-IF.
001950     OPEN I-O IFT-CALM-FILE.
001960     IF IFT-CALM-FILE-STATUS NOT = "00"
001970         DISPLAY "IF60002E BUSINESS CALENDAR COULD NOT BE "
001980                 "OPENED - STATUS " IFT-CALM-FILE-STATUS
001990         MOVE 16 TO RETURN-CODE
002000         CLOSE IFT-CMC-FILE
002010         GO TO 1000-EXIT
002020     END-IF.
002030     OPEN OUTPUT IFT-CHGLOG-FILE.
002040     IF IFT-CHGLOG-FILE-STATUS NOT = "00"
002050         DISPLAY "IF60003E CHANGE LOG FILE COULD NOT BE OPENED"
002060         MOVE 16 TO RETURN-CODE
002070         CLOSE IFT-CMC-FILE
002080         CLOSE IFT-CALM-FILE
002090         GO TO 1000-EXIT
002100     END-IF.
002110     MOVE IFT-RUN-DATE TO IFT-CH1-RUN-DATE.
002120     WRITE IFT-CHGLOG-RECORD FROM IFT-CHG-HEADING-1
002130         AFTER ADVANCING PAGE.
002140     WRITE IFT-CHGLOG-RECORD FROM IFT-CHG-HEADING-2
002150         AFTER ADVANCING 2 LINES.
002160     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002170 1000-EXIT.
002180     EXIT.
002190
002200******************************************************
002210*  2000-PROCESS-ONE-CARD - CHECK THE CARD, APPLY IT   *
002220*  BY ACTION AND LOG THE RESULT.                      *
002230******************************************************
002240 2000-PROCESS-ONE-CARD.
002250     ADD 1 TO IFT-CARDS-READ.
002260     MOVE ZERO TO IFT-DAYS-CHANGED.
002270     MOVE ZERO TO IFT-DAYS-PASSED-OVER.
002280     PERFORM 2200-CHECK-CARD THRU 2200-EXIT.
002290     IF NOT IFT-CARD-IS-VALID
002300         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
002310         GO TO 2000-NEXT
002320     END-IF.
002330     IF IFT-CMC-CLOSE-PERIOD
002340        OR IFT-CMC-REOPEN-PERIOD
002350         PERFORM 2500-SWEEP-PERIOD THRU 2500-EXIT
002360     ELSE
002370         PERFORM 2300-APPLY-ONE-DAY THRU 2300-EXIT
002380             VARYING IFT-DAY-NUMBER FROM IFT-FROM-DAY-NUMBER
002390             BY 1
002400             UNTIL IFT-DAY-NUMBER > IFT-TO-DAY-NUMBER
002410                OR RETURN-CODE = 16
002420     END-IF.
002430     IF RETURN-CODE = 16
002440         GO TO 2000-EXIT
002450     END-IF.
002460     ADD 1 TO IFT-CARDS-APPLIED.
002470     PERFORM 2800-LOG-CARD THRU 2800-EXIT.
002480 2000-NEXT.
002490     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002500 2000-EXIT.
002510     EXIT.
002520
002530******************************************************
002540*  2100-READ-CARD                                      *
002550******************************************************
002560 2100-READ-CARD.
002570     READ IFT-CMC-FILE
002580         AT END SET IFT-CMC-END-OF-FILE TO TRUE
002590     END-READ.
002600 2100-EXIT.
002610     EXIT.
002620
002630******************************************************
002640*  2200-CHECK-CARD - A KNOWN ACTION; FOR THE DAY      *
002650*  ACTIONS A REAL FROM-DATE NOT AFTER THE TO-DATE     *
002660*  (BLANK TO-DATE = THE FROM-DATE ALONE); FOR THE     *
002670*  PERIOD ACTIONS (AND PD) A PERIOD WITH A MONTH      *
002680*  01 THRU 12.                                        *
002690******************************************************
002700 2200-CHECK-CARD.
002710     MOVE "Y" TO IFT-CARD-VALID-SWITCH.
002720     IF NOT IFT-CMC-GENERATE-DAYS
002730        AND NOT IFT-CMC-MARK-HOLIDAY
002740        AND NOT IFT-CMC-MARK-BUSINESS-DAY
002750        AND NOT IFT-CMC-ASSIGN-PERIOD
002760        AND NOT IFT-CMC-CLOSE-PERIOD
002770        AND NOT IFT-CMC-REOPEN-PERIOD
002780         MOVE "UNKNOWN ACTION CODE" TO IFT-REJECT-TEXT
002790         MOVE "N" TO IFT-CARD-VALID-SWITCH
002800         GO TO 2200-EXIT
002810     END-IF.
002820     IF IFT-CMC-ASSIGN-PERIOD
002830        OR IFT-CMC-CLOSE-PERIOD
002840        OR IFT-CMC-REOPEN-PERIOD
002850         IF IFT-CMC-PERIOD NOT NUMERIC
002860            OR IFT-CMC-PERIOD (5:2) < "01"
002870            OR IFT-CMC-PERIOD (5:2) > "12"
002880             MOVE "PERIOD MUST BE YYYYMM" TO IFT-REJECT-TEXT
002890             MOVE "N" TO IFT-CARD-VALID-SWITCH
002900             GO TO 2200-EXIT
002910         END-IF
002920     END-IF.
002930     IF IFT-CMC-CLOSE-PERIOD
002940        OR IFT-CMC-REOPEN-PERIOD
002950         GO TO 2200-EXIT
002960     END-IF.
002970     IF IFT-CMC-TO-DATE = SPACES
002980        OR IFT-CMC-TO-DATE = ZERO
002990         MOVE IFT-CMC-FROM-DATE TO IFT-CMC-TO-DATE
003000     END-IF.
003010     IF IFT-CMC-FROM-DATE NOT NUMERIC
003020        OR IFT-CMC-TO-DATE NOT NUMERIC
003030        OR IFT-CMC-FROM-DATE < 16010101
003040        OR IFT-CMC-TO-DATE < IFT-CMC-FROM-DATE
003050        OR IFT-CMC-TO-DATE = 99999999
003060         MOVE "FROM/TO DATES MISSING OR OUT OF ORDER"
003070             TO IFT-REJECT-TEXT
003080         MOVE "N" TO IFT-CARD-VALID-SWITCH
003090         GO TO 2200-EXIT
003100     END-IF.
003110     COMPUTE IFT-FROM-DAY-NUMBER =
003120         FUNCTION INTEGER-OF-DATE (IFT-CMC-FROM-DATE).
003130     COMPUTE IFT-TO-DAY-NUMBER =
003140         FUNCTION INTEGER-OF-DATE (IFT-CMC-TO-DATE).
003150     IF IFT-FROM-DAY-NUMBER NOT > ZERO
003160        OR IFT-TO-DAY-NUMBER NOT > ZERO
003170         MOVE "FROM/TO DATE IS NOT A CALENDAR DATE"
003180             TO IFT-REJECT-TEXT
003190         MOVE "N" TO IFT-CARD-VALID-SWITCH
003200     END-IF.
003210 2200-EXIT.
003220     EXIT.
003230
003240******************************************************
003250*  2300-APPLY-ONE-DAY - GN ADDS THE DAY; HD, BD AND   *
003260*  PD CHANGE A DAY ALREADY ON FILE.  A GN DAY         *
003270*  ALREADY ON FILE (STATUS 22) AND AN HD/BD/PD DAY    *
003280*  NOT ON FILE (STATUS 23) ARE COUNTED AS PASSED      *
003290*  OVER; ANY OTHER NON-ZERO STATUS IS A HARD STOP.    *
003300******************************************************
003310 2300-APPLY-ONE-DAY.
003320     COMPUTE IFT-WORK-DATE =
003330         FUNCTION DATE-OF-INTEGER (IFT-DAY-NUMBER).
003340     IF IFT-CMC-GENERATE-DAYS
003350         PERFORM 2400-GENERATE-DAY THRU 2400-EXIT
003360         GO TO 2300-EXIT
003370     END-IF.
003380     MOVE IFT-WORK-DATE TO IFT-CAL-DATE.
003390     READ IFT-CALM-FILE
003400         INVALID KEY
003410             ADD 1 TO IFT-DAYS-PASSED-OVER
003420             GO TO 2300-EXIT
003430     END-READ.
003440     IF IFT-CALM-FILE-STATUS NOT = "00"
003450         DISPLAY "IF60004E CALENDAR READ FAILED - STATUS "
003460                 IFT-CALM-FILE-STATUS
003470         MOVE 16 TO RETURN-CODE
003480         GO TO 2300-EXIT
003490     END-IF.
003500     IF IFT-CMC-MARK-HOLIDAY
003510         SET IFT-CAL-HOLIDAY TO TRUE
003520     END-IF.
003530     IF IFT-CMC-MARK-BUSINESS-DAY
003540         SET IFT-CAL-BUSINESS-DAY TO TRUE
003550     END-IF.
003560     IF IFT-CMC-ASSIGN-PERIOD
003570         MOVE IFT-CMC-PERIOD TO IFT-CAL-PERIOD
003580     END-IF.
003590     IF IFT-CMC-DESCRIPTION NOT = SPACES
003600         MOVE IFT-CMC-DESCRIPTION TO IFT-CAL-DESCRIPTION
003610     END-IF.
003620     PERFORM 2600-REWRITE-DAY THRU 2600-EXIT.
003630 2300-EXIT.
003640     EXIT.
003650
003660******************************************************
003670*  2400-GENERATE-DAY - DAY NUMBER 1 WAS A MONDAY, SO  *
003680*  THE REMAINDER BY 7 IS 6 ON A SATURDAY AND 0 ON A   *
003690*  SUNDAY.                                            *
003700******************************************************
003710 2400-GENERATE-DAY.
003720     DIVIDE IFT-DAY-NUMBER BY 7 GIVING IFT-WEEK-COUNT
003730         REMAINDER IFT-WEEKDAY.
003740     MOVE SPACES TO IFT-CALENDAR-RECORD.
003750     MOVE IFT-WORK-DATE TO IFT-CAL-DATE.
003760     IF IFT-WEEKDAY = 0
003770        OR IFT-WEEKDAY = 6
003780         SET IFT-CAL-WEEKEND TO TRUE
003790     ELSE
003800         SET IFT-CAL-BUSINESS-DAY TO TRUE
003810     END-IF.
003820     MOVE IFT-WORK-YYYYMM TO IFT-CAL-PERIOD.
003830     SET IFT-CAL-PERIOD-OPEN TO TRUE.
003840     MOVE IFT-CMC-DESCRIPTION TO IFT-CAL-DESCRIPTION.
003850     WRITE IFT-CALENDAR-RECORD.
003860     IF IFT-CALM-FILE-STATUS = "00"
003870         ADD 1 TO IFT-DAYS-CHANGED
003880     ELSE
003890         IF IFT-CALM-FILE-STATUS = "22"
003900             ADD 1 TO IFT-DAYS-PASSED-OVER
003910         ELSE
003920             DISPLAY "IF60005E CALENDAR WRITE FAILED - STATUS "
003930                     IFT-CALM-FILE-STATUS
003940             MOVE 16 TO RETURN-CODE
003950         END-IF
003960     END-IF.
003970 2400-EXIT.
003980     EXIT.
003990
004000******************************************************
004010*  2500-SWEEP-PERIOD - A PERIOD'S DAYS ARE NOT ONE    *
004020*  KEY RANGE ONCE PD HAS MOVED ANY, SO THE WHOLE      *
004030*  CALENDAR IS SWEPT AND EVERY DAY IN THE PERIOD IS   *
004040*  STAMPED CLOSED (CP) OR OPEN (OP).  A DAY ALREADY   *
004050*  AT THAT STATUS IS PASSED OVER.                     *
004060******************************************************
004070 2500-SWEEP-PERIOD.
004080     IF IFT-CMC-CLOSE-PERIOD
004090         MOVE "C" TO IFT-NEW-PERIOD-STATUS
004100     ELSE
004110         MOVE "O" TO IFT-NEW-PERIOD-STATUS
004120     END-IF.
004130     MOVE "N" TO IFT-CALM-EOF-SWITCH.
004140     MOVE ZERO TO IFT-CAL-DATE.
004150     START IFT-CALM-FILE KEY IS NOT LESS THAN IFT-CAL-DATE
004160         INVALID KEY
004170             SET IFT-CALM-AT-EOF TO TRUE
004180     END-START.
004190     PERFORM 2550-READ-NEXT-DAY THRU 2550-EXIT.
004200     PERFORM 2520-STAMP-ONE-DAY THRU 2520-EXIT
004210         UNTIL IFT-CALM-AT-EOF
004220            OR RETURN-CODE = 16.
004230 2500-EXIT.
004240     EXIT.
004250
004260 2520-STAMP-ONE-DAY.
004270     IF IFT-CAL-DATE = 99999999
004280        OR IFT-CAL-PERIOD NOT = IFT-CMC-PERIOD
004290         GO TO 2520-NEXT
004300     END-IF.
004310     IF IFT-CAL-PERIOD-STATUS = IFT-NEW-PERIOD-STATUS
004320         ADD 1 TO IFT-DAYS-PASSED-OVER
004330         GO TO 2520-NEXT
004340     END-IF.
004350     MOVE IFT-NEW-PERIOD-STATUS TO IFT-CAL-PERIOD-STATUS.
004360     PERFORM 2600-REWRITE-DAY THRU 2600-EXIT.
004370     IF RETURN-CODE = 16
004380         GO TO 2520-EXIT
004390     END-IF.
004400 2520-NEXT.
004410     PERFORM 2550-READ-NEXT-DAY THRU 2550-EXIT.
004420 2520-EXIT.
004430     EXIT.
004440
004450 2550-READ-NEXT-DAY.
004460     IF IFT-CALM-AT-EOF
004470         GO TO 2550-EXIT
004480     END-IF.
004490     READ IFT-CALM-FILE NEXT RECORD
004500         AT END SET IFT-CALM-AT-EOF TO TRUE
004510     END-READ.
004520     IF NOT IFT-CALM-AT-EOF
004530        AND IFT-CALM-FILE-STATUS NOT = "00"
004540         DISPLAY "IF60006E CALENDAR READ FAILED - STATUS "
004550                 IFT-CALM-FILE-STATUS
004560         MOVE 16 TO RETURN-CODE
004570     END-IF.
004580 2550-EXIT.
004590     EXIT.
004600
004610******************************************************
004620*  2600-REWRITE-DAY                                    *
004630******************************************************
004640 2600-REWRITE-DAY.
004650     REWRITE IFT-CALENDAR-RECORD.
004660     IF IFT-CALM-FILE-STATUS NOT = "00"
004670         DISPLAY "IF60007E CALENDAR REWRITE FAILED - STATUS "
004680                 IFT-CALM-FILE-STATUS
004690         MOVE 16 TO RETURN-CODE
004700         GO TO 2600-EXIT
004710     END-IF.
004720     ADD 1 TO IFT-DAYS-CHANGED.
004730 2600-EXIT.
004740     EXIT.
004750
004760******************************************************
004770*  2800-LOG-CARD                                       *
004780******************************************************
004790 2800-LOG-CARD.
004800     MOVE IFT-CMC-ACTION-CODE  TO IFT-CD-ACTION-CODE.
004810     MOVE ZERO                 TO IFT-CD-FROM-DATE.
004820     MOVE ZERO                 TO IFT-CD-TO-DATE.
004830     MOVE ZERO                 TO IFT-CD-PERIOD.
004840     IF NOT IFT-CMC-CLOSE-PERIOD
004850        AND NOT IFT-CMC-REOPEN-PERIOD
004860         MOVE IFT-CMC-FROM-DATE TO IFT-CD-FROM-DATE
004870         MOVE IFT-CMC-TO-DATE   TO IFT-CD-TO-DATE
004880     END-IF.
004890     IF IFT-CMC-PERIOD NUMERIC
004900         MOVE IFT-CMC-PERIOD    TO IFT-CD-PERIOD
004910     END-IF.
004920     MOVE IFT-CMC-DESCRIPTION  TO IFT-CD-DESCRIPTION.
004930     MOVE IFT-CMC-CHANGED-BY   TO IFT-CD-CHANGED-BY.
004940     MOVE IFT-DAYS-CHANGED     TO IFT-CD-DAYS-CHANGED.
004950     MOVE IFT-DAYS-PASSED-OVER TO IFT-CD-DAYS-PASSED.
004960     WRITE IFT-CHGLOG-RECORD FROM IFT-CHG-DETAIL-LINE
004970         AFTER ADVANCING 1 LINE.
004980 2800-EXIT.
004990     EXIT.
005000
005010******************************************************
005020*  2900-REJECT-CARD - LOGGED, NOT APPLIED; THE JOB    *
005030*  ENDS RC 4 SO THE CARD IS LOOKED AT.                *
005040******************************************************
005050 2900-REJECT-CARD.
005060     ADD 1 TO IFT-CARDS-REJECTED.
005070     MOVE IFT-REJECT-TEXT    TO IFT-CR-REJECT-TEXT.
005080     MOVE IFT-CAL-MAINT-CARD TO IFT-CR-CARD-IMAGE.
005090     WRITE IFT-CHGLOG-RECORD FROM IFT-CHG-REJECT-LINE
005100         AFTER ADVANCING 1 LINE.
005110     IF RETURN-CODE < 4
005120         MOVE 4 TO RETURN-CODE
005130     END-IF.
005140 2900-EXIT.
005150     EXIT.
005160
005170******************************************************
005180*  3000-FINALIZE                                       *
005190******************************************************
005200 3000-FINALIZE.
005210     CLOSE IFT-CMC-FILE.
005220     CLOSE IFT-CALM-FILE.
005230     CLOSE IFT-CHGLOG-FILE.
005240     DISPLAY "IF60099I CARDS READ:     " IFT-CARDS-READ.
005250     DISPLAY "IF60098I CARDS APPLIED:  " IFT-CARDS-APPLIED.
005260     DISPLAY "IF60097I CARDS REJECTED: " IFT-CARDS-REJECTED.
005270 3000-EXIT.
005280     EXIT.
