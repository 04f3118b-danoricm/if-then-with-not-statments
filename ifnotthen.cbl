001180*                   THE SUMMARY COUNTS REVERSALS ON       *
001182*                   THEIR OWN LINES.  THEY WERE HALF      *
001184*                   OUR RC04 VOLUME.                      *
001185*  10/14/2026  DM   EVERY DETAIL NOW CARRIES THE SOURCE   *
001186*                   SYSTEM THAT SENT IT (STAMPED BY       *
001187*                   IFTINTAK).  IT IS PRINTED ON THE      *
001188*                   EXCEPTION LINE AND WRITTEN TO THE     *
001189*                   SUSPENSE RECORD SO IFTREJRT CAN       *
001190*                   RETURN EACH SOURCE ITS OWN REJECTS.   *
001191*                   A DETAIL WITH NO SOURCE OF ITS OWN    *
001192*                   TAKES THE FEED HEADER'S.              *
001193*  10/14/2026  DM   FUTURE-DATED WAREHOUSE.  A DETAIL     *
001194*                   DATED PAST THE CONTROL-CARD RANGE     *
001195*                   BUT WITHIN IFT-CTL-FUTURE-DAYS OF     *
001196*                   ITS HIGH DATE IS NO LONGER FAILED     *
001197*                   RC02 - IT IS PARKED UNEDITED ON THE   *
001198*                   WHSOUT EXTENSION (IFTWHSLD LOADS IT   *
001199*                   INTO THE WAREHOUSE MASTER) AND        *
001200*                   COUNTED AS WAREHOUSED, NEITHER        *
001201*                   MATCHED NOR FAILED.  IFTWHREL PUTS    *
001202*                   IT BACK ON THE STREAM ON ITS          *
001203*                   EFFECTIVE DATE AND IT IS EDITED       *
001204*                   THEN.  AN ID ALREADY PROCESSED IS     *
001205*                   NOT PARKED - IT FAILS AS BEFORE.      *
001206*                   THE COUNT IS CHECKPOINTED AND         *
001207*                   CARRIED ON THE RUN-SUMMARY RECORD.    *
001208*  10/14/2026  DM   BUSINESS CALENDAR.  A FLAT UNLOAD OF  *
001209*                   THE CALENDAR MASTER IS TABLED AT      *
001210*                   START OF RUN.  AN ITEM DATED IN A     *
001211*                   CLOSED ACCOUNTING PERIOD FAILS ITS    *
001212*                   OWN REASON RC07, OR - WHEN ITS CODE'S *
001213*                   RULE SAYS SO - IS BACK-VALUED INTO    *
001214*                   THE FIRST OPEN BUSINESS DAY AFTER ITS *
001215*                   DATE AND FLAGGED ON THE CLEANED       *
001216*                   DETAIL.  THE CARD'S DATE WINDOW IS    *
001217*                   NOW SET EACH NIGHT FROM THE CALENDAR  *
001218*                   BY IFTCALWN.  RC07 AND UP ARE         *
001219*                   CARRIED IN THE RUN-SUMMARY RECORD'S   *
001220*                   EXTENSION COUNTS.                     *
001221*  10/15/2026  DM   ACCOUNT MASTER EDIT.  EVERY ITEM'S    *
001222*                   ACCOUNT NUMBER IS READ BY KEY ON THE  *
001223*                   ACCOUNT MASTER; AN ACCOUNT NOT ON     *
001224*                   FILE (OR NOT SUPPLIED) FAILS RC08, A  *
001225*                   CLOSED ONE RC09 AND A FROZEN ONE      *
001226*                   RC10, SO POSTING NO LONGER REJECTS    *
001227*                   THEM THE NEXT MORNING.  THE ACCOUNT   *
001228*                   RIDES ON THE SUSPENSE RECORD AND THE  *
001229*                   EXCEPTION LINES.                      *
001230*  10/15/2026  DM   LARGE-VALUE HOLD.  AN ITEM THAT      *
001231*                   PASSES EVERY EDIT BUT IS FOR MORE    *
001232*                   THAN ITS CODE'S APPROVAL LIMIT GOES  *
001233*                   TO THE HLDOUT EXTENSION (IFTHLDLD    *
001235*                   LOADS IT INTO THE HOLD MASTER), NOT  *
001236*                   THE CLEANED OUTPUT, AND IS COUNTED   *
001237*                   AS HELD.  AN ITEM IFTHLDRL RETURNS   *
001238*                   APPROVED PASSES THE LIMIT; ONE       *
001240*                   RETURNED DECLINED FAILS ITS OWN      *
001241*                   REASON RC11.  THE HELD COUNT IS      *
001242*                   CHECKPOINTED AND CARRIED ON THE      *
001243*                   RUN-SUMMARY RECORD.                  *
001245******************************************************
001246
001247 ENVIRONMENT DIVISION.
001248 CONFIGURATION SECTION.
001250 SOURCE-COMPUTER.   IBM-370.
001251 OBJECT-COMPUTER.   IBM-370.
001252
001253 INPUT-OUTPUT SECTION.
001255 FILE-CONTROL.
001256     SELECT IFT-CTL-FILE
001257         ASSIGN TO CTLCARD
001258         ORGANIZATION IS SEQUENTIAL
001260         FILE STATUS IS IFT-CTL-FILE-STATUS.
001270
001280     SELECT IFT-TRAN-FILE
001990         ASSIGN TO RPTOTH
002000         ORGANIZATION IS SEQUENTIAL
002010         FILE STATUS IS IFT-RPTOTH-FILE-STATUS.
002011
002013     SELECT IFT-WHSOUT-FILE
002015         ASSIGN TO WHSOUT
002016         ORGANIZATION IS SEQUENTIAL
002018         FILE STATUS IS IFT-WHSOUT-FILE-STATUS.
002019
002020     SELECT IFT-HLDOUT-FILE
002021         ASSIGN TO HLDOUT
002022         ORGANIZATION IS SEQUENTIAL
002023         FILE STATUS IS IFT-HLDOUT-FILE-STATUS.
002024
002025     SELECT IFT-CALFLAT-FILE
002026         ASSIGN TO CALFLAT
002027         ORGANIZATION IS SEQUENTIAL
002028         FILE STATUS IS IFT-CALFLAT-FILE-STATUS.
002029
002030     SELECT IFT-ACCT-FILE
002031         ASSIGN TO ACCTMSTR
002032         ORGANIZATION IS INDEXED
002033         ACCESS MODE IS RANDOM
002034         RECORD KEY IS IFT-ACC-ACCOUNT-NO
002036         FILE STATUS IS IFT-ACCT-FILE-STATUS.
002037
002038 DATA DIVISION.
002040 FILE SECTION.
002050 FD  IFT-CTL-FILE
002060     RECORDING MODE IS F
002370 FD  IFT-VAL-FILE
002380     RECORDING MODE IS F
002390     LABEL RECORDS ARE STANDARD.
002400 01  IFT-VAL-RECORD                 PIC X(80).
002410
002420 FD  IFT-DUPIN-FILE
002430     RECORDING MODE IS F
002840     RECORDING MODE IS F
002850     LABEL RECORDS ARE STANDARD.
002860 01  IFT-RPTOTH-RECORD              PIC X(133).
002861
002863 FD  IFT-WHSOUT-FILE
002865     RECORDING MODE IS F
002866     LABEL RECORDS ARE STANDARD.
002868     COPY IFTWHSE.
002870
002871 FD  IFT-HLDOUT-FILE
002872     RECORDING MODE IS F
002873     LABEL RECORDS ARE STANDARD.
002874     COPY IFTHOLD.
002875
002876 FD  IFT-CALFLAT-FILE
002877     RECORDING MODE IS F
002878     LABEL RECORDS ARE STANDARD.
002879     COPY IFTCALM.
002880
002881 FD  IFT-ACCT-FILE
002882     LABEL RECORDS ARE STANDARD.
002884     COPY IFTACCT.
002886
002888 WORKING-STORAGE SECTION.
002890
002900******************************************************
002910*  FILE STATUS AND END-OF-FILE SWITCHES               *
003350 77  IFT-RPTC3-FILE-STATUS       PIC X(02) VALUE SPACES.
003360 77  IFT-RPTD4-FILE-STATUS       PIC X(02) VALUE SPACES.
003370 77  IFT-RPTOTH-FILE-STATUS      PIC X(02) VALUE SPACES.
003375 77  IFT-WHSOUT-FILE-STATUS      PIC X(02) VALUE SPACES.
003376 77  IFT-HLDOUT-FILE-STATUS      PIC X(02) VALUE SPACES.
003377 77  IFT-CALFLAT-FILE-STATUS     PIC X(02) VALUE SPACES.
003378 77  IFT-ACCT-FILE-STATUS        PIC X(02) VALUE SPACES.
003380 77  IFT-CODEREF-EOF-SWITCH      PIC X(01) VALUE "N".
003390     88  IFT-CODEREF-AT-EOF                 VALUE "Y".
003392
003395 77  IFT-PARKED-SWITCH           PIC X(01) VALUE "N".
003397     88  IFT-ITEM-WAS-PARKED                VALUE "Y".
003398
003400 77  IFT-HELD-SWITCH             PIC X(01) VALUE "N".
003401     88  IFT-ITEM-WAS-HELD                  VALUE "Y".
003403
003404 77  IFT-CALFLAT-EOF-SWITCH      PIC X(01) VALUE "N".
003406     88  IFT-CALFLAT-AT-EOF                 VALUE "Y".
003407
003409 77  IFT-CAL-FOUND-SWITCH        PIC X(01) VALUE "N".
003410     88  IFT-CAL-DATE-WAS-FOUND             VALUE "Y".
003412
003413 77  IFT-CLOSED-PERIOD-SWITCH    PIC X(01) VALUE "N".
003415     88  IFT-DATE-IN-CLOSED-PERIOD          VALUE "Y".
003416
003418******************************************************
003420*  RUN COUNTERS AND ACCUMULATORS                      *
003430******************************************************
003440 77  IFT-RECORDS-READ            PIC 9(09) COMP-3 VALUE ZERO.
003450 77  IFT-RECORDS-MATCHED         PIC 9(09) COMP-3 VALUE ZERO.
003460 77  IFT-RECORDS-FAILED          PIC 9(09) COMP-3 VALUE ZERO.
003470 77  IFT-EXCEPTION-LINE-COUNT    PIC 9(09) COMP-3 VALUE ZERO.
003475 77  IFT-RECORDS-WAREHOUSED      PIC 9(09) COMP-3 VALUE ZERO.
003477 77  IFT-RECORDS-HELD            PIC 9(09) COMP-3 VALUE ZERO.
003480 77  IFT-CHECKPOINT-COUNTER      PIC 9(09) COMP-3 VALUE ZERO.
003490 77  IFT-RESTART-KEY             PIC X(10) VALUE SPACES.
003500 01  IFT-REASON-CODE-AREA.
003568*    CHECKPOINT.
003570 77  IFT-REVERSALS-MATCHED       PIC 9(09) COMP-3 VALUE ZERO.
003572 77  IFT-REVERSALS-FAILED        PIC 9(09) COMP-3 VALUE ZERO.
003573*    MATCHED ITEMS MOVED OUT OF A CLOSED PERIOD, ALSO
003574*    NOT CHECKPOINTED.
003575 77  IFT-RECORDS-BACKVALUED      PIC 9(09) COMP-3 VALUE ZERO.
003576
003577******************************************************
003578*  FUTURE-DATED WAREHOUSE HORIZON - THE LAST          *
003579*  EFFECTIVE DATE THE EDIT WILL PARK RATHER THAN      *
003580*  FAIL.  SET FROM THE CONTROL CARD AT START OF RUN;  *
003581*  EQUAL TO THE HIGH DATE (NOTHING PARKED) WHEN THE   *
003582*  CARD CARRIES NO FUTURE-DAYS FIGURE.                *
003583******************************************************
003584 77  IFT-WHSE-HORIZON-DATE       PIC 9(08) VALUE ZERO.
003585 77  IFT-HORIZON-DAY-NUMBER      PIC S9(09) COMP VALUE ZERO.
003586
003587******************************************************
003588*  EXCEPTIONS TALLIED BY REASON (RC01 THRU RC12) FOR  *
003590*  THE RUN-SUMMARY RECORD AND THE MONTH-END TREND     *
003600*  REPORTING.  A RESTART RUN TALLIES ONLY THE WORK    *
003610*  DONE AFTER THE CHECKPOINT - THE REASON TALLIES     *
003650******************************************************
003660 01  IFT-REASON-TALLY-TABLE.
003670     05  IFT-REASON-TALLY        PIC 9(07) COMP-3
003680                                 OCCURS 12 TIMES VALUE ZERO.
003683*    RC07 AND UP GO TO THE RUN RECORD'S EXTENSION COUNTS.
003686 77  IFT-REASON-X-SUB            PIC 9(02) COMP   VALUE ZERO.
003690
003700******************************************************
003710*  EXCEPTION LINES WRITTEN TO EACH DEPARTMENT COPY    *
004540         10  IFT-RULE-END-DATE   PIC 9(08).
004550         10  IFT-RULE-CHECK-VALUE PIC 9(02).
004560         10  IFT-RULE-MAX-AMOUNT PIC 9(09)V99 COMP-3.
004561         10  IFT-RULE-CLOSED-ACTION PIC X(01).
004562             88  IFT-RULE-CLOSED-BACKVALUE  VALUE "B".
004563         10  IFT-RULE-APPROVAL-LIMIT PIC 9(09)V99 COMP-3.
004564
004565******************************************************
004566*  BUSINESS CALENDAR TABLE - LOADED FROM THE DATE-    *
004567*  SORTED CALENDAR UNLOAD AT START OF RUN, HIGH-      *
004568*  VALUES FIRST SO THE UNUSED TAIL STAYS IN ORDER     *
004569*  FOR THE BINARY SEARCH.  A DATE NOT ON THE          *
004570*  CALENDAR IS TREATED AS OPEN.  AN OVERFLOW IS A     *
004571*  HARD STOP - CLOSED PERIODS MUST NOT GO UNSEEN.     *
004572******************************************************
004573 77  IFT-CAL-TABLE-COUNT         PIC 9(04) COMP   VALUE ZERO.
004574 77  IFT-CAL-ENTRY-SUB           PIC 9(04) COMP   VALUE ZERO.
004575 77  IFT-BACKVALUE-DATE          PIC 9(08) VALUE ZERO.
004576 01  IFT-CAL-TABLE.
004577     05  IFT-CAL-ENTRY           OCCURS 6000 TIMES
004578         ASCENDING KEY IS IFT-CAL-TBL-DATE
004580         INDEXED BY IFT-CAL-INDEX.
004581         10  IFT-CAL-TBL-DATE    PIC 9(08).
004582         10  IFT-CAL-TBL-DAY-TYPE PIC X(01).
004583             88  IFT-CAL-TBL-BUSINESS-DAY   VALUE "B".
004584         10  IFT-CAL-TBL-STATUS  PIC X(01).
004585             88  IFT-CAL-TBL-OPEN           VALUE "O".
004586             88  IFT-CAL-TBL-CLOSED         VALUE "C".
004587
004588******************************************************
004590*  EXCEPTION REPORT LINE LAYOUTS - SHARED WITH THE   *
004600*  OTHER EXCEPTION-PAGE PRINTERS VIA THE COPYBOOK.    *
004610******************************************************
005550         MOVE 16 TO RETURN-CODE
005560         GO TO 1000-EXIT
005570     END-IF.
005571     OPEN OUTPUT IFT-WHSOUT-FILE.
005572     IF IFT-WHSOUT-FILE-STATUS NOT = "00"
005573         DISPLAY "IFT0027E WAREHOUSE EXTENSION FILE COULD NOT "
005574                 "BE OPENED"
005575         MOVE 16 TO RETURN-CODE
005576         GO TO 1000-EXIT
005577     END-IF.
005579     OPEN OUTPUT IFT-HLDOUT-FILE.
005580     IF IFT-HLDOUT-FILE-STATUS NOT = "00"
005581         DISPLAY "IFT0034E HOLD EXTENSION FILE COULD NOT "
005582                 "BE OPENED"
005584         MOVE 16 TO RETURN-CODE
005585         GO TO 1000-EXIT
005586     END-IF.
005587     OPEN INPUT IFT-ACCT-FILE.
005588     IF IFT-ACCT-FILE-STATUS NOT = "00"
005590         DISPLAY "IFT0032E ACCOUNT MASTER COULD NOT BE OPENED - "
005591                 "STATUS " IFT-ACCT-FILE-STATUS
005592         MOVE 16 TO RETURN-CODE
005593         GO TO 1000-EXIT
005595     END-IF.
005596     PERFORM 1700-SET-WAREHOUSE-HORIZON THRU 1700-EXIT.
005597     PERFORM 1400-LOAD-DUP-TABLE THRU 1400-EXIT.
005598     IF RETURN-CODE = 16
005600         GO TO 1000-EXIT
005610     END-IF.
005620     PERFORM 1500-LOAD-CODE-TABLE THRU 1500-EXIT.
005630     IF RETURN-CODE = 16
005640         GO TO 1000-EXIT
005650     END-IF.
005652     PERFORM 1800-LOAD-CALENDAR-TABLE THRU 1800-EXIT.
005654     IF RETURN-CODE = 16
005656         GO TO 1000-EXIT
005658     END-IF.
005660
005670     PERFORM 1100-WRITE-REPORT-HEADINGS THRU 1100-EXIT.
005680     PERFORM 1200-READ-RESTART-CHECKPOINT THRU 1200-EXIT.
006410     END-IF.
006420 1600-EXIT.
006430     EXIT.
006431
006432******************************************************
006433*  1700-SET-WAREHOUSE-HORIZON - THE HIGH DATE PLUS    *
006434*  THE CARD'S FUTURE-DAYS FIGURE.  A CARD PUNCHED     *
006435*  BEFORE THE FIELD EXISTED HAS SPACES THERE AND      *
006436*  THE HORIZON STAYS AT THE HIGH DATE.                *
006437******************************************************
006438 1700-SET-WAREHOUSE-HORIZON.
006439     MOVE IFT-CTL-DATE-HIGH TO IFT-WHSE-HORIZON-DATE.
006440     IF IFT-CTL-FUTURE-DAYS NOT NUMERIC
006441        OR IFT-CTL-FUTURE-DAYS = ZERO
006442         GO TO 1700-EXIT
006443     END-IF.
006444     COMPUTE IFT-HORIZON-DAY-NUMBER =
006445         FUNCTION INTEGER-OF-DATE (IFT-CTL-DATE-HIGH)
006446         + IFT-CTL-FUTURE-DAYS.
006447     COMPUTE IFT-WHSE-HORIZON-DATE =
006448         FUNCTION DATE-OF-INTEGER (IFT-HORIZON-DAY-NUMBER).
006449     DISPLAY "IFT0028I ITEMS DATED THROUGH "
006450             IFT-WHSE-HORIZON-DATE " WILL BE WAREHOUSED".
006451 1700-EXIT.
006452     EXIT.
006453
006454******************************************************
006455*  1800-LOAD-CALENDAR-TABLE - TABLE THE BUSINESS      *
006456*  CALENDAR UNLOAD.  LIKE THE CODE RULES, THE EDIT    *
006457*  CANNOT RUN WITHOUT IT - A MISSING OR OVERFLOWING   *
006458*  UNLOAD IS A HARD STOP.  THE ALL-NINES SENTINEL     *
006459*  THAT KEEPS THE CLUSTER OPENABLE IS NOT TABLED.     *
006460******************************************************
006461 1800-LOAD-CALENDAR-TABLE.
006462     MOVE HIGH-VALUES TO IFT-CAL-TABLE.
006463     OPEN INPUT IFT-CALFLAT-FILE.
006464     IF IFT-CALFLAT-FILE-STATUS NOT = "00"
006465         DISPLAY "IFT0029E BUSINESS CALENDAR UNLOAD COULD NOT "
006466                 "BE OPENED"
006467         MOVE 16 TO RETURN-CODE
006469         GO TO 1800-EXIT
006470     END-IF.
006471     PERFORM 1850-READ-CALENDAR-UNLOAD THRU 1850-EXIT.
006472     PERFORM 1860-TABLE-ONE-DATE THRU 1860-EXIT
006473         UNTIL IFT-CALFLAT-AT-EOF
006474            OR RETURN-CODE = 16.
006475     CLOSE IFT-CALFLAT-FILE.
006476     DISPLAY "IFT0031I CALENDAR DATES TABLED: "
006477             IFT-CAL-TABLE-COUNT.
006478 1800-EXIT.
006479     EXIT.
006480
006481 1850-READ-CALENDAR-UNLOAD.
006482     READ IFT-CALFLAT-FILE
006483         AT END SET IFT-CALFLAT-AT-EOF TO TRUE
006484     END-READ.
006486 1850-EXIT.
006487     EXIT.
006488
006489 1860-TABLE-ONE-DATE.
006490     IF IFT-CAL-DATE = 99999999
006491         GO TO 1860-NEXT
006492     END-IF.
006493     IF IFT-CAL-TABLE-COUNT >= 6000
006494         DISPLAY "IFT0030E CALENDAR TABLE FULL - RAISE THE "
006495                 "TABLE OR TRIM THE CALENDAR"
006496         MOVE 16 TO RETURN-CODE
006497         GO TO 1860-EXIT
006498     END-IF.
006499     ADD 1 TO IFT-CAL-TABLE-COUNT.
006500     MOVE IFT-CAL-DATE
006501         TO IFT-CAL-TBL-DATE (IFT-CAL-TABLE-COUNT).
006503     MOVE IFT-CAL-DAY-TYPE
006504         TO IFT-CAL-TBL-DAY-TYPE (IFT-CAL-TABLE-COUNT).
006505     MOVE IFT-CAL-PERIOD-STATUS
006506         TO IFT-CAL-TBL-STATUS (IFT-CAL-TABLE-COUNT).
006507 1860-NEXT.
006508     PERFORM 1850-READ-CALENDAR-UNLOAD THRU 1850-EXIT.
006509 1860-EXIT.
006510     EXIT.
006511
006512******************************************************
006513*  1200-READ-RESTART-CHECKPOINT - IF THE CONTROL CARD *
006514*  ASKS FOR A RESTART AND A PRIOR CHECKPOINT EXISTS,  *
006515*  RESTORE THE RUN COUNTERS AND REMEMBER THE LAST KEY *
006516*  PROCESSED SO 2000-PROCESS-TRAN-FILE CAN SKIP BACK  *
006517*  UP TO THAT POINT.                                  *
006518******************************************************
006520 1200-READ-RESTART-CHECKPOINT.
006530     IF NOT IFT-CTL-RESTART-YES
006540         GO TO 1200-EXIT
006720             TO IFT-RECORDS-FAILED
006730         MOVE IFT-CHK-EXCEPTION-COUNT OF IFT-CHKIN-RECORD
006740             TO IFT-EXCEPTION-LINE-COUNT
006742         IF IFT-CHK-RECORDS-WHSE OF IFT-CHKIN-RECORD NUMERIC
006744             MOVE IFT-CHK-RECORDS-WHSE OF IFT-CHKIN-RECORD
006746                 TO IFT-RECORDS-WAREHOUSED
006748         END-IF
006750         IF IFT-CHK-RECORDS-HELD OF IFT-CHKIN-RECORD NUMERIC
006752             MOVE IFT-CHK-RECORDS-HELD OF IFT-CHKIN-RECORD
006754                 TO IFT-RECORDS-HELD
006756         END-IF
006758         SET IFT-STILL-SKIPPING TO TRUE
006760         DISPLAY "IFT0011I RESTARTING AFTER RECORD "
006770                 IFT-RESTART-KEY
006780     END-IF.
008120         TO IFT-RULE-CHECK-VALUE (IFT-CODE-TABLE-COUNT).
008130     MOVE IFT-REF-MAX-AMOUNT
008140         TO IFT-RULE-MAX-AMOUNT (IFT-CODE-TABLE-COUNT).
008143     MOVE IFT-REF-CLOSED-ACTION
008146         TO IFT-RULE-CLOSED-ACTION (IFT-CODE-TABLE-COUNT).
008147     IF IFT-REF-APPROVAL-LIMIT NUMERIC
008149         MOVE IFT-REF-APPROVAL-LIMIT
008150             TO IFT-RULE-APPROVAL-LIMIT (IFT-CODE-TABLE-COUNT)
008152     ELSE
008153         MOVE ZERO
008155             TO IFT-RULE-APPROVAL-LIMIT (IFT-CODE-TABLE-COUNT)
008156     END-IF.
008158     PERFORM 1550-READ-CODE-UNLOAD THRU 1550-EXIT.
008160 1560-EXIT.
008170     EXIT.
008180
008770******************************************************
008780*  2200-EDIT-TRANSACTION - RUNS EVERY FIELD-LEVEL     *
008790*  EDIT AGAINST THE CURRENT TRANSACTION AND TALLIES   *
008800*  THE RECORD AS MATCHED OR FAILED.  A FUTURE-DATED   *
008803*  ITEM INSIDE THE WAREHOUSE HORIZON IS PARKED BY    *
008806*  2205 INSTEAD AND SKIPS THE EDITS.  A PASSED ITEM  *
008807*  OVER ITS CODE'S APPROVAL LIMIT IS HELD BY 2270,   *
008808*  NEITHER MATCHED NOR FAILED.                       *
008810******************************************************
008820 2200-EDIT-TRANSACTION.
008830     ADD 1 TO IFT-RECORDS-READ.
008831     IF IFT-TRAN-EFF-DATE > IFT-CTL-DATE-HIGH
008832        AND IFT-TRAN-EFF-DATE NOT > IFT-WHSE-HORIZON-DATE
008833         PERFORM 2205-PARK-FUTURE-ITEM THRU 2205-EXIT
008834         IF IFT-ITEM-WAS-PARKED
008835             GO TO 2200-EXIT
008836         END-IF
008837     END-IF.
008840     MOVE "N" TO IFT-EDIT-FAILED-SWITCH.
008841     MOVE ZERO TO IFT-BACKVALUE-DATE.
008842     IF IFT-TRAN-ORIG-RECORD-ID = SPACES
008844         MOVE "N" TO IFT-REVERSAL-SWITCH
008846     ELSE
008880     PERFORM 2240-EDIT-AMOUNT       THRU 2240-EXIT.
008890     PERFORM 2245-EDIT-DUPLICATE    THRU 2245-EXIT.
008892     PERFORM 2248-EDIT-REVERSAL     THRU 2248-EXIT.
008896     PERFORM 2260-EDIT-ACCOUNT      THRU 2260-EXIT.
008897     PERFORM 2265-EDIT-HOLD-DECISION THRU 2265-EXIT.
008899     IF NOT IFT-EDIT-HAS-FAILED
008900         PERFORM 2270-HOLD-LARGE-VALUE THRU 2270-EXIT
008902         IF IFT-ITEM-WAS-HELD
008903             GO TO 2200-EXIT
008905         END-IF
008906     END-IF.
008908     IF IFT-EDIT-HAS-FAILED
008910         ADD 1 TO IFT-RECORDS-FAILED
008912         IF IFT-IS-A-REVERSAL
008914             ADD 1 TO IFT-REVERSALS-FAILED
008960     END-IF.
008970 2200-EXIT.
008980     EXIT.
008981
008982******************************************************
008983*  2205-PARK-FUTURE-ITEM - THE ITEM IS DATED PAST THE *
008984*  RANGE BUT INSIDE THE WAREHOUSE HORIZON.  IT GOES   *
008985*  UNEDITED TO THE WAREHOUSE EXTENSION - THE EDITS    *
008986*  RUN WHEN IFTWHREL RELEASES IT, AGAINST THE RULES   *
008987*  IN FORCE ON ITS OWN DATE.  AN ID ALREADY ON THE    *
008988*  PROCESSED-ID TABLE IS NOT PARKED: IT DROPS BACK    *
008989*  INTO THE EDITS AND FAILS THERE LIKE ANY OTHER      *
008990*  DUPLICATE.                                         *
008991******************************************************
008992 2205-PARK-FUTURE-ITEM.
008993     MOVE "N" TO IFT-PARKED-SWITCH.
008994     MOVE "N" TO IFT-DUP-FOUND-SWITCH.
008995     IF IFT-DUP-TABLE-COUNT > ZERO
008996         SEARCH ALL IFT-DUP-ENTRY
008997             AT END
008998                 CONTINUE
008999             WHEN IFT-DUP-TBL-ID (IFT-DUP-INDEX)
009000                     = IFT-TRAN-RECORD-ID
009001                 SET IFT-DUP-WAS-FOUND TO TRUE
009002         END-SEARCH
009003     END-IF.
009004     IF IFT-DUP-WAS-FOUND
009005         GO TO 2205-EXIT
009006     END-IF.
009007     IF IFT-TRAN-SOURCE-SYS = SPACES
009008         MOVE IFT-FEED-SOURCE-SYS TO IFT-TRAN-SOURCE-SYS
009009     END-IF.
009010     MOVE SPACES               TO IFT-WHSE-MASTER-RECORD.
009011     MOVE IFT-TRAN-RECORD-ID   TO IFT-WHS-RECORD-ID.
009012     MOVE IFT-TRAN-EFF-DATE    TO IFT-WHS-EFF-DATE.
009013     MOVE IFT-TRAN-CODE        TO IFT-WHS-TRAN-CODE.
009014     MOVE IFT-TRAN-AMOUNT      TO IFT-WHS-AMOUNT.
009015     MOVE IFT-TRAN-SOURCE-SYS  TO IFT-WHS-SOURCE-SYS.
009016     MOVE IFT-TRAN-RECORD      TO IFT-WHS-TRAN-IMAGE.
009017     MOVE IFT-FEED-DATE        TO IFT-WHS-FEED-DATE.
009018     MOVE IFT-FEED-CYCLE-NO    TO IFT-WHS-FEED-CYCLE-NO.
009019     MOVE IFT-RUN-DATE         TO IFT-WHS-PARKED-DATE.
009020     MOVE IFT-RUN-TIME         TO IFT-WHS-PARKED-TIME.
009021     WRITE IFT-WHSE-MASTER-RECORD.
009022     ADD 1 TO IFT-RECORDS-WAREHOUSED.
009023     SET IFT-ITEM-WAS-PARKED TO TRUE.
009024 2205-EXIT.
009025     EXIT.
009026
009027******************************************************
009028*  2245-EDIT-DUPLICATE (REASON RC05) - BINARY SEARCH  *
009029*  OF THE PROCESSED-ID TABLE.  A HIT MEANS THE SAME   *
009030*  RECORD ID ALREADY PASSED THE EDITS ON AN EARLIER   *
009040*  RUN AND MUST NOT POST AGAIN.                       *
009050******************************************************
009291
009292******************************************************
009280*  2250-WRITE-MATCHED - A RECORD THAT PASSED EVERY    *
009296*  EDIT GOES TO THE CLEANED OUTPUT FOR POSTING.  THE  *
009300*  COUNT AND AMOUNT WRITTEN THIS RUN FEED THE FILE'S  *
009310*  OWN CONTROL-TOTAL TRAILER IN 3060.  AN ITEM 2225   *
009312*  BACK-VALUED TAKES ITS NEW DATE ONLY HERE, SO A     *
009315*  FAILING ITEM SUSPENDS WITH THE DATE ITS SOURCE     *
009317*  SENT.                                              *
009320******************************************************
009330 2250-WRITE-MATCHED.
009331     IF IFT-BACKVALUE-DATE NOT = ZERO
009333         MOVE IFT-BACKVALUE-DATE TO IFT-TRAN-EFF-DATE
009335         SET IFT-TRAN-BACKVALUED TO TRUE
009336         ADD 1 TO IFT-RECORDS-BACKVALUED
009338     END-IF.
009340     WRITE IFT-VAL-RECORD FROM IFT-TRAN-RECORD.
009350     ADD 1 TO IFT-VAL-RECORDS-WRITTEN.
009360     ADD IFT-TRAN-AMOUNT TO IFT-VAL-AMOUNT-TOTAL.
009500         TO IFT-DUP-FIRST-SEEN-DATE OF IFT-NEWID-RECORD.
009510     WRITE IFT-NEWID-RECORD.
009520 2255-EXIT.
009521     EXIT.
009522
009523******************************************************
009524*  2260-EDIT-ACCOUNT (REASONS RC08, RC09, RC10) - THE *
009525*  ITEM'S ACCOUNT IS READ BY KEY ON THE ACCOUNT       *
009526*  MASTER.  NOT SUPPLIED OR NOT ON FILE FAILS RC08,   *
009527*  CLOSED RC09, FROZEN RC10.  THE ALL-NINES SENTINEL  *
009528*  IS CARRIED CLOSED.  A READ THAT FAILS OUTRIGHT IS  *
009529*  REPORTED AND THE ITEM FAILS RC08 RATHER THAN POST  *
009530*  UNPROVED; IT RECYCLES ONCE THE MASTER IS RIGHT.    *
009531******************************************************
009532 2260-EDIT-ACCOUNT.
009533     IF IFT-TRAN-ACCOUNT-NO = SPACES
009534         MOVE "RC08" TO IFT-REASON-CODE
009535         MOVE "ACCOUNT NUMBER NOT SUPPLIED"
009536             TO IFT-REASON-TEXT
009537         PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
009538         GO TO 2260-EXIT
009539     END-IF.
009540     MOVE IFT-TRAN-ACCOUNT-NO TO IFT-ACC-ACCOUNT-NO.
009541     READ IFT-ACCT-FILE
009542         INVALID KEY
009543             MOVE "RC08" TO IFT-REASON-CODE
009544             MOVE "ACCOUNT NOT ON FILE"
009545                 TO IFT-REASON-TEXT
009546             PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
009547             GO TO 2260-EXIT
009548     END-READ.
009550     IF IFT-ACCT-FILE-STATUS NOT = "00"
009551         DISPLAY "IFT0033E ACCOUNT MASTER READ FAILED - STATUS "
009552                 IFT-ACCT-FILE-STATUS " RECORD "
009553                 IFT-TRAN-RECORD-ID
009554         MOVE "RC08" TO IFT-REASON-CODE
009555         MOVE "ACCOUNT MASTER READ FAILED"
009556             TO IFT-REASON-TEXT
009557         PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
009558         GO TO 2260-EXIT
009559     END-IF.
009560     IF IFT-ACC-IS-CLOSED
009561         MOVE "RC09" TO IFT-REASON-CODE
009562         MOVE "ACCOUNT CLOSED"
009563             TO IFT-REASON-TEXT
009564         PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
009565         GO TO 2260-EXIT
009566     END-IF.
009567     IF IFT-ACC-IS-FROZEN
009568         MOVE "RC10" TO IFT-REASON-CODE
009569         MOVE "ACCOUNT FROZEN"
009570             TO IFT-REASON-TEXT
009571         PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
009572     END-IF.
009573 2260-EXIT.
009574     EXIT.
009575
009576******************************************************
009577*  2265-EDIT-HOLD-DECISION (REASON RC11) - AN ITEM    *
009578*  IFTHLDRL PUT BACK ON THE STREAM AFTER A            *
009579*  SUPERVISOR DECLINED IT, AND A SECOND USER          *
009580*  CONFIRMED, GOES TO SUSPENSE UNDER ITS OWN REASON.  *
009581******************************************************
009582 2265-EDIT-HOLD-DECISION.
009584     IF IFT-TRAN-HOLD-DECLINED
009585         MOVE "RC11" TO IFT-REASON-CODE
009586         MOVE "LARGE-VALUE ITEM DECLINED ON REVIEW"
009587             TO IFT-REASON-TEXT
009588         PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
009589     END-IF.
009590 2265-EXIT.
009591     EXIT.
009592
009593******************************************************
009595*  2270-HOLD-LARGE-VALUE - AN ITEM THAT PASSED EVERY  *
009596*  EDIT BUT IS FOR MORE THAN ITS CODE'S APPROVAL      *
009597*  LIMIT GOES TO THE HOLD EXTENSION INSTEAD OF THE    *
009598*  CLEANED OUTPUT AND THE PROCESSED-ID EXTENSION.     *
009599*  A LIMIT OF ZERO MEANS THE CODE HAS NO HOLD.  AN    *
009600*  ITEM ALREADY APPROVED ON THE IHLD SCREENS IS LET   *
009601*  THROUGH.  IT IS HELD UNCHANGED - A BACK-VALUE IS   *
009602*  WORKED OUT AGAIN WHEN IT COMES BACK.               *
009603******************************************************
009604 2270-HOLD-LARGE-VALUE.
009606     MOVE "N" TO IFT-HELD-SWITCH.
009607     IF NOT IFT-CODE-IS-VALID
009608        OR IFT-TRAN-HOLD-APPROVED
009609         GO TO 2270-EXIT
009610     END-IF.
009611     IF IFT-RULE-APPROVAL-LIMIT (IFT-CODE-FOUND-SUB) = ZERO
009612        OR IFT-TRAN-AMOUNT NOT >
009613           IFT-RULE-APPROVAL-LIMIT (IFT-CODE-FOUND-SUB)
009614         GO TO 2270-EXIT
009615     END-IF.
009617     IF IFT-TRAN-SOURCE-SYS = SPACES
009618         MOVE IFT-FEED-SOURCE-SYS TO IFT-TRAN-SOURCE-SYS
009619     END-IF.
009620     MOVE SPACES               TO IFT-HOLD-MASTER-RECORD.
009621     MOVE IFT-TRAN-RECORD-ID   TO IFT-HLD-RECORD-ID.
009622     SET IFT-HLD-IS-HELD       TO TRUE.
009623     MOVE IFT-TRAN-EFF-DATE    TO IFT-HLD-EFF-DATE.
009624     MOVE IFT-TRAN-CODE        TO IFT-HLD-TRAN-CODE.
009625     MOVE IFT-TRAN-AMOUNT      TO IFT-HLD-AMOUNT.
009626     MOVE IFT-TRAN-SOURCE-SYS  TO IFT-HLD-SOURCE-SYS.
009628     MOVE IFT-TRAN-ACCOUNT-NO  TO IFT-HLD-ACCOUNT-NO.
009629     MOVE IFT-RULE-APPROVAL-LIMIT (IFT-CODE-FOUND-SUB)
009630                               TO IFT-HLD-APPROVAL-LIMIT.
009631     MOVE IFT-TRAN-RECORD      TO IFT-HLD-TRAN-IMAGE.
009632     MOVE IFT-FEED-DATE        TO IFT-HLD-FEED-DATE.
009633     MOVE IFT-FEED-CYCLE-NO    TO IFT-HLD-FEED-CYCLE-NO.
009634     MOVE IFT-RUN-DATE         TO IFT-HLD-HELD-DATE.
009635     MOVE IFT-RUN-TIME         TO IFT-HLD-HELD-TIME.
009636     MOVE ZERO                 TO IFT-HLD-DECIDED-DATE
009637                                  IFT-HLD-DECIDED-TIME
009639                                  IFT-HLD-CONFIRMED-DATE
009640                                  IFT-HLD-CONFIRMED-TIME.
009641     WRITE IFT-HOLD-MASTER-RECORD.
009642     ADD 1 TO IFT-RECORDS-HELD.
009643     SET IFT-ITEM-WAS-HELD TO TRUE.
009644 2270-EXIT.
009645     EXIT.
009646
009647******************************************************
009648*  2210-EDIT-THRESHOLD (REASON RC01) - THE ORIGINAL   *
009650*  IF X NOT = 10 TEST, NOW AGAINST THE CODE'S OWN     *
009651*  EXPECTED CHECK VALUE WHEN THE CODE IS HONORED,     *
009652*  FALLING BACK TO THE CONTROL-CARD THRESHOLD WHEN    *
009653*  IT IS NOT (2230 HAS ALREADY SET THE ACTIVE VALUE). *
009654******************************************************
009655 2210-EDIT-THRESHOLD.
009656     IF IFT-TRAN-CHECK-VALUE NOT = IFT-ACTIVE-THRESHOLD
009657         MOVE "RC01" TO IFT-REASON-CODE
009658         MOVE "CHECK VALUE NOT EQUAL TO THRESHOLD"
009660             TO IFT-REASON-TEXT
009670         PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
009680     END-IF.
009700     EXIT.
009710
009720******************************************************
009730*  2220-EDIT-DATE-RANGE (REASON RC02) - AN ITEM DATED *
009733*  IN A CLOSED PERIOD IS DEALT WITH BY 2225 AND NOT   *
009736*  RANGE-CHECKED AS WELL.                             *
009740******************************************************
009750 2220-EDIT-DATE-RANGE.
009752     PERFORM 2225-EDIT-CLOSED-PERIOD THRU 2225-EXIT.
009754     IF IFT-DATE-IN-CLOSED-PERIOD
009756         GO TO 2220-EXIT
009758     END-IF.
009760     IF IFT-TRAN-EFF-DATE < IFT-CTL-DATE-LOW
009770        OR IFT-TRAN-EFF-DATE > IFT-CTL-DATE-HIGH
009780         MOVE "RC02" TO IFT-REASON-CODE
009810         PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
009820     END-IF.
009830 2220-EXIT.
009831     EXIT.
009832
009833******************************************************
009834*  2225-EDIT-CLOSED-PERIOD (REASON RC07) - LOOK THE   *
009835*  EFFECTIVE DATE UP ON THE CALENDAR.  A DATE IN A    *
009836*  CLOSED ACCOUNTING PERIOD FAILS, UNLESS THE CODE    *
009837*  HONORED BY 2230 IS SET TO BACK-VALUE: THE ITEM IS  *
009838*  THEN GIVEN THE FIRST OPEN BUSINESS DAY AFTER ITS   *
009839*  DATE (APPLIED IN 2250 IF EVERY OTHER EDIT PASSES). *
009840*  NO OPEN BUSINESS DAY ON THE CALENDAR, OR ONE PAST  *
009841*  THE CARD'S HIGH DATE, AND THE ITEM FAILS AFTER     *
009842*  ALL.                                               *
009843******************************************************
009844 2225-EDIT-CLOSED-PERIOD.
009845     MOVE "N" TO IFT-CLOSED-PERIOD-SWITCH.
009846     MOVE "N" TO IFT-CAL-FOUND-SWITCH.
009847     IF IFT-CAL-TABLE-COUNT = ZERO
009848         GO TO 2225-EXIT
009849     END-IF.
009850     SEARCH ALL IFT-CAL-ENTRY
009851         AT END
009852             CONTINUE
009853         WHEN IFT-CAL-TBL-DATE (IFT-CAL-INDEX)
009854                 = IFT-TRAN-EFF-DATE
009855             SET IFT-CAL-DATE-WAS-FOUND TO TRUE
009856     END-SEARCH.
009857     IF NOT IFT-CAL-DATE-WAS-FOUND
009858         GO TO 2225-EXIT
009859     END-IF.
009860     IF NOT IFT-CAL-TBL-CLOSED (IFT-CAL-INDEX)
009861         GO TO 2225-EXIT
009862     END-IF.
009863     SET IFT-DATE-IN-CLOSED-PERIOD TO TRUE.
009865     IF IFT-CODE-IS-VALID
009866        AND IFT-RULE-CLOSED-BACKVALUE (IFT-CODE-FOUND-SUB)
009867         SET IFT-CAL-ENTRY-SUB TO IFT-CAL-INDEX
009868         PERFORM 2228-TEST-OPEN-DAY THRU 2228-EXIT
009869             VARYING IFT-CAL-ENTRY-SUB FROM IFT-CAL-ENTRY-SUB
009870             BY 1
009871             UNTIL IFT-CAL-ENTRY-SUB > IFT-CAL-TABLE-COUNT
009872                OR IFT-BACKVALUE-DATE NOT = ZERO
009873         IF IFT-BACKVALUE-DATE NOT = ZERO
009874            AND IFT-BACKVALUE-DATE NOT > IFT-CTL-DATE-HIGH
009875             GO TO 2225-EXIT
009876         END-IF
009877         MOVE ZERO TO IFT-BACKVALUE-DATE
009878     END-IF.
009879     MOVE "RC07" TO IFT-REASON-CODE.
009880     MOVE "EFFECTIVE DATE IN A CLOSED PERIOD"
009881         TO IFT-REASON-TEXT.
009882     PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT.
009883 2225-EXIT.
009884     EXIT.
009885
009886 2228-TEST-OPEN-DAY.
009887     IF IFT-CAL-TBL-BUSINESS-DAY (IFT-CAL-ENTRY-SUB)
009888        AND IFT-CAL-TBL-OPEN (IFT-CAL-ENTRY-SUB)
009889         MOVE IFT-CAL-TBL-DATE (IFT-CAL-ENTRY-SUB)
009890             TO IFT-BACKVALUE-DATE
009891     END-IF.
009892 2228-EXIT.
009893     EXIT.
009894
009895******************************************************
009896*  2230-EDIT-VALID-CODE (REASON RC03) - LOOK THE      *
009897*  TRANSACTION CODE UP IN THE RULE TABLE.  THE CODE   *
009898*  IS HONORED WHEN ITS STATUS IS ACTIVE AND THE       *
009900*  TRANSACTION'S EFFECTIVE DATE FALLS IN THE ENTRY'S  *
009910*  DATE RANGE; THE MATCHED ENTRY'S CHECK VALUE THEN   *
009920*  DRIVES THE THRESHOLD EDIT AND ITS CEILING THE      *
010620     ADD 1 TO IFT-EXCEPTION-LINE-COUNT.
010630     IF IFT-REASON-NUMBER NUMERIC
010640        AND IFT-REASON-NUMBER >= 1
010650        AND IFT-REASON-NUMBER <= 12
010660         ADD 1 TO IFT-REASON-TALLY (IFT-REASON-NUMBER)
010670     END-IF.
010680
010730     MOVE IFT-ACTIVE-THRESHOLD TO IFT-RD-EXPECTED-VALUE.
010740     MOVE IFT-REASON-CODE     TO IFT-RD-REASON-CODE.
010750     MOVE IFT-REASON-TEXT     TO IFT-RD-REASON-TEXT.
010752     IF IFT-TRAN-SOURCE-SYS = SPACES
010754         MOVE IFT-FEED-SOURCE-SYS TO IFT-TRAN-SOURCE-SYS
010756     END-IF.
010758     MOVE IFT-TRAN-SOURCE-SYS TO IFT-RD-SOURCE-SYS.
010759     MOVE IFT-TRAN-ACCOUNT-NO TO IFT-RD-ACCOUNT-NO.
010760     WRITE IFT-RPT-RECORD FROM IFT-RPT-DETAIL-LINE
010770         AFTER ADVANCING 1 LINE.
010780     PERFORM 2350-WRITE-DEPT-LINE THRU 2350-EXIT.
010890     MOVE IFT-RUN-TIME         TO IFT-SUS-RUN-TIME.
010900     MOVE IFT-TRAN-CODE        TO IFT-SUS-TRAN-CODE.
010910     MOVE ZERO                 TO IFT-SUS-RECYCLE-COUNT.
010915     MOVE IFT-TRAN-SOURCE-SYS  TO IFT-SUS-SOURCE-SYS.
010917     MOVE IFT-TRAN-ACCOUNT-NO  TO IFT-SUS-ACCOUNT-NO.
010920     WRITE IFT-SUSPENSE-RECORD.
010930 2300-EXIT.
010940     EXIT.
011550         TO IFT-CHK-RECORDS-FAIL OF IFT-CHKOUT-RECORD.
011560     MOVE IFT-EXCEPTION-LINE-COUNT
011570         TO IFT-CHK-EXCEPTION-COUNT OF IFT-CHKOUT-RECORD.
011573     MOVE IFT-RECORDS-WAREHOUSED
011576         TO IFT-CHK-RECORDS-WHSE OF IFT-CHKOUT-RECORD.
011577     MOVE IFT-RECORDS-HELD
011578         TO IFT-CHK-RECORDS-HELD OF IFT-CHKOUT-RECORD.
011580     MOVE IFT-RUN-DATE
011590         TO IFT-CHK-CHECKPOINT-DATE OF IFT-CHKOUT-RECORD.
011600     MOVE IFT-RUN-TIME
011840     CLOSE IFT-CHKOUT-FILE.
011850     CLOSE IFT-VAL-FILE.
011860     CLOSE IFT-NEWID-FILE.
011865     CLOSE IFT-WHSOUT-FILE.
011866     CLOSE IFT-HLDOUT-FILE.
011867     CLOSE IFT-ACCT-FILE.
011870     PERFORM 3150-RESET-RESTART-SWITCH THRU 3150-EXIT.
011880     PERFORM 3200-SET-RETURN-CODE THRU 3200-EXIT.
011890     PERFORM 3250-WRITE-RUN-RECORD THRU 3250-EXIT.
012630     MOVE IFT-EXCEPTION-LINE-COUNT TO IFT-RS-COUNT.
012640     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
012650         AFTER ADVANCING 1 LINE.
012651
012652     MOVE SPACES TO IFT-RPT-SUMMARY-LINE.
012653     MOVE "RECORDS WAREHOUSED  . . . . . . . ." TO IFT-RS-LABEL.
012654     MOVE IFT-RECORDS-WAREHOUSED TO IFT-RS-COUNT.
012655     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
012656         AFTER ADVANCING 1 LINE.
012657
012658     MOVE SPACES TO IFT-RPT-SUMMARY-LINE.
012660     MOVE "RECORDS HELD FOR APPROVAL . . . . ." TO IFT-RS-LABEL.
012661     MOVE IFT-RECORDS-HELD TO IFT-RS-COUNT.
012662     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
012663         AFTER ADVANCING 1 LINE.
012664
012666     MOVE SPACES TO IFT-RPT-SUMMARY-LINE.
012667     MOVE "REVERSALS PASSED  . . . . . . . . ." TO IFT-RS-LABEL.
012668     MOVE IFT-REVERSALS-MATCHED TO IFT-RS-COUNT.
012669     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
012670         AFTER ADVANCING 2 LINES.
012672     MOVE SPACES TO IFT-RPT-SUMMARY-LINE.
012673     MOVE "REVERSALS SUSPENDED . . . . . . . ." TO IFT-RS-LABEL.
012674     MOVE IFT-REVERSALS-FAILED TO IFT-RS-COUNT.
012675     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
012676         AFTER ADVANCING 1 LINE.
012678
012679     MOVE SPACES TO IFT-RPT-SUMMARY-LINE.
012680     MOVE "ITEMS BACK-VALUED . . . . . . . . ." TO IFT-RS-LABEL.
012681     MOVE IFT-RECORDS-BACKVALUED TO IFT-RS-COUNT.
012682     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
012684         AFTER ADVANCING 2 LINES.
012685
012686     PERFORM 3120-WRITE-DEPT-SUMMARIES THRU 3120-EXIT.
012687 3100-EXIT.
012688     EXIT.
012690
012700******************************************************
012710*  3120-WRITE-DEPT-SUMMARIES - EACH DEPARTMENT COPY   *
013660     MOVE IFT-RECORDS-FAILED TO IFT-RUN-RECORDS-FAIL.
013670     MOVE IFT-EXCEPTION-LINE-COUNT
013680         TO IFT-RUN-EXCEPTION-COUNT.
013685     MOVE IFT-RECORDS-WAREHOUSED TO IFT-RUN-RECORDS-WHSE.
013687     MOVE IFT-RECORDS-HELD   TO IFT-RUN-RECORDS-HELD.
013690     PERFORM 3260-MOVE-ONE-TALLY THRU 3260-EXIT
013700         VARYING IFT-CODE-ENTRY-SUB FROM 1 BY 1
013710         UNTIL IFT-CODE-ENTRY-SUB > 12.
013720     MOVE RETURN-CODE        TO IFT-RUN-FINAL-RC.
013730     WRITE IFT-RUN-MASTER-RECORD.
013740     CLOSE IFT-RUNOUT-FILE.
013760     EXIT.
013770
013780 3260-MOVE-ONE-TALLY.
013781     IF IFT-CODE-ENTRY-SUB > 6
013782         COMPUTE IFT-REASON-X-SUB = IFT-CODE-ENTRY-SUB - 6
013784         MOVE IFT-REASON-TALLY (IFT-CODE-ENTRY-SUB)
013785             TO IFT-RUN-REASON-COUNT-X (IFT-REASON-X-SUB)
013787         GO TO 3260-EXIT
013788     END-IF.
013790     MOVE IFT-REASON-TALLY (IFT-CODE-ENTRY-SUB)
013800         TO IFT-RUN-REASON-COUNT (IFT-CODE-ENTRY-SUB).
013810 3260-EXIT.
