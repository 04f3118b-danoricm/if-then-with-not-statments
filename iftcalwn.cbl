000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    IFTCALWN.
000120 AUTHOR.        D MCCARRON.
000130 INSTALLATION.  DAILY OPERATIONS.
000140 DATE-WRITTEN.  10/14/2026.
000150 DATE-COMPILED.
000160
000170******************************************************
000180*  MODIFICATION HISTORY                               *
000190*  --------------------------------------------------  *
000200*  10/14/2026  DM   ORIGINAL PROGRAM.  DERIVES THE     *
000210*                   NIGHT'S VALID EFFECTIVE-DATE       *
000220*                   WINDOW FROM THE BUSINESS CALENDAR  *
000230*                   INSTEAD OF LEAVING IT TO A HAND    *
000240*                   CHANGE OF THE CONTROL CARD, WHICH  *
000250*                   WENT WRONG ON HOLIDAYS AND MONTH-  *
000260*                   ENDS.  RUNS IN IFTPROC AFTER THE   *
000270*                   DUPLICATE-RUN GUARD AND AHEAD OF   *
000280*                   THE WAREHOUSE RELEASE, SO EVERY    *
000290*                   STEP THAT READS THE CARD'S LOW AND *
000300*                   HIGH DATES SEES THE SAME WINDOW.   *
000310*                   THE LOW DATE IS THE FIRST DAY OF   *
000320*                   THE EARLIEST OPEN PERIOD; THE HIGH *
000330*                   DATE IS THE DAY BEFORE THE NEXT    *
000340*                   BUSINESS DAY AFTER THE FEED DATE,  *
000350*                   SO A FRIDAY OR PRE-HOLIDAY FEED    *
000360*                   TAKES THE DAYS THE BUSINESS IS     *
000370*                   SHUT.  A FEED DATE NOT ON THE      *
000380*                   CALENDAR LEAVES THE CARD AS IT IS  *
000390*                   AND ENDS RC 4.                     *
000400******************************************************
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT IFT-CTL-FILE
000500         ASSIGN TO CTLCARD
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS IFT-CTL-FILE-STATUS.
000530
000540     SELECT IFT-TRAN-FILE
000550         ASSIGN TO TRANIN
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS IFT-TRAN-FILE-STATUS.
000580
000590     SELECT IFT-CALFLAT-FILE
000600         ASSIGN TO CALFLAT
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS IFT-CALFLAT-FILE-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  IFT-CTL-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690     COPY IFTCTL.
000700
000710 FD  IFT-TRAN-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740     COPY IFTTRAN.
000750
000760 FD  IFT-CALFLAT-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790     COPY IFTCALM.
000800
000810 WORKING-STORAGE SECTION.
000820
000830******************************************************
000840*  FILE STATUS AND END-OF-FILE SWITCHES               *
000850******************************************************
000860 77  IFT-CTL-FILE-STATUS         PIC X(02) VALUE SPACES.
000870 77  IFT-TRAN-FILE-STATUS        PIC X(02) VALUE SPACES.
000880 77  IFT-CALFLAT-FILE-STATUS     PIC X(02) VALUE SPACES.
000890
000900 77  IFT-CALFLAT-EOF-SWITCH      PIC X(01) VALUE "N".
000910     88  IFT-CALFLAT-AT-EOF                 VALUE "Y".
000920
000930 77  IFT-FEED-DAY-SWITCH         PIC X(01) VALUE "N".
000940     88  IFT-FEED-DAY-WAS-FOUND             VALUE "Y".
000950
000960 77  IFT-OPEN-DAY-SWITCH         PIC X(01) VALUE "N".
000970     88  IFT-OPEN-DAY-WAS-FOUND             VALUE "Y".
000980
000990 77  IFT-NEXT-DAY-SWITCH         PIC X(01) VALUE "N".
001000     88  IFT-NEXT-DAY-WAS-FOUND             VALUE "Y".
001010
001020******************************************************
001030*  DATES                                              *
001040******************************************************
001050 77  IFT-RUN-DATE                PIC 9(08) VALUE ZERO.
001060 77  IFT-FEED-DATE               PIC 9(08) VALUE ZERO.
001070 77  IFT-PRIOR-CAL-DATE          PIC 9(08) VALUE ZERO.
001080 77  IFT-NEW-DATE-LOW            PIC 9(08) VALUE ZERO.
001090 77  IFT-NEW-DATE-HIGH           PIC 9(08) VALUE ZERO.
001100 77  IFT-OLD-DATE-LOW            PIC 9(08) VALUE ZERO.
001110 77  IFT-OLD-DATE-HIGH           PIC 9(08) VALUE ZERO.
001120 77  IFT-CAL-DAYS-READ           PIC 9(09) COMP-3 VALUE ZERO.
001130
001140 PROCEDURE DIVISION.
001150
001160******************************************************
001170*  0000-MAINLINE                                      *
001180******************************************************
001190 0000-MAINLINE.
001200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001210     IF RETURN-CODE NOT = ZERO
001220         GO TO 0000-EXIT
001230     END-IF.
001240     PERFORM 2000-SCAN-ONE-DAY THRU 2000-EXIT
001250         UNTIL IFT-CALFLAT-AT-EOF
001260            OR IFT-NEXT-DAY-WAS-FOUND.
001270     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001280 0000-EXIT.
001290     STOP RUN.
001300
001310******************************************************
001320*  1000-INITIALIZE - READ THE CONTROL CARD AND THE    *
001330*  FEED DATE OFF THE STREAM HEADER, AND PRIME THE     *
001340*  CALENDAR READ.  A STREAM WITHOUT A HEADER HAS NO   *
001350*  DATE TO WORK FROM - THE CARD IS LEFT AS IT IS AND  *
001360*  THE EDIT'S OWN FRAMING CHECK REPORTS THE FEED.     *
001370******************************************************
001380 1000-INITIALIZE.
001390     ACCEPT IFT-RUN-DATE FROM DATE YYYYMMDD.
001400     OPEN INPUT IFT-CTL-FILE.
001410     IF IFT-CTL-FILE-STATUS NOT = "00"
001420         DISPLAY "IF50001E CONTROL CARD COULD NOT BE OPENED"
001430         MOVE 16 TO RETURN-CODE
001440         GO TO 1000-EXIT
001450     END-IF.
001460     READ IFT-CTL-FILE
001470         AT END
001480             DISPLAY "IF50002E CONTROL CARD FILE IS EMPTY"
001490             MOVE 16 TO RETURN-CODE
001500             CLOSE IFT-CTL-FILE
001510             GO TO 1000-EXIT
001520     END-READ.
001530     CLOSE IFT-CTL-FILE.
001540     MOVE IFT-CTL-DATE-LOW  TO IFT-OLD-DATE-LOW.
001550     MOVE IFT-CTL-DATE-HIGH TO IFT-OLD-DATE-HIGH.
001560
001570     OPEN INPUT IFT-TRAN-FILE.
001580     IF IFT-TRAN-FILE-STATUS NOT = "00"
001590         DISPLAY "IF50003E TRANSACTION FILE COULD NOT BE OPENED"
001600         MOVE 16 TO RETURN-CODE
001610         GO TO 1000-EXIT
001620     END-IF.
001630     READ IFT-TRAN-FILE
001640         AT END
001650             MOVE SPACES TO IFT-TRAN-RECORD
001660     END-READ.
001670     CLOSE IFT-TRAN-FILE.
001680     IF NOT IFT-TRAN-HEADER-REC
001690        OR IFT-TRAN-HDR-FEED-DATE NOT NUMERIC
001700         DISPLAY "IF50004W NO FEED HEADER - DATE WINDOW LEFT "
001710                 "AS CARDED"
001720         MOVE 4 TO RETURN-CODE
001730         GO TO 1000-EXIT
001740     END-IF.
001750     MOVE IFT-TRAN-HDR-FEED-DATE TO IFT-FEED-DATE.
001760
001770     OPEN INPUT IFT-CALFLAT-FILE.
001780     IF IFT-CALFLAT-FILE-STATUS NOT = "00"
001790         DISPLAY "IF50005E BUSINESS CALENDAR UNLOAD COULD NOT "
001800                 "BE OPENED"
001810         MOVE 16 TO RETURN-CODE
001820         GO TO 1000-EXIT
001830     END-IF.
001840     PERFORM 2100-READ-CALENDAR THRU 2100-EXIT.
001850 1000-EXIT.
001860     EXIT.
001870
001880******************************************************
001890*  2000-SCAN-ONE-DAY - THE UNLOAD IS IN DATE ORDER,   *
001900*  SO ONE PASS FINDS ALL THREE DATES.  THE FIRST DAY  *
001910*  IN AN OPEN PERIOD IS THE LOW DATE.  ONCE THE FEED  *
001920*  DATE HAS GONE BY, THE FIRST BUSINESS DAY AFTER IT  *
001930*  ENDS THE SCAN AND THE DAY BEFORE IT (THE CALENDAR  *
001940*  CARRIES EVERY DAY) IS THE HIGH DATE.               *
001950******************************************************
001960 2000-SCAN-ONE-DAY.
001970     IF IFT-CAL-DATE = 99999999
001980         GO TO 2000-NEXT
001990     END-IF.
002000     ADD 1 TO IFT-CAL-DAYS-READ.
002010     IF NOT IFT-OPEN-DAY-WAS-FOUND
002020        AND IFT-CAL-PERIOD-OPEN
002030         MOVE IFT-CAL-DATE TO IFT-NEW-DATE-LOW
002040         SET IFT-OPEN-DAY-WAS-FOUND TO TRUE
002050     END-IF.
002060     IF IFT-CAL-DATE = IFT-FEED-DATE
002070         SET IFT-FEED-DAY-WAS-FOUND TO TRUE
002080         GO TO 2000-NEXT
002090     END-IF.
002100     IF IFT-FEED-DAY-WAS-FOUND
002110        AND IFT-CAL-BUSINESS-DAY
002120         MOVE IFT-PRIOR-CAL-DATE TO IFT-NEW-DATE-HIGH
002130         SET IFT-NEXT-DAY-WAS-FOUND TO TRUE
002140         GO TO 2000-EXIT
002150     END-IF.
002160 2000-NEXT.
002170     MOVE IFT-CAL-DATE TO IFT-PRIOR-CAL-DATE.
002180     PERFORM 2100-READ-CALENDAR THRU 2100-EXIT.
002190 2000-EXIT.
002200     EXIT.
002210
002220******************************************************
002230*  2100-READ-CALENDAR                                  *
002240******************************************************
002250 2100-READ-CALENDAR.
002260     READ IFT-CALFLAT-FILE
002270         AT END SET IFT-CALFLAT-AT-EOF TO TRUE
002280     END-READ.
002290 2100-EXIT.
002300     EXIT.
002310
002320******************************************************
002330*  3000-FINALIZE - A FEED DATE MISSING FROM THE       *
002340*  CALENDAR, OR A CALENDAR THAT RUNS OUT BEFORE THE   *
002350*  NEXT BUSINESS DAY, MEANS THE CALENDAR NEEDS        *
002360*  EXTENDING - THE CARD IS LEFT AS IT IS (RC 4) SO    *
002370*  THE NIGHT STILL RUNS ON YESTERDAY'S WINDOW.  A LOW *
002380*  DATE PAST THE FEED DATE (EVERY PERIOD UP TO IT     *
002390*  CLOSED) IS HELD AT THE FEED DATE.  OTHERWISE THE   *
002400*  CARD IS REWRITTEN WITH THE DERIVED WINDOW.         *
002410******************************************************
002420 3000-FINALIZE.
002430     CLOSE IFT-CALFLAT-FILE.
002440     DISPLAY "IF50099I CALENDAR DAYS READ:  " IFT-CAL-DAYS-READ.
002450     IF NOT IFT-FEED-DAY-WAS-FOUND
002460         DISPLAY "IF50006W FEED DATE " IFT-FEED-DATE
002470                 " NOT ON THE BUSINESS CALENDAR - DATE WINDOW "
002480                 "LEFT AS CARDED"
002490         MOVE 4 TO RETURN-CODE
002500         GO TO 3000-EXIT
002510     END-IF.
002520     IF NOT IFT-NEXT-DAY-WAS-FOUND
002530         DISPLAY "IF50007W NO BUSINESS DAY ON THE CALENDAR "
002540                 "AFTER " IFT-FEED-DATE " - DATE WINDOW LEFT "
002550                 "AS CARDED"
002560         MOVE 4 TO RETURN-CODE
002570         GO TO 3000-EXIT
002580     END-IF.
002590     IF NOT IFT-OPEN-DAY-WAS-FOUND
002600        OR IFT-NEW-DATE-LOW > IFT-FEED-DATE
002610         MOVE IFT-FEED-DATE TO IFT-NEW-DATE-LOW
002620     END-IF.
002630     DISPLAY "IF50098I FEED DATE:           " IFT-FEED-DATE.
002640     DISPLAY "IF50097I CARDED WINDOW:       " IFT-OLD-DATE-LOW
002650             " - " IFT-OLD-DATE-HIGH.
002660     DISPLAY "IF50096I DERIVED WINDOW:      " IFT-NEW-DATE-LOW
002670             " - " IFT-NEW-DATE-HIGH.
002680     IF IFT-NEW-DATE-LOW  = IFT-OLD-DATE-LOW
002690        AND IFT-NEW-DATE-HIGH = IFT-OLD-DATE-HIGH
002700         GO TO 3000-EXIT
002710     END-IF.
002720     PERFORM 3100-REWRITE-CONTROL-CARD THRU 3100-EXIT.
002730 3000-EXIT.
002740     EXIT.
002750
002760******************************************************
002770*  3100-REWRITE-CONTROL-CARD - THE CARD IS ONE        *
002780*  RECORD, SO IT IS REWRITTEN WHOLE, AS THE EDIT      *
002790*  RESETS ITS RESTART SWITCH.  EVERY OTHER FIELD      *
002800*  RIDES THROUGH UNCHANGED.                           *
002810******************************************************
002820 3100-REWRITE-CONTROL-CARD.
002830     MOVE IFT-NEW-DATE-LOW  TO IFT-CTL-DATE-LOW.
002840     MOVE IFT-NEW-DATE-HIGH TO IFT-CTL-DATE-HIGH.
002850     MOVE "IFTCALWN"        TO IFT-CTL-LAST-CHANGED-BY.
002860     MOVE IFT-RUN-DATE      TO IFT-CTL-LAST-CHANGED-DATE.
002870     OPEN OUTPUT IFT-CTL-FILE.
002880     IF IFT-CTL-FILE-STATUS NOT = "00"
002890         DISPLAY "IF50008E CONTROL CARD COULD NOT BE REWRITTEN"
002900         MOVE 16 TO RETURN-CODE
002910         GO TO 3100-EXIT
002920     END-IF.
002930     WRITE IFT-CONTROL-RECORD.
002940     CLOSE IFT-CTL-FILE.
002950     DISPLAY "IF50095I CONTROL CARD DATE WINDOW REWRITTEN".
002960 3100-EXIT.
002970     EXIT.
