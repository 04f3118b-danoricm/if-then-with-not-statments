000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    IFTACCLD.
000120 AUTHOR.        D MCCARRON.
000130 INSTALLATION.  DAILY OPERATIONS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************
000180*  MODIFICATION HISTORY                               *
000190*  --------------------------------------------------  *
000200*  10/15/2026  DM   ORIGINAL PROGRAM.  APPLIES THE     *
000210*                   ACCOUNT MASTER MAINTENANCE CARDS   *
000220*                   (IFTACCX) TO THE KEYED ACCOUNT     *
000230*                   MASTER THE NIGHTLY EDIT PROVES     *
000240*                   EACH ITEM'S ACCOUNT AGAINST -      *
000250*                   ADDING ACCOUNTS, RENAMING THEM,    *
000260*                   AND CLOSING, FREEZING OR           *
000270*                   REOPENING THEM.  THE ACCOUNT       *
000280*                   SYSTEM'S EXTRACT IS CUT IN THE     *
000290*                   SAME LAYOUT, SO THE FIRST LOAD IS  *
000300*                   A DECK OF ADD CARDS.  AN ADD FOR   *
000310*                   AN ACCOUNT ALREADY ON FILE, AND A  *
000320*                   STATUS CHANGE TO THE STATUS THE    *
000330*                   ACCOUNT ALREADY HAS, ARE PASSED    *
000340*                   OVER; ANY OTHER CARD FOR AN        *
000350*                   ACCOUNT NOT ON FILE IS REJECTED.   *
000360*                   EVERY CARD IS LOGGED (WHO, WHAT,   *
000370*                   BEFORE AND AFTER) AS IFTCALMT      *
000380*                   LOGS THE CALENDAR CARDS.           *
000390******************************************************
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-370.
000440 OBJECT-COMPUTER.   IBM-370.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT IFT-AMC-FILE
000490         ASSIGN TO ACCTCARD
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS IFT-AMC-FILE-STATUS.
000520
000530     SELECT IFT-ACCT-FILE
000540         ASSIGN TO ACCTMSTR
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS IFT-ACC-ACCOUNT-NO
000580         FILE STATUS IS IFT-ACCT-FILE-STATUS.
000590
000600     SELECT IFT-CHGLOG-FILE
000610         ASSIGN TO CHGLOG
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS IFT-CHGLOG-FILE-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  IFT-AMC-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700     COPY IFTACCX.
000710
000720 FD  IFT-ACCT-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY IFTACCT.
000750
000760 FD  IFT-CHGLOG-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 01  IFT-CHGLOG-RECORD               PIC X(133).
000800
000810 WORKING-STORAGE SECTION.
000820
000830 77  IFT-AMC-FILE-STATUS          PIC X(02) VALUE SPACES.
000840 77  IFT-ACCT-FILE-STATUS         PIC X(02) VALUE SPACES.
000850 77  IFT-CHGLOG-FILE-STATUS       PIC X(02) VALUE SPACES.
000860
000870 77  IFT-AMC-EOF-SWITCH           PIC X(01) VALUE "N".
000880     88  IFT-AMC-END-OF-FILE                 VALUE "Y".
000890
000900 77  IFT-CARD-VALID-SWITCH        PIC X(01) VALUE "Y".
000910     88  IFT-CARD-IS-VALID                   VALUE "Y".
000920
000930 77  IFT-CARDS-READ               PIC 9(07) COMP-3 VALUE ZERO.
000940 77  IFT-CARDS-APPLIED            PIC 9(07) COMP-3 VALUE ZERO.
000950 77  IFT-CARDS-PASSED-OVER        PIC 9(07) COMP-3 VALUE ZERO.
000960 77  IFT-CARDS-REJECTED           PIC 9(07) COMP-3 VALUE ZERO.
000970
000980 77  IFT-RUN-DATE                 PIC 9(08) VALUE ZERO.
000990 77  IFT-EFFECTIVE-DATE           PIC 9(08) VALUE ZERO.
001000 77  IFT-NEW-ACCT-STATUS          PIC X(01) VALUE SPACES.
001010 77  IFT-OLD-ACCT-STATUS          PIC X(01) VALUE SPACES.
001020 77  IFT-RESULT-TEXT              PIC X(16) VALUE SPACES.
001030 77  IFT-REJECT-TEXT              PIC X(40) VALUE SPACES.
001040
001050 01  IFT-CHG-HEADING-1.
001060     05  FILLER                   PIC X(01) VALUE SPACES.
001070     05  FILLER                   PIC X(40)
001080         VALUE "IFTACCLD ACCOUNT MASTER CHANGE LOG".
001090     05  FILLER                   PIC X(10) VALUE "RUN DATE ".
001100     05  IFT-CH1-RUN-DATE         PIC 9(08).
001110     05  FILLER                   PIC X(74) VALUE SPACES.
001120
001130 01  IFT-CHG-HEADING-2.
001140     05  FILLER                   PIC X(01) VALUE SPACES.
001150     05  FILLER                   PIC X(08) VALUE "ACTION".
001160     05  FILLER                   PIC X(12) VALUE "ACCOUNT".
001170     05  FILLER                   PIC X(32) VALUE "NAME".
001180     05  FILLER                   PIC X(10) VALUE "EFFECTIVE".
001190     05  FILLER                   PIC X(10) VALUE "CHANGED BY".
001200     05  FILLER                   PIC X(06) VALUE "WAS".
001210     05  FILLER                   PIC X(06) VALUE "NOW".
001220     05  FILLER                   PIC X(16) VALUE "RESULT".
001230     05  FILLER                   PIC X(32) VALUE SPACES.
001240
001250 01  IFT-CHG-DETAIL-LINE.
001260     05  FILLER                   PIC X(01) VALUE SPACES.
001270     05  IFT-CD-ACTION-CODE       PIC X(02).
001280     05  FILLER                   PIC X(06) VALUE SPACES.
001290     05  IFT-CD-ACCOUNT-NO        PIC X(10).
001300     05  FILLER                   PIC X(02) VALUE SPACES.
001310     05  IFT-CD-ACCOUNT-NAME      PIC X(30).
001320     05  FILLER                   PIC X(02) VALUE SPACES.
001330     05  IFT-CD-EFFECTIVE-DATE    PIC 9(08).
001340     05  FILLER                   PIC X(02) VALUE SPACES.
001350     05  IFT-CD-CHANGED-BY        PIC X(08).
001360     05  FILLER                   PIC X(02) VALUE SPACES.
001370     05  IFT-CD-OLD-STATUS        PIC X(01).
001380     05  FILLER                   PIC X(05) VALUE SPACES.
001390     05  IFT-CD-NEW-STATUS        PIC X(01).
001400     05  FILLER                   PIC X(05) VALUE SPACES.
001410     05  IFT-CD-RESULT-TEXT       PIC X(16).
001420     05  FILLER                   PIC X(32) VALUE SPACES.
001430
001440 01  IFT-CHG-REJECT-LINE.
001450     05  FILLER                   PIC X(01) VALUE SPACES.
001460     05  FILLER                   PIC X(11)
001470         VALUE "REJECTED - ".
001480     05  IFT-CR-REJECT-TEXT       PIC X(40).
001490     05  FILLER                   PIC X(02) VALUE SPACES.
001500     05  IFT-CR-CARD-IMAGE        PIC X(79).
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
001620     PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
001630         UNTIL IFT-AMC-END-OF-FILE
001640            OR RETURN-CODE = 16.
001650     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001660 0000-EXIT.
001670     STOP RUN.
001680
001690******************************************************
001700*  1000-INITIALIZE                                     *
001710******************************************************
001720 1000-INITIALIZE.
001730     ACCEPT IFT-RUN-DATE FROM DATE YYYYMMDD.
001740     OPEN INPUT IFT-AMC-FILE.
001750     IF IFT-AMC-FILE-STATUS NOT = "00"
001760         DISPLAY "IF80001E ACCOUNT CARD FILE COULD NOT BE "
001770                 "OPENED"
001780         MOVE 16 TO RETURN-CODE
001790         GO TO 1000-EXIT
001800     END-IF.
001810     OPEN I-O IFT-ACCT-FILE.
001820     IF IFT-ACCT-FILE-STATUS NOT = "00"
001830         DISPLAY "IF80002E ACCOUNT MASTER COULD NOT BE "
001840                 "OPENED - STATUS " IFT-ACCT-FILE-STATUS
001850         MOVE 16 TO RETURN-CODE
001860         CLOSE IFT-AMC-FILE
001870         GO TO 1000-EXIT
001880     END-IF.
001890     OPEN OUTPUT IFT-CHGLOG-FILE.
001900     IF IFT-CHGLOG-FILE-STATUS NOT = "00"
001910         DISPLAY "IF80003E CHANGE LOG FILE COULD NOT BE OPENED"
001920         MOVE 16 TO RETURN-CODE
001930         CLOSE IFT-AMC-FILE
001940         CLOSE IFT-ACCT-FILE
001950         GO TO 1000-EXIT
001960     END-IF.
001970     MOVE IFT-RUN-DATE TO IFT-CH1-RUN-DATE.
001980     WRITE IFT-CHGLOG-RECORD FROM IFT-CHG-HEADING-1
001990         AFTER ADVANCING PAGE.
002000     WRITE IFT-CHGLOG-RECORD FROM IFT-CHG-HEADING-2
002010         AFTER ADVANCING 2 LINES.
002020     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002030 1000-EXIT.
002040     EXIT.
002050
002060******************************************************
002070*  2000-PROCESS-ONE-CARD - CHECK THE CARD, APPLY IT   *
002080*  BY ACTION AND LOG THE RESULT.                      *
002090******************************************************
002100 2000-PROCESS-ONE-CARD.
002110     ADD 1 TO IFT-CARDS-READ.
002120     MOVE SPACES TO IFT-OLD-ACCT-STATUS.
002130     MOVE SPACES TO IFT-NEW-ACCT-STATUS.
002140     PERFORM 2200-CHECK-CARD THRU 2200-EXIT.
002150     IF NOT IFT-CARD-IS-VALID
002160         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
002170         GO TO 2000-NEXT
002180     END-IF.
002190     IF IFT-AMC-ADD-ACCOUNT
002200         PERFORM 2300-ADD-ACCOUNT THRU 2300-EXIT
002210     ELSE
002220         PERFORM 2400-CHANGE-ACCOUNT THRU 2400-EXIT
002230     END-IF.
002240     IF RETURN-CODE = 16
002250         GO TO 2000-EXIT
002260     END-IF.
002270     IF NOT IFT-CARD-IS-VALID
002280         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
002290         GO TO 2000-NEXT
002300     END-IF.
002310     PERFORM 2800-LOG-CARD THRU 2800-EXIT.
002320 2000-NEXT.
002330     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002340 2000-EXIT.
002350     EXIT.
002360
002370******************************************************
002380*  2100-READ-CARD                                      *
002390******************************************************
002400 2100-READ-CARD.
002410     READ IFT-AMC-FILE
002420         AT END SET IFT-AMC-END-OF-FILE TO TRUE
002430     END-READ.
002440 2100-EXIT.
002450     EXIT.
002460
002470******************************************************
002480*  2200-CHECK-CARD - A KNOWN ACTION, A REAL ACCOUNT   *
002490*  NUMBER (NOT BLANK, NOT THE SENTINEL), A NAME ON    *
002500*  AD AND NM, AND AN EFFECTIVE DATE THAT IS EITHER    *
002510*  BLANK (THE RUN DATE) OR A YYYYMMDD DATE.           *
002520******************************************************
002530 2200-CHECK-CARD.
002540     MOVE "Y" TO IFT-CARD-VALID-SWITCH.
002550     IF NOT IFT-AMC-ADD-ACCOUNT
002560        AND NOT IFT-AMC-RENAME-ACCOUNT
002570        AND NOT IFT-AMC-CLOSE-ACCOUNT
002580        AND NOT IFT-AMC-FREEZE-ACCOUNT
002590        AND NOT IFT-AMC-REOPEN-ACCOUNT
002600         MOVE "UNKNOWN ACTION CODE" TO IFT-REJECT-TEXT
002610         MOVE "N" TO IFT-CARD-VALID-SWITCH
002620         GO TO 2200-EXIT
002630     END-IF.
002640     IF IFT-AMC-ACCOUNT-NO = SPACES
002650        OR IFT-AMC-ACCOUNT-NO = ALL "9"
002660         MOVE "ACCOUNT NUMBER MISSING OR RESERVED"
002670             TO IFT-REJECT-TEXT
002680         MOVE "N" TO IFT-CARD-VALID-SWITCH
002690         GO TO 2200-EXIT
002700     END-IF.
002710     IF (IFT-AMC-ADD-ACCOUNT OR IFT-AMC-RENAME-ACCOUNT)
002720        AND IFT-AMC-ACCOUNT-NAME = SPACES
002730         MOVE "ACCOUNT NAME MISSING" TO IFT-REJECT-TEXT
002740         MOVE "N" TO IFT-CARD-VALID-SWITCH
002750         GO TO 2200-EXIT
002760     END-IF.
002770     IF IFT-AMC-EFFECTIVE-DATE = SPACES
002780         MOVE IFT-RUN-DATE TO IFT-EFFECTIVE-DATE
002790         GO TO 2200-EXIT
002800     END-IF.
002810     IF IFT-AMC-EFFECTIVE-DATE-N NOT NUMERIC
002820        OR IFT-AMC-EFFECTIVE-DATE-N < 16010101
002830        OR IFT-AMC-EFFECTIVE-DATE (5:2) < "01"
002840        OR IFT-AMC-EFFECTIVE-DATE (5:2) > "12"
002850        OR IFT-AMC-EFFECTIVE-DATE (7:2) < "01"
002860        OR IFT-AMC-EFFECTIVE-DATE (7:2) > "31"
002870         MOVE "EFFECTIVE DATE MUST BE YYYYMMDD"
002880             TO IFT-REJECT-TEXT
002890         MOVE "N" TO IFT-CARD-VALID-SWITCH
002900         GO TO 2200-EXIT
002910     END-IF.
002920     MOVE IFT-AMC-EFFECTIVE-DATE-N TO IFT-EFFECTIVE-DATE.
002930 2200-EXIT.
002940     EXIT.
002950
002960******************************************************
002970*  2300-ADD-ACCOUNT - AN ACCOUNT ALREADY ON FILE      *
002980*  (STATUS 22) IS PASSED OVER AS IT STANDS, SO THE    *
002990*  EXTRACT CAN BE RELOADED WHOLE WITHOUT UNDOING A    *
003000*  CLOSE OR FREEZE.  ANY OTHER NON-ZERO STATUS IS A   *
003010*  HARD STOP.                                         *
003020******************************************************
003030 2300-ADD-ACCOUNT.
003040     MOVE SPACES                 TO IFT-ACCT-MASTER-RECORD.
003050     MOVE IFT-AMC-ACCOUNT-NO     TO IFT-ACC-ACCOUNT-NO.
003060     SET IFT-ACC-IS-OPEN         TO TRUE.
003070     MOVE IFT-AMC-ACCOUNT-NAME   TO IFT-ACC-ACCOUNT-NAME.
003080     MOVE IFT-EFFECTIVE-DATE     TO IFT-ACC-OPENED-DATE.
003090     MOVE IFT-EFFECTIVE-DATE     TO IFT-ACC-STATUS-DATE.
003100     MOVE IFT-AMC-CHANGED-BY     TO IFT-ACC-CHANGED-BY.
003110     MOVE IFT-RUN-DATE           TO IFT-ACC-CHANGED-DATE.
003120     WRITE IFT-ACCT-MASTER-RECORD.
003130     IF IFT-ACCT-FILE-STATUS = "00"
003140         MOVE IFT-ACC-STATUS TO IFT-NEW-ACCT-STATUS
003150         MOVE "ADDED" TO IFT-RESULT-TEXT
003160         ADD 1 TO IFT-CARDS-APPLIED
003170         GO TO 2300-EXIT
003180     END-IF.
003190     IF IFT-ACCT-FILE-STATUS = "22"
003200         MOVE "ALREADY ON FILE" TO IFT-RESULT-TEXT
003210         ADD 1 TO IFT-CARDS-PASSED-OVER
003220         GO TO 2300-EXIT
003230     END-IF.
003240     DISPLAY "IF80004E ACCOUNT MASTER WRITE FAILED - STATUS "
003250             IFT-ACCT-FILE-STATUS " ACCOUNT "
003260             IFT-AMC-ACCOUNT-NO.
003270     MOVE 16 TO RETURN-CODE.
003280 2300-EXIT.
003290     EXIT.
003300
003310******************************************************
003320*  2400-CHANGE-ACCOUNT - NM, CL, FZ AND OP CHANGE AN  *
003330*  ACCOUNT ALREADY ON FILE.  ONE NOT ON FILE (STATUS  *
003340*  23) REJECTS THE CARD.  A STATUS CHANGE TO THE      *
003350*  STATUS THE ACCOUNT ALREADY HAS IS PASSED OVER.     *
003360******************************************************
003370 2400-CHANGE-ACCOUNT.
003380     MOVE IFT-AMC-ACCOUNT-NO TO IFT-ACC-ACCOUNT-NO.
003390     READ IFT-ACCT-FILE
003400         INVALID KEY
003410             MOVE "ACCOUNT NOT ON FILE" TO IFT-REJECT-TEXT
003420             MOVE "N" TO IFT-CARD-VALID-SWITCH
003430             GO TO 2400-EXIT
003440     END-READ.
003450     IF IFT-ACCT-FILE-STATUS NOT = "00"
003460         DISPLAY "IF80005E ACCOUNT MASTER READ FAILED - "
003470                 "STATUS " IFT-ACCT-FILE-STATUS " ACCOUNT "
003480                 IFT-AMC-ACCOUNT-NO
003490         MOVE 16 TO RETURN-CODE
003500         GO TO 2400-EXIT
003510     END-IF.
003520     MOVE IFT-ACC-STATUS TO IFT-OLD-ACCT-STATUS.
003530     IF IFT-AMC-RENAME-ACCOUNT
003540         MOVE IFT-AMC-ACCOUNT-NAME TO IFT-ACC-ACCOUNT-NAME
003550         GO TO 2400-REWRITE
003560     END-IF.
003570     IF IFT-AMC-CLOSE-ACCOUNT
003580         MOVE "C" TO IFT-NEW-ACCT-STATUS
003590     END-IF.
003600     IF IFT-AMC-FREEZE-ACCOUNT
003610         MOVE "F" TO IFT-NEW-ACCT-STATUS
003620     END-IF.
003630     IF IFT-AMC-REOPEN-ACCOUNT
003640         MOVE "O" TO IFT-NEW-ACCT-STATUS
003650     END-IF.
003660     IF IFT-ACC-STATUS = IFT-NEW-ACCT-STATUS
003670         MOVE "NO CHANGE" TO IFT-RESULT-TEXT
003680         ADD 1 TO IFT-CARDS-PASSED-OVER
003690         GO TO 2400-EXIT
003700     END-IF.
003710     MOVE IFT-NEW-ACCT-STATUS TO IFT-ACC-STATUS.
003720     MOVE IFT-EFFECTIVE-DATE  TO IFT-ACC-STATUS-DATE.
003730 2400-REWRITE.
003740     MOVE IFT-AMC-CHANGED-BY  TO IFT-ACC-CHANGED-BY.
003750     MOVE IFT-RUN-DATE        TO IFT-ACC-CHANGED-DATE.
003760     REWRITE IFT-ACCT-MASTER-RECORD.
003770     IF IFT-ACCT-FILE-STATUS NOT = "00"
003780         DISPLAY "IF80006E ACCOUNT MASTER REWRITE FAILED - "
003790                 "STATUS " IFT-ACCT-FILE-STATUS " ACCOUNT "
003800                 IFT-AMC-ACCOUNT-NO
003810         MOVE 16 TO RETURN-CODE
003820         GO TO 2400-EXIT
003830     END-IF.
003840     MOVE IFT-ACC-STATUS TO IFT-NEW-ACCT-STATUS.
003850     MOVE "CHANGED" TO IFT-RESULT-TEXT.
003860     ADD 1 TO IFT-CARDS-APPLIED.
003870 2400-EXIT.
003880     EXIT.
003890
003900******************************************************
003910*  2800-LOG-CARD                                       *
003920******************************************************
003930 2800-LOG-CARD.
003940     MOVE IFT-AMC-ACTION-CODE  TO IFT-CD-ACTION-CODE.
003950     MOVE IFT-AMC-ACCOUNT-NO   TO IFT-CD-ACCOUNT-NO.
003960     MOVE IFT-ACC-ACCOUNT-NAME TO IFT-CD-ACCOUNT-NAME.
003970     MOVE IFT-EFFECTIVE-DATE   TO IFT-CD-EFFECTIVE-DATE.
003980     MOVE IFT-AMC-CHANGED-BY   TO IFT-CD-CHANGED-BY.
003990     MOVE IFT-OLD-ACCT-STATUS  TO IFT-CD-OLD-STATUS.
004000     MOVE IFT-NEW-ACCT-STATUS  TO IFT-CD-NEW-STATUS.
004010     MOVE IFT-RESULT-TEXT      TO IFT-CD-RESULT-TEXT.
004020     WRITE IFT-CHGLOG-RECORD FROM IFT-CHG-DETAIL-LINE
004030         AFTER ADVANCING 1 LINE.
004040 2800-EXIT.
004050     EXIT.
004060
004070******************************************************
004080*  2900-REJECT-CARD - LOGGED, NOT APPLIED; THE JOB    *
004090*  ENDS RC 4 SO THE CARD IS LOOKED AT.                *
004100******************************************************
004110 2900-REJECT-CARD.
004120     ADD 1 TO IFT-CARDS-REJECTED.
004130     MOVE IFT-REJECT-TEXT     TO IFT-CR-REJECT-TEXT.
004140     MOVE IFT-ACCT-MAINT-CARD TO IFT-CR-CARD-IMAGE.
004150     WRITE IFT-CHGLOG-RECORD FROM IFT-CHG-REJECT-LINE
004160         AFTER ADVANCING 1 LINE.
004170     IF RETURN-CODE < 4
004180         MOVE 4 TO RETURN-CODE
004190     END-IF.
004200 2900-EXIT.
004210     EXIT.
004220
004230******************************************************
004240*  3000-FINALIZE                                       *
004250******************************************************
004260 3000-FINALIZE.
004270     CLOSE IFT-AMC-FILE.
004280     CLOSE IFT-ACCT-FILE.
004290     CLOSE IFT-CHGLOG-FILE.
004300     DISPLAY "IF80099I CARDS READ:        " IFT-CARDS-READ.
004310     DISPLAY "IF80098I CARDS APPLIED:     " IFT-CARDS-APPLIED.
004320     DISPLAY "IF80097I CARDS PASSED OVER: "
004330             IFT-CARDS-PASSED-OVER.
004340     DISPLAY "IF80096I CARDS REJECTED:    " IFT-CARDS-REJECTED.
004350 3000-EXIT.
004360     EXIT.
