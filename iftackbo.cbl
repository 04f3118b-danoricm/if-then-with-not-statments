000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    IFTACKBO.
000120 AUTHOR.        D MCCARRON.
000130 INSTALLATION.  DAILY OPERATIONS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************
000180*  MODIFICATION HISTORY                               *
000190*  --------------------------------------------------  *
000200*  10/15/2026  DM   ORIGINAL PROGRAM.  POSTING-REJECT  *
000210*                   BACK-OUT, RUN AFTER THE IFTACKRC   *
000220*                   RECONCILE.  EVERY ITEM THE         *
000230*                   ACKNOWLEDGMENT FEED SHOWS REJECTED *
000240*                   BY POSTING GOES ON THE ONLINE      *
000250*                   SUSPENSE MASTER AS AN OPEN ITEM    *
000260*                   UNDER REASON RC12 WITH POSTING'S   *
000270*                   OWN REJECT TEXT, REBUILT FROM ITS  *
000280*                   HISTORY MASTER ENTRY.  THE ITEM'S  *
000290*                   PROCESSED-ID AND HISTORY ENTRIES   *
000300*                   ARE THEN DELETED, SO THE ITEM CAN  *
000310*                   BE CORRECTED ON ISUS AND RECYCLED  *
000320*                   THROUGH IFTRECYC LIKE ANY OTHER    *
000330*                   EXCEPTION, AND A CORRECTED RESEND  *
000340*                   IS NO LONGER A DUPLICATE.  A       *
000350*                   REGISTER PRINTS EVERY ITEM BACKED  *
000360*                   OUT.  A RERUN FINDS THE WORK       *
000370*                   ALREADY DONE AND PASSES OVER IT.   *
000372*  10/15/2026  DM   EVERY ENTRY ADDED TO OR REOPENED   *
000375*                   ON THE SUSPENSE MASTER IS WRITTEN  *
000377*                   TO THE SUSPENSE CHANGE JOURNAL.    *
000380******************************************************
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.   IBM-370.
000430 OBJECT-COMPUTER.   IBM-370.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT IFT-ACK-FILE
000480         ASSIGN TO ACKIN
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS IFT-ACK-FILE-STATUS.
000510
000520     SELECT IFT-HSTM-FILE
000530         ASSIGN TO HSTMSTR
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS IFT-HST-RECORD-ID
000570         FILE STATUS IS IFT-HSTM-FILE-STATUS.
000580
000590     SELECT IFT-DUPM-FILE
000600         ASSIGN TO DUPMSTR
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS IFT-DUP-RECORD-ID
000640         FILE STATUS IS IFT-DUPM-FILE-STATUS.
000650
000660     SELECT IFT-SUSM-FILE
000670         ASSIGN TO SUSMSTR
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS IFT-SUM-KEY
000710         FILE STATUS IS IFT-SUSM-FILE-STATUS.
000711
000713     SELECT IFT-SUJ-FILE
000715         ASSIGN TO AS-SUSJRNL
000716         ORGANIZATION IS SEQUENTIAL
000718         FILE STATUS IS IFT-SUJ-FILE-STATUS.
000720
000730     SELECT IFT-RPT-FILE
000740         ASSIGN TO RPTOUT
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS IFT-RPT-FILE-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  IFT-ACK-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830     COPY IFTPACK.
000840
000850 FD  IFT-HSTM-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY IFTHIST.
000880
000890 FD  IFT-DUPM-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY IFTDUPM.
000920
000930 FD  IFT-SUSM-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY IFTSUSM.
000960
000962 FD  IFT-SUJ-FILE
000964     LABEL RECORDS ARE STANDARD.
000966     COPY IFTSUSJ.
000968
000970 FD  IFT-RPT-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 01  IFT-RPT-RECORD                 PIC X(133).
001010
001020 WORKING-STORAGE SECTION.
001030
001040******************************************************
001050*  FILE STATUS AND SWITCHES                           *
001060******************************************************
001070 77  IFT-ACK-FILE-STATUS         PIC X(02) VALUE SPACES.
001080 77  IFT-HSTM-FILE-STATUS        PIC X(02) VALUE SPACES.
001090 77  IFT-DUPM-FILE-STATUS        PIC X(02) VALUE SPACES.
001100 77  IFT-SUSM-FILE-STATUS        PIC X(02) VALUE SPACES.
001105 77  IFT-SUJ-FILE-STATUS         PIC X(02) VALUE SPACES.
001110 77  IFT-RPT-FILE-STATUS         PIC X(02) VALUE SPACES.
001120
001130 77  IFT-ACK-EOF-SWITCH          PIC X(01) VALUE "N".
001140     88  IFT-ACK-AT-EOF                     VALUE "Y".
001150
001160 77  IFT-MISSED-SWITCH           PIC X(01) VALUE "N".
001170     88  IFT-SOME-WERE-MISSED               VALUE "Y".
001180
001190******************************************************
001200*  RUN COUNTERS                                       *
001210******************************************************
001220 77  IFT-ACKS-READ               PIC 9(09) COMP-3 VALUE ZERO.
001230 77  IFT-REJECTS-READ            PIC 9(09) COMP-3 VALUE ZERO.
001240 77  IFT-ITEMS-BACKED-OUT        PIC 9(09) COMP-3 VALUE ZERO.
001250 77  IFT-ITEMS-REOPENED          PIC 9(09) COMP-3 VALUE ZERO.
001260 77  IFT-ITEMS-ALREADY-DONE      PIC 9(09) COMP-3 VALUE ZERO.
001270 77  IFT-ITEMS-NOT-FOUND         PIC 9(09) COMP-3 VALUE ZERO.
001280 77  IFT-DUP-ENTRIES-DELETED     PIC 9(09) COMP-3 VALUE ZERO.
001290 77  IFT-HST-ENTRIES-DELETED     PIC 9(09) COMP-3 VALUE ZERO.
001300 77  IFT-BACKED-OUT-AMOUNT       PIC S9(13)V99 COMP-3
001310                                           VALUE ZERO.
001320
001330 77  IFT-FEED-DATE               PIC 9(08) VALUE ZERO.
001340 77  IFT-FEED-SOURCE-SYS         PIC X(08) VALUE SPACES.
001350 77  IFT-RUN-DATE                PIC 9(08) VALUE ZERO.
001360 77  IFT-RUN-TIME                PIC 9(06) VALUE ZERO.
001370
001380******************************************************
001390*  REPORT LINE LAYOUTS                                *
001400******************************************************
001410 01  IFT-RPT-HEADING-1.
001420     05  FILLER                  PIC X(01) VALUE SPACES.
001430     05  FILLER                  PIC X(45)
001440         VALUE "IFTACKBO POSTING-REJECT BACK-OUT REGISTER".
001450     05  FILLER                  PIC X(10) VALUE "RUN DATE ".
001460     05  IFT-BH1-RUN-DATE        PIC 9(08).
001470     05  FILLER                  PIC X(04) VALUE SPACES.
001480     05  FILLER                  PIC X(10) VALUE "RUN TIME ".
001490     05  IFT-BH1-RUN-TIME        PIC 9(06).
001500     05  FILLER                  PIC X(49) VALUE SPACES.
001510
001520 01  IFT-RPT-HEADING-2.
001530     05  FILLER                  PIC X(01) VALUE SPACES.
001540     05  FILLER                  PIC X(21)
001550         VALUE "ACKNOWLEDGMENT FOR ".
001560     05  IFT-BH2-FEED-DATE       PIC 9(08).
001570     05  FILLER                  PIC X(01) VALUE SPACES.
001580     05  IFT-BH2-SOURCE-SYS      PIC X(08).
001590     05  FILLER                  PIC X(94) VALUE SPACES.
001600
001610 01  IFT-RPT-HEADING-3.
001620     05  FILLER                  PIC X(35) VALUE
001630         " RECORD ID   CODE           AMOUNT".
001640     05  FILLER                  PIC X(32) VALUE
001650         " SOURCE    FEED DATE  ACCOUNT".
001660     05  FILLER                  PIC X(24) VALUE
001670         "  POSTING REASON".
001680     05  FILLER                  PIC X(42) VALUE
001690         "DISPOSITION".
001700
001710 01  IFT-RPT-DETAIL-LINE.
001720     05  FILLER                  PIC X(01) VALUE SPACES.
001730     05  IFT-BD-RECORD-ID        PIC X(10).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  IFT-BD-TRAN-CODE        PIC X(04).
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  IFT-BD-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  IFT-BD-SOURCE-SYS       PIC X(08).
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  IFT-BD-FEED-DATE        PIC X(08).
001820     05  FILLER                  PIC X(03) VALUE SPACES.
001830     05  IFT-BD-ACCOUNT-NO       PIC X(10).
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  IFT-BD-POST-REASON      PIC X(20).
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  IFT-BD-DISPOSITION      PIC X(32).
001880     05  FILLER                  PIC X(10) VALUE SPACES.
001890
001900 01  IFT-RPT-SUMMARY-LINE.
001910     05  FILLER                  PIC X(01) VALUE SPACES.
001920     05  IFT-BS-LABEL            PIC X(35).
001930     05  IFT-BS-COUNT            PIC ZZZ,ZZZ,ZZ9.
001940     05  FILLER                  PIC X(86) VALUE SPACES.
001950
001960 01  IFT-RPT-AMOUNT-LINE.
001970     05  FILLER                  PIC X(01) VALUE SPACES.
001980     05  IFT-BA-LABEL            PIC X(35).
001990     05  IFT-BA-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002000     05  FILLER                  PIC X(79) VALUE SPACES.
002010
002011******************************************************
002012*  CHANGE JOURNAL WORK AREAS - THE ENTRY AS IT STOOD  *
002014*  BEFORE THE UPDATE, AND THE CLOCK READ FOR EACH     *
002015*  JOURNAL ENTRY (HHMMSS LEADS, HUNDREDTHS DROPPED).  *
002016******************************************************
002018 77  IFT-CHANGE-ACTION           PIC X(01) VALUE SPACE.
002019 01  IFT-SAVE-BEFORE-IMAGE.
002020     05  IFT-SAVE-BEFORE-KEY     PIC X(14).
002022     05  FILLER                  PIC X(162).
002023 01  IFT-CHANGE-CLOCK.
002024     05  IFT-CHANGE-CLOCK-TIME   PIC 9(06).
002026     05  FILLER                  PIC 9(02).
002027
002028 PROCEDURE DIVISION.
002030
002040******************************************************
002050*  0000-MAINLINE                                      *
002060******************************************************
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     IF RETURN-CODE = 16
002100         GO TO 0000-EXIT
002110     END-IF.
002120     PERFORM 2000-PROCESS-ONE-ACK THRU 2000-EXIT
002130         UNTIL IFT-ACK-AT-EOF
002140            OR RETURN-CODE = 16.
002150     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002160 0000-EXIT.
002170     STOP RUN.
002180
002190******************************************************
002200*  1000-INITIALIZE - OPEN THE ACKNOWLEDGMENT FEED,    *
002210*  THE THREE MASTERS AND THE REGISTER, AND PRIME THE  *
002220*  FIRST READ.                                        *
002230******************************************************
002240 1000-INITIALIZE.
002250     ACCEPT IFT-RUN-DATE FROM DATE YYYYMMDD.
002260     ACCEPT IFT-RUN-TIME FROM TIME.
002270     OPEN INPUT IFT-ACK-FILE.
002280     IF IFT-ACK-FILE-STATUS NOT = "00"
002290         DISPLAY "IF93001E ACKNOWLEDGMENT FEED COULD NOT BE "
002300                 "OPENED"
002310         MOVE 16 TO RETURN-CODE
002320         GO TO 1000-EXIT
002330     END-IF.
002340     OPEN I-O IFT-HSTM-FILE.
002350     IF IFT-HSTM-FILE-STATUS NOT = "00"
002360         DISPLAY "IF93002E HISTORY MASTER COULD NOT BE "
002370                 "OPENED - STATUS " IFT-HSTM-FILE-STATUS
002380         MOVE 16 TO RETURN-CODE
002390         GO TO 1000-EXIT
002400     END-IF.
002410     OPEN I-O IFT-DUPM-FILE.
002420     IF IFT-DUPM-FILE-STATUS NOT = "00"
002430         DISPLAY "IF93003E PROCESSED-ID MASTER COULD NOT BE "
002440                 "OPENED - STATUS " IFT-DUPM-FILE-STATUS
002450         MOVE 16 TO RETURN-CODE
002460         GO TO 1000-EXIT
002470     END-IF.
002480     OPEN I-O IFT-SUSM-FILE.
002490     IF IFT-SUSM-FILE-STATUS NOT = "00"
002500         DISPLAY "IF93004E SUSPENSE MASTER COULD NOT BE "
002510                 "OPENED - STATUS " IFT-SUSM-FILE-STATUS
002520         MOVE 16 TO RETURN-CODE
002530         GO TO 1000-EXIT
002540     END-IF.
002541     OPEN EXTEND IFT-SUJ-FILE.
002542     IF IFT-SUJ-FILE-STATUS NOT = "00"
002543         DISPLAY "IF93014E CHANGE JOURNAL COULD NOT BE OPENED - "
002545                 "STATUS " IFT-SUJ-FILE-STATUS
002546         MOVE 16 TO RETURN-CODE
002547         GO TO 1000-EXIT
002548     END-IF.
002550     OPEN OUTPUT IFT-RPT-FILE.
002560     IF IFT-RPT-FILE-STATUS NOT = "00"
002570         DISPLAY "IF93005E REPORT FILE COULD NOT BE OPENED"
002580         MOVE 16 TO RETURN-CODE
002590         GO TO 1000-EXIT
002600     END-IF.
002610     MOVE IFT-RUN-DATE TO IFT-BH1-RUN-DATE.
002620     MOVE IFT-RUN-TIME TO IFT-BH1-RUN-TIME.
002630     WRITE IFT-RPT-RECORD FROM IFT-RPT-HEADING-1
002640         AFTER ADVANCING PAGE.
002650     PERFORM 2100-READ-ACK THRU 2100-EXIT.
002660 1000-EXIT.
002670     EXIT.
002680
002690******************************************************
002700*  2000-PROCESS-ONE-ACK - ONE ITERATION PER RECORD OF *
002710*  THE ACKNOWLEDGMENT FEED.  THE HEADER NAMES THE     *
002720*  FEED ON THE REGISTER; THE TRAILER AND EVERY POSTED *
002730*  DETAIL ARE PASSED OVER - IFTACKRC HAS ALREADY      *
002740*  PROVED THEM.                                       *
002750******************************************************
002760 2000-PROCESS-ONE-ACK.
002770     IF IFT-ACK-HEADER-REC
002780         MOVE IFT-ACK-HDR-FEED-DATE  TO IFT-FEED-DATE
002790         MOVE IFT-ACK-HDR-SOURCE-SYS TO IFT-FEED-SOURCE-SYS
002800         MOVE IFT-FEED-DATE       TO IFT-BH2-FEED-DATE
002810         MOVE IFT-FEED-SOURCE-SYS TO IFT-BH2-SOURCE-SYS
002820         WRITE IFT-RPT-RECORD FROM IFT-RPT-HEADING-2
002830             AFTER ADVANCING 2 LINES
002840         WRITE IFT-RPT-RECORD FROM IFT-RPT-HEADING-3
002850             AFTER ADVANCING 2 LINES
002860         GO TO 2000-NEXT
002870     END-IF.
002880     IF IFT-ACK-TRAILER-REC
002890         GO TO 2000-NEXT
002900     END-IF.
002910     ADD 1 TO IFT-ACKS-READ.
002920     IF NOT IFT-ACK-REJECTED
002930         GO TO 2000-NEXT
002940     END-IF.
002950     ADD 1 TO IFT-REJECTS-READ.
002960     PERFORM 2200-BACK-OUT-ITEM THRU 2200-EXIT.
002970 2000-NEXT.
002980     PERFORM 2100-READ-ACK THRU 2100-EXIT.
002990 2000-EXIT.
003000     EXIT.
003010
003020 2100-READ-ACK.
003030     READ IFT-ACK-FILE
003040         AT END SET IFT-ACK-AT-EOF TO TRUE
003050     END-READ.
003060 2100-EXIT.
003070     EXIT.
003080
003090******************************************************
003100*  2200-BACK-OUT-ITEM - THE HISTORY ENTRY CARRIES     *
003110*  THE ITEM EXACTLY AS IT WAS SENT TO POSTING, SO IT  *
003120*  IS THE SOURCE FOR THE SUSPENSE ENTRY.  THE ENTRY   *
003130*  GOES ON SUSPENSE FIRST AND THE MASTERS ARE BACKED  *
003140*  OUT AFTER, SO A RUN THAT STOPS PART WAY CAN SIMPLY *
003150*  BE RERUN.  NO HISTORY ENTRY MEANS EITHER A RERUN   *
003160*  (THE RC12 ENTRY IS ALREADY ON SUSPENSE) OR AN ITEM *
003170*  THAT CANNOT BE REBUILT - THAT ONE IS PRINTED AND   *
003180*  THE STEP ENDS RC 8.                                *
003190******************************************************
003200 2200-BACK-OUT-ITEM.
003210     MOVE SPACES TO IFT-RPT-DETAIL-LINE.
003220     MOVE IFT-ACK-RECORD-ID TO IFT-HST-RECORD-ID.
003230     READ IFT-HSTM-FILE.
003240     IF IFT-HSTM-FILE-STATUS = "23"
003250         PERFORM 2600-CHECK-ALREADY-DONE THRU 2600-EXIT
003260         GO TO 2200-WRITE-LINE
003270     END-IF.
003280     IF IFT-HSTM-FILE-STATUS NOT = "00"
003290         DISPLAY "IF93006E HISTORY MASTER READ FAILED - "
003300                 "STATUS " IFT-HSTM-FILE-STATUS
003310         MOVE 16 TO RETURN-CODE
003320         GO TO 2200-EXIT
003330     END-IF.
003340     MOVE IFT-HST-TRAN-CODE  TO IFT-BD-TRAN-CODE.
003350     MOVE IFT-HST-SOURCE-SYS TO IFT-BD-SOURCE-SYS.
003360     MOVE IFT-HST-FEED-DATE  TO IFT-BD-FEED-DATE.
003370     MOVE IFT-HST-ACCOUNT-NO TO IFT-BD-ACCOUNT-NO.
003380     PERFORM 2300-PUT-ON-SUSPENSE THRU 2300-EXIT.
003390     IF RETURN-CODE = 16
003400         GO TO 2200-EXIT
003410     END-IF.
003420     PERFORM 2400-DELETE-PROCESSED-ID THRU 2400-EXIT.
003430     IF RETURN-CODE = 16
003440         GO TO 2200-EXIT
003450     END-IF.
003460     PERFORM 2500-DELETE-HISTORY THRU 2500-EXIT.
003470     IF RETURN-CODE = 16
003480         GO TO 2200-EXIT
003490     END-IF.
003500     ADD IFT-ACK-AMOUNT TO IFT-BACKED-OUT-AMOUNT.
003510 2200-WRITE-LINE.
003520     PERFORM 2700-WRITE-REGISTER-LINE THRU 2700-EXIT.
003530 2200-EXIT.
003540     EXIT.
003550
003560******************************************************
003570*  2300-PUT-ON-SUSPENSE - ADD THE ITEM AS AN OPEN     *
003580*  RC12 ENTRY.  THE KEY ALREADY ON FILE IS TREATED    *
003590*  THE WAY IFTSUSLD TREATS IT: AN ENTRY THE RECYCLE   *
003600*  PASS TOOK (STATUS Y) THAT POSTING HAS REJECTED     *
003610*  AGAIN IS REFRESHED AND REOPENED; ANY OTHER STATE   *
003620*  IS LEFT AS IT IS.                                  *
003630******************************************************
003640 2300-PUT-ON-SUSPENSE.
003650     PERFORM 2350-BUILD-SUSPENSE-ENTRY THRU 2350-EXIT.
003660     WRITE IFT-SUSPENSE-MASTER-RECORD.
003670     IF IFT-SUSM-FILE-STATUS = "00"
003680         ADD 1 TO IFT-ITEMS-BACKED-OUT
003690         MOVE "BACKED OUT TO SUSPENSE RC12"
003700             TO IFT-BD-DISPOSITION
003706         MOVE "A" TO IFT-CHANGE-ACTION
003712         PERFORM 8000-WRITE-CHANGE-JOURNAL THRU 8000-EXIT
003718         GO TO 2300-EXIT
003724     END-IF.
003730     IF IFT-SUSM-FILE-STATUS NOT = "22"
003740         DISPLAY "IF93007E SUSPENSE MASTER WRITE FAILED - "
003750                 "STATUS " IFT-SUSM-FILE-STATUS
003760         MOVE 16 TO RETURN-CODE
003770         GO TO 2300-EXIT
003780     END-IF.
003790     READ IFT-SUSM-FILE.
003800     IF IFT-SUSM-FILE-STATUS NOT = "00"
003810         DISPLAY "IF93008E SUSPENSE MASTER REREAD FAILED - "
003820                 "STATUS " IFT-SUSM-FILE-STATUS
003830         MOVE 16 TO RETURN-CODE
003840         GO TO 2300-EXIT
003850     END-IF.
003860     IF NOT IFT-SUM-IS-RECYCLED
003870         ADD 1 TO IFT-ITEMS-BACKED-OUT
003880         MOVE "BACKED OUT - ALREADY ON SUSPENSE"
003890             TO IFT-BD-DISPOSITION
003900         GO TO 2300-EXIT
003910     END-IF.
003917     MOVE IFT-SUSPENSE-MASTER-RECORD TO IFT-SAVE-BEFORE-IMAGE.
003925     PERFORM 2350-BUILD-SUSPENSE-ENTRY THRU 2350-EXIT.
003932     REWRITE IFT-SUSPENSE-MASTER-RECORD.
003940     IF IFT-SUSM-FILE-STATUS NOT = "00"
003950         DISPLAY "IF93009E SUSPENSE MASTER REWRITE FAILED - "
003960                 "STATUS " IFT-SUSM-FILE-STATUS
003970         MOVE 16 TO RETURN-CODE
003980         GO TO 2300-EXIT
003990     END-IF.
004000     ADD 1 TO IFT-ITEMS-REOPENED.
004010     MOVE "REOPENED ON SUSPENSE RC12" TO IFT-BD-DISPOSITION.
004013     MOVE "C" TO IFT-CHANGE-ACTION.
004016     PERFORM 8000-WRITE-CHANGE-JOURNAL THRU 8000-EXIT.
004020 2300-EXIT.
004030     EXIT.
004040
004050******************************************************
004060*  2350-BUILD-SUSPENSE-ENTRY - FROM THE HISTORY ENTRY *
004070*  AND POSTING'S REJECT TEXT.  THE ITEM PASSED EVERY  *
004080*  EDIT, SO ITS CHECK VALUE IS ALSO THE EXPECTED ONE. *
004090*  THE RUN DATE IS TODAY'S - THE DAY IT WENT ON       *
004100*  SUSPENSE, WHICH IS WHAT IFTSUSAG AGES FROM.        *
004110******************************************************
004120 2350-BUILD-SUSPENSE-ENTRY.
004130     MOVE SPACES                TO IFT-SUSPENSE-MASTER-RECORD.
004140     MOVE IFT-HST-RECORD-ID     TO IFT-SUM-RECORD-ID.
004150     MOVE "RC12"                TO IFT-SUM-REASON-CODE.
004160     MOVE IFT-HST-EFF-DATE      TO IFT-SUM-EFF-DATE.
004170     MOVE IFT-HST-CHECK-VALUE   TO IFT-SUM-CHECK-VALUE.
004180     MOVE IFT-HST-CHECK-VALUE   TO IFT-SUM-EXPECTED-VALUE.
004190     MOVE IFT-HST-AMOUNT        TO IFT-SUM-AMOUNT.
004200     MOVE IFT-HST-DESCRIPTION   TO IFT-SUM-DESCRIPTION.
004210     MOVE IFT-HST-TRAN-CODE     TO IFT-SUM-TRAN-CODE.
004220     MOVE IFT-RUN-DATE          TO IFT-SUM-RUN-DATE.
004230     MOVE IFT-RUN-TIME          TO IFT-SUM-RUN-TIME.
004240     MOVE ZERO                  TO IFT-SUM-RECYCLE-COUNT.
004250     MOVE "O"                   TO IFT-SUM-STATUS.
004260     MOVE "IFTACKBO"            TO IFT-SUM-ACTION-USER.
004270     MOVE IFT-RUN-DATE          TO IFT-SUM-ACTION-DATE.
004280     MOVE IFT-RUN-TIME          TO IFT-SUM-ACTION-TIME.
004290     MOVE IFT-HST-SOURCE-SYS    TO IFT-SUM-SOURCE-SYS.
004300     MOVE IFT-HST-ACCOUNT-NO    TO IFT-SUM-ACCOUNT-NO.
004310     MOVE IFT-ACK-REJECT-REASON TO IFT-SUM-POST-REJECT-TEXT.
004320 2350-EXIT.
004330     EXIT.
004340
004350******************************************************
004360*  2400-DELETE-PROCESSED-ID - STATUS 23 (NOT FOUND)   *
004370*  MEANS A PRIOR RUN, OR THE IFTDUPRG PURGE, GOT      *
004380*  THERE FIRST.                                       *
004390******************************************************
004400 2400-DELETE-PROCESSED-ID.
004410     MOVE IFT-ACK-RECORD-ID TO IFT-DUP-RECORD-ID.
004420     DELETE IFT-DUPM-FILE RECORD.
004430     IF IFT-DUPM-FILE-STATUS = "00"
004440         ADD 1 TO IFT-DUP-ENTRIES-DELETED
004450     ELSE
004460         IF IFT-DUPM-FILE-STATUS NOT = "23"
004470             DISPLAY "IF93010E PROCESSED-ID MASTER DELETE "
004480                     "FAILED - STATUS " IFT-DUPM-FILE-STATUS
004490             MOVE 16 TO RETURN-CODE
004500         END-IF
004510     END-IF.
004520 2400-EXIT.
004530     EXIT.
004540
004550******************************************************
004560*  2500-DELETE-HISTORY - THE ITEM NEVER POSTED, SO IT *
004570*  COMES OFF THE HISTORY MASTER.  THE REGISTER IS THE *
004580*  RECORD OF WHAT WAS BACKED OUT, AND THE CORRECTED   *
004590*  ITEM GOES BACK ON HISTORY WHEN IT POSTS.           *
004600******************************************************
004610 2500-DELETE-HISTORY.
004620     DELETE IFT-HSTM-FILE RECORD.
004630     IF IFT-HSTM-FILE-STATUS NOT = "00"
004640         DISPLAY "IF93011E HISTORY MASTER DELETE FAILED - "
004650                 "STATUS " IFT-HSTM-FILE-STATUS
004660         MOVE 16 TO RETURN-CODE
004670         GO TO 2500-EXIT
004680     END-IF.
004690     ADD 1 TO IFT-HST-ENTRIES-DELETED.
004700 2500-EXIT.
004710     EXIT.
004720
004730******************************************************
004740*  2600-CHECK-ALREADY-DONE - NOT ON HISTORY.  IF THE  *
004750*  RC12 ENTRY IS ON SUSPENSE A PRIOR RUN BACKED THE   *
004760*  ITEM OUT (THE PROCESSED-ID DELETE IS RETRIED IN    *
004770*  CASE THAT RUN STOPPED SHORT).  OTHERWISE THE ITEM  *
004780*  CANNOT BE REBUILT AND IS LEFT FOR OPERATIONS.      *
004790******************************************************
004800 2600-CHECK-ALREADY-DONE.
004810     MOVE IFT-ACK-RECORD-ID TO IFT-SUM-RECORD-ID.
004820     MOVE "RC12"            TO IFT-SUM-REASON-CODE.
004830     READ IFT-SUSM-FILE.
004840     IF IFT-SUSM-FILE-STATUS = "00"
004850         ADD 1 TO IFT-ITEMS-ALREADY-DONE
004860         MOVE "ALREADY BACKED OUT" TO IFT-BD-DISPOSITION
004870         PERFORM 2400-DELETE-PROCESSED-ID THRU 2400-EXIT
004880         GO TO 2600-EXIT
004890     END-IF.
004900     IF IFT-SUSM-FILE-STATUS NOT = "23"
004910         DISPLAY "IF93012E SUSPENSE MASTER READ FAILED - "
004920                 "STATUS " IFT-SUSM-FILE-STATUS
004930         MOVE 16 TO RETURN-CODE
004940         GO TO 2600-EXIT
004950     END-IF.
004960     ADD 1 TO IFT-ITEMS-NOT-FOUND.
004970     SET IFT-SOME-WERE-MISSED TO TRUE.
004980     MOVE "NOT ON HISTORY - NOT BACKED OUT"
004990         TO IFT-BD-DISPOSITION.
005000 2600-EXIT.
005010     EXIT.
005020
005030******************************************************
005040*  2700-WRITE-REGISTER-LINE - THE ACK SUPPLIES THE ID,*
005050*  AMOUNT AND POSTING'S REASON.  2200 MOVED IN THE    *
005060*  HISTORY FIELDS, WHEN THERE WAS AN ENTRY, BEFORE    *
005070*  IT WAS DELETED, AND THE CALLER HAS SET THE         *
005080*  DISPOSITION.                                       *
005090******************************************************
005100 2700-WRITE-REGISTER-LINE.
005110     MOVE IFT-ACK-RECORD-ID     TO IFT-BD-RECORD-ID.
005120     MOVE IFT-ACK-AMOUNT        TO IFT-BD-AMOUNT.
005130     MOVE IFT-ACK-REJECT-REASON TO IFT-BD-POST-REASON.
005140     WRITE IFT-RPT-RECORD FROM IFT-RPT-DETAIL-LINE
005150         AFTER ADVANCING 1 LINE.
005160 2700-EXIT.
005170     EXIT.
005180
005190******************************************************
005200*  3000-FINALIZE - SUMMARY, CLOSE UP AND SET THE      *
005210*  STEP RETURN CODE.                                  *
005220******************************************************
005230 3000-FINALIZE.
005240     IF RETURN-CODE NOT = 16
005250         PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT
005260     END-IF.
005270     CLOSE IFT-ACK-FILE.
005280     CLOSE IFT-HSTM-FILE.
005290     CLOSE IFT-DUPM-FILE.
005300     CLOSE IFT-SUSM-FILE.
005305     CLOSE IFT-SUJ-FILE.
005310     CLOSE IFT-RPT-FILE.
005320     DISPLAY "IF93099I REJECTS READ:        " IFT-REJECTS-READ.
005330     DISPLAY "IF93098I ITEMS BACKED OUT:    "
005340             IFT-ITEMS-BACKED-OUT.
005350     DISPLAY "IF93097I ITEMS REOPENED:      " IFT-ITEMS-REOPENED.
005360     DISPLAY "IF93096I ALREADY BACKED OUT:  "
005370             IFT-ITEMS-ALREADY-DONE.
005380     DISPLAY "IF93095I NOT ON HISTORY:      "
005390             IFT-ITEMS-NOT-FOUND.
005400     IF RETURN-CODE = 16
005410         GO TO 3000-EXIT
005420     END-IF.
005430     IF IFT-SOME-WERE-MISSED
005440         DISPLAY "IF93013E REJECTED ITEMS NOT ON HISTORY WERE "
005450                 "NOT BACKED OUT - SEE THE REGISTER"
005460         MOVE 8 TO RETURN-CODE
005470     ELSE
005480         MOVE 0 TO RETURN-CODE
005490     END-IF.
005500 3000-EXIT.
005510     EXIT.
005520
005530******************************************************
005540*  3100-WRITE-SUMMARY                                  *
005550******************************************************
005560 3100-WRITE-SUMMARY.
005570     MOVE SPACES TO IFT-RPT-SUMMARY-LINE.
005580     MOVE "ACKNOWLEDGMENTS READ  . . . . . . ." TO IFT-BS-LABEL.
005590     MOVE IFT-ACKS-READ TO IFT-BS-COUNT.
005600     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
005610         AFTER ADVANCING 2 LINES.
005620
005630     MOVE "ITEMS REJECTED BY POSTING . . . . ." TO IFT-BS-LABEL.
005640     MOVE IFT-REJECTS-READ TO IFT-BS-COUNT.
005650     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
005660         AFTER ADVANCING 1 LINE.
005670
005680     MOVE "BACKED OUT TO SUSPENSE  . . . . . ." TO IFT-BS-LABEL.
005690     MOVE IFT-ITEMS-BACKED-OUT TO IFT-BS-COUNT.
005700     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
005710         AFTER ADVANCING 1 LINE.
005720
005730     MOVE "REOPENED ON SUSPENSE  . . . . . . ." TO IFT-BS-LABEL.
005740     MOVE IFT-ITEMS-REOPENED TO IFT-BS-COUNT.
005750     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
005760         AFTER ADVANCING 1 LINE.
005770
005780     MOVE "ALREADY BACKED OUT BY A PRIOR RUN ." TO IFT-BS-LABEL.
005790     MOVE IFT-ITEMS-ALREADY-DONE TO IFT-BS-COUNT.
005800     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
005810         AFTER ADVANCING 1 LINE.
005820
005830     MOVE "NOT ON HISTORY - NOT BACKED OUT . ." TO IFT-BS-LABEL.
005840     MOVE IFT-ITEMS-NOT-FOUND TO IFT-BS-COUNT.
005850     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
005860         AFTER ADVANCING 1 LINE.
005870
005880     MOVE "PROCESSED-ID ENTRIES DELETED  . . ." TO IFT-BS-LABEL.
005890     MOVE IFT-DUP-ENTRIES-DELETED TO IFT-BS-COUNT.
005900     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
005910         AFTER ADVANCING 1 LINE.
005920
005930     MOVE "HISTORY ENTRIES DELETED . . . . . ." TO IFT-BS-LABEL.
005940     MOVE IFT-HST-ENTRIES-DELETED TO IFT-BS-COUNT.
005950     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
005960         AFTER ADVANCING 1 LINE.
005970
005980     MOVE SPACES TO IFT-RPT-AMOUNT-LINE.
005990     MOVE "AMOUNT BACKED OUT THIS RUN  . . . ." TO IFT-BA-LABEL.
006000     MOVE IFT-BACKED-OUT-AMOUNT TO IFT-BA-AMOUNT.
006010     WRITE IFT-RPT-RECORD FROM IFT-RPT-AMOUNT-LINE
006020         AFTER ADVANCING 1 LINE.
006030 3100-EXIT.
006040     EXIT.
006050
006060******************************************************
006070*  8000-WRITE-CHANGE-JOURNAL - ONE ENTRY ON THE       *
006080*  SUSPENSE CHANGE JOURNAL FOR THE UPDATE JUST MADE.  *
006090*  THE CALLER SETS IFT-CHANGE-ACTION AND, FOR A       *
006100*  CHANGE OR DELETE, SAVES THE BEFORE IMAGE FIRST.    *
006110*  A CHANGE THE JOURNAL DOES NOT HOLD COULD NEVER BE  *
006120*  AUDITED OR RECOVERED, SO A FAILED WRITE IS A HARD  *
006130*  STOP.                                              *
006140******************************************************
006150 8000-WRITE-CHANGE-JOURNAL.
006160     MOVE SPACES TO IFT-SUSPENSE-JOURNAL-RECORD.
006170     ACCEPT IFT-SUJ-DATE FROM DATE YYYYMMDD.
006180     ACCEPT IFT-CHANGE-CLOCK FROM TIME.
006190     MOVE IFT-CHANGE-CLOCK-TIME TO IFT-SUJ-TIME.
006200     MOVE "IFTACKBO"            TO IFT-SUJ-PROGRAM
006210                                   IFT-SUJ-USER.
006220     MOVE IFT-CHANGE-ACTION     TO IFT-SUJ-ACTION.
006230     IF IFT-SUJ-WAS-DELETED
006240         MOVE IFT-SAVE-BEFORE-KEY TO IFT-SUJ-KEY
006250     ELSE
006260         MOVE IFT-SUM-KEY         TO IFT-SUJ-KEY
006270         MOVE IFT-SUSPENSE-MASTER-RECORD TO IFT-SUJ-AFTER-IMAGE
006280     END-IF.
006290     IF NOT IFT-SUJ-WAS-ADDED
006300         MOVE IFT-SAVE-BEFORE-IMAGE TO IFT-SUJ-BEFORE-IMAGE
006310     END-IF.
006320     WRITE IFT-SUSPENSE-JOURNAL-RECORD.
006330     IF IFT-SUJ-FILE-STATUS NOT = "00"
006340         DISPLAY "IF93015E CHANGE JOURNAL WRITE FAILED - STATUS "
006350                 IFT-SUJ-FILE-STATUS " KEY " IFT-SUJ-KEY
006360         MOVE 16 TO RETURN-CODE
006370     END-IF.
006380 8000-EXIT.
006390     EXIT.
