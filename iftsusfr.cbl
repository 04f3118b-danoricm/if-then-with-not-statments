000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    IFTSUSFR.
000120 AUTHOR.        D MCCARRON.
000130 INSTALLATION.  DAILY OPERATIONS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************
000180*  MODIFICATION HISTORY                               *
000190*  --------------------------------------------------  *
000200*  10/15/2026  DM   ORIGINAL PROGRAM.  FORWARD         *
000210*                   RECOVERY FOR THE ONLINE SUSPENSE   *
000220*                   MASTER.  RUN BY HAND FROM THE      *
000230*                   IFTSUSFR JOB ONCE THE MASTER HAS   *
000240*                   BEEN RESTORED FROM ITS LAST        *
000250*                   BACKUP.  REPLAYS THE CHANGE        *
000260*                   JOURNAL, OLDEST ENTRY FIRST, OVER  *
000270*                   THE RESTORED MASTER - ADDS ARE     *
000280*                   WRITTEN, CHANGES REWRITTEN FROM    *
000290*                   THE AFTER IMAGE, DELETES DELETED - *
000300*                   UP TO THE STOP POINT ON THE        *
000310*                   CONTROL CARD (NONE MEANS REPLAY    *
000320*                   THE WHOLE JOURNAL).  THE BEFORE    *
000330*                   IMAGE OF EACH CHANGE AND DELETE IS *
000340*                   CHECKED AGAINST THE MASTER AS IT   *
000350*                   STANDS; A MISMATCH, OR AN ENTRY    *
000360*                   THE MASTER CANNOT TAKE AS WRITTEN, *
000370*                   IS APPLIED ANYWAY, LISTED, AND     *
000380*                   ENDS THE STEP RC 4 FOR A REVIEW    *
000390*                   BEFORE ISUS IS REOPENED.  THE      *
000400*                   REPLAY ITSELF IS NOT JOURNALED.    *
000410******************************************************
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-370.
000460 OBJECT-COMPUTER.   IBM-370.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT IFT-CTL-FILE
000510         ASSIGN TO RCVCTL
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS IFT-CTL-FILE-STATUS.
000540
000550     SELECT IFT-JRN-FILE
000560         ASSIGN TO JRNIN
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS IFT-JRN-FILE-STATUS.
000590
000600     SELECT IFT-SUSM-FILE
000610         ASSIGN TO SUSMSTR
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS IFT-SUM-KEY
000650         FILE STATUS IS IFT-SUSM-FILE-STATUS.
000660
000670     SELECT IFT-RPT-FILE
000680         ASSIGN TO RPTOUT
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS IFT-RPT-FILE-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  IFT-CTL-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 01  IFT-RECOVERY-CONTROL-CARD.
000780     05  IFT-RCV-STOP-DATE          PIC X(08).
000790     05  IFT-RCV-STOP-TIME          PIC X(06).
000800     05  FILLER                     PIC X(66).
000810
000820 FD  IFT-JRN-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850     COPY IFTSUSJ.
000860
000870 FD  IFT-SUSM-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY IFTSUSM.
000900
000910 FD  IFT-RPT-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 01  IFT-RPT-RECORD                 PIC X(133).
000950
000960 WORKING-STORAGE SECTION.
000970
000980 77  IFT-CTL-FILE-STATUS          PIC X(02) VALUE SPACES.
000990 77  IFT-JRN-FILE-STATUS          PIC X(02) VALUE SPACES.
001000 77  IFT-SUSM-FILE-STATUS         PIC X(02) VALUE SPACES.
001010 77  IFT-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
001020
001030 77  IFT-JRN-EOF-SWITCH           PIC X(01) VALUE "N".
001040     88  IFT-JRN-AT-EOF                      VALUE "Y".
001050
001060 77  IFT-STOP-SWITCH              PIC X(01) VALUE "N".
001070     88  IFT-STOP-POINT-GIVEN                VALUE "Y".
001080
001090 77  IFT-ENTRIES-READ             PIC 9(09) COMP-3 VALUE ZERO.
001100 77  IFT-ENTRIES-APPLIED          PIC 9(09) COMP-3 VALUE ZERO.
001110 77  IFT-ADDS-APPLIED             PIC 9(09) COMP-3 VALUE ZERO.
001120 77  IFT-CHANGES-APPLIED          PIC 9(09) COMP-3 VALUE ZERO.
001130 77  IFT-DELETES-APPLIED          PIC 9(09) COMP-3 VALUE ZERO.
001140 77  IFT-ENTRIES-EXCEPTED         PIC 9(09) COMP-3 VALUE ZERO.
001150 77  IFT-ENTRIES-NOT-REPLAYED     PIC 9(09) COMP-3 VALUE ZERO.
001160
001170 77  IFT-RUN-DATE                 PIC 9(08) VALUE ZERO.
001180 77  IFT-RUN-TIME                 PIC 9(06) VALUE ZERO.
001190
001200 01  IFT-STOP-POINT.
001210     05  IFT-STOP-DATE           PIC 9(08) VALUE ZERO.
001220     05  IFT-STOP-TIME           PIC 9(06) VALUE ZERO.
001230
001240******************************************************
001250*  REPORT LINE LAYOUTS                                *
001260******************************************************
001270 01  IFT-RPT-HEADING-1.
001280     05  FILLER                  PIC X(01) VALUE SPACES.
001290     05  FILLER                  PIC X(50)
001300         VALUE "IFTSUSFR SUSPENSE MASTER FORWARD RECOVERY".
001310     05  FILLER                  PIC X(10) VALUE "RUN DATE ".
001320     05  IFT-RH1-RUN-DATE        PIC 9(08).
001330     05  FILLER                  PIC X(04) VALUE SPACES.
001340     05  FILLER                  PIC X(10) VALUE "RUN TIME ".
001350     05  IFT-RH1-RUN-TIME        PIC 9(06).
001360     05  FILLER                  PIC X(44) VALUE SPACES.
001370
001380 01  IFT-RPT-STOP-LINE.
001390     05  FILLER                  PIC X(01) VALUE SPACES.
001400     05  FILLER                  PIC X(30)
001410         VALUE "REPLAY STOP POINT".
001420     05  IFT-RS-STOP-TEXT        PIC X(40).
001430     05  FILLER                  PIC X(62) VALUE SPACES.
001440
001450 01  IFT-RPT-HEADING-2.
001460     05  FILLER                  PIC X(01) VALUE SPACES.
001470     05  FILLER                  PIC X(10) VALUE "DATE".
001480     05  FILLER                  PIC X(08) VALUE "TIME".
001490     05  FILLER                  PIC X(10) VALUE "USER".
001500     05  FILLER                  PIC X(10) VALUE "PROGRAM".
001510     05  FILLER                  PIC X(05) VALUE "ACT".
001520     05  FILLER                  PIC X(11) VALUE "RECORD ID".
001530     05  FILLER                  PIC X(07) VALUE "REASON".
001540     05  FILLER                  PIC X(71) VALUE "EXCEPTION".
001550
001560 01  IFT-RPT-EXCEPTION-LINE.
001570     05  FILLER                  PIC X(01) VALUE SPACES.
001580     05  IFT-RX-DATE             PIC 9(08).
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  IFT-RX-TIME             PIC 9(06).
001610     05  FILLER                  PIC X(02) VALUE SPACES.
001620     05  IFT-RX-USER             PIC X(08).
001630     05  FILLER                  PIC X(02) VALUE SPACES.
001640     05  IFT-RX-PROGRAM          PIC X(08).
001650     05  FILLER                  PIC X(02) VALUE SPACES.
001660     05  IFT-RX-ACTION           PIC X(01).
001670     05  FILLER                  PIC X(04) VALUE SPACES.
001680     05  IFT-RX-RECORD-ID        PIC X(10).
001690     05  FILLER                  PIC X(01) VALUE SPACES.
001700     05  IFT-RX-REASON-CODE      PIC X(04).
001710     05  FILLER                  PIC X(03) VALUE SPACES.
001720     05  IFT-RX-TEXT             PIC X(50).
001730     05  FILLER                  PIC X(21) VALUE SPACES.
001740
001750 01  IFT-RPT-SUMMARY-LINE.
001760     05  FILLER                  PIC X(01) VALUE SPACES.
001770     05  IFT-RT-LABEL            PIC X(35).
001780     05  IFT-RT-COUNT            PIC ZZZ,ZZZ,ZZ9.
001790     05  FILLER                  PIC X(86) VALUE SPACES.
001800
001810 PROCEDURE DIVISION.
001820
001830******************************************************
001840*  0000-MAINLINE                                      *
001850******************************************************
001860 0000-MAINLINE.
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001880     IF RETURN-CODE = 16
001890         GO TO 0000-EXIT
001900     END-IF.
001910     PERFORM 2000-REPLAY-ONE-ENTRY THRU 2000-EXIT
001920         UNTIL IFT-JRN-AT-EOF
001930            OR RETURN-CODE = 16.
001940     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001950 0000-EXIT.
001960     STOP RUN.
001970
001980******************************************************
001990*  1000-INITIALIZE - READ THE STOP POINT (A MISSING   *
002000*  OR BLANK CARD REPLAYS EVERYTHING; A DATE WITH NO   *
002010*  TIME STOPS AT THE END OF THAT DAY) AND OPEN THE    *
002020*  FILES.                                             *
002030******************************************************
002040 1000-INITIALIZE.
002050     ACCEPT IFT-RUN-DATE FROM DATE YYYYMMDD.
002060     ACCEPT IFT-RUN-TIME FROM TIME.
002070     OPEN INPUT IFT-CTL-FILE.
002080     IF IFT-CTL-FILE-STATUS NOT = "00"
002090         DISPLAY "IF96001E CONTROL CARD FILE COULD NOT BE OPENED"
002100         MOVE 16 TO RETURN-CODE
002110         GO TO 1000-EXIT
002120     END-IF.
002130     READ IFT-CTL-FILE
002140         AT END MOVE SPACES TO IFT-RECOVERY-CONTROL-CARD
002150     END-READ.
002160     CLOSE IFT-CTL-FILE.
002170     IF IFT-RCV-STOP-DATE NUMERIC
002180        AND IFT-RCV-STOP-DATE NOT = ZERO
002190         SET IFT-STOP-POINT-GIVEN TO TRUE
002200         MOVE IFT-RCV-STOP-DATE TO IFT-STOP-DATE
002210         IF IFT-RCV-STOP-TIME NUMERIC
002220            AND IFT-RCV-STOP-TIME NOT = ZERO
002230             MOVE IFT-RCV-STOP-TIME TO IFT-STOP-TIME
002240         ELSE
002250             MOVE 235959 TO IFT-STOP-TIME
002260         END-IF
002270         DISPLAY "IF96010I REPLAYING ENTRIES UP TO "
002280                 IFT-STOP-DATE " " IFT-STOP-TIME
002290     ELSE
002300         DISPLAY "IF96011I NO STOP POINT ON CONTROL CARD - "
002310                 "REPLAYING THE WHOLE JOURNAL"
002320     END-IF.
002330
002340     OPEN INPUT IFT-JRN-FILE.
002350     IF IFT-JRN-FILE-STATUS NOT = "00"
002360         DISPLAY "IF96002E CHANGE JOURNAL COULD NOT BE OPENED - "
002370                 "STATUS " IFT-JRN-FILE-STATUS
002380         MOVE 16 TO RETURN-CODE
002390         GO TO 1000-EXIT
002400     END-IF.
002410     OPEN I-O IFT-SUSM-FILE.
002420     IF IFT-SUSM-FILE-STATUS NOT = "00"
002430         DISPLAY "IF96003E SUSPENSE MASTER COULD NOT BE "
002440                 "OPENED - STATUS " IFT-SUSM-FILE-STATUS
002450         MOVE 16 TO RETURN-CODE
002460         CLOSE IFT-JRN-FILE
002470         GO TO 1000-EXIT
002480     END-IF.
002490     OPEN OUTPUT IFT-RPT-FILE.
002500     IF IFT-RPT-FILE-STATUS NOT = "00"
002510         DISPLAY "IF96004E REPORT FILE COULD NOT BE OPENED"
002520         MOVE 16 TO RETURN-CODE
002530         CLOSE IFT-JRN-FILE
002540         CLOSE IFT-SUSM-FILE
002550         GO TO 1000-EXIT
002560     END-IF.
002570     MOVE IFT-RUN-DATE TO IFT-RH1-RUN-DATE.
002580     MOVE IFT-RUN-TIME TO IFT-RH1-RUN-TIME.
002590     WRITE IFT-RPT-RECORD FROM IFT-RPT-HEADING-1
002600         AFTER ADVANCING PAGE.
002610     MOVE SPACES TO IFT-RS-STOP-TEXT.
002620     IF IFT-STOP-POINT-GIVEN
002630         STRING IFT-STOP-DATE " " IFT-STOP-TIME
002640             DELIMITED BY SIZE INTO IFT-RS-STOP-TEXT
002650     ELSE
002660         MOVE "NONE - WHOLE JOURNAL REPLAYED"
002670             TO IFT-RS-STOP-TEXT
002680     END-IF.
002690     WRITE IFT-RPT-RECORD FROM IFT-RPT-STOP-LINE
002700         AFTER ADVANCING 2 LINES.
002710     WRITE IFT-RPT-RECORD FROM IFT-RPT-HEADING-2
002720         AFTER ADVANCING 2 LINES.
002730     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
002740 1000-EXIT.
002750     EXIT.
002760
002770******************************************************
002780*  2000-REPLAY-ONE-ENTRY - THE FIRST ENTRY PAST THE   *
002790*  STOP POINT ENDS THE REPLAY; THE JOURNAL IS IN THE  *
002800*  ORDER THE CHANGES WERE MADE, SO NOTHING AFTER IT   *
002806*  CAN BELONG.  THE ALL-NINES SENTINEL AT THE HEAD OF *
002813*  EACH GENERATION IS PASSED OVER.                    *
002820******************************************************
002830 2000-REPLAY-ONE-ENTRY.
002834     IF IFT-SUJ-RECORD-ID = ALL "9"
002838         GO TO 2000-NEXT
002842     END-IF.
002846     IF IFT-STOP-POINT-GIVEN
002850        AND IFT-SUJ-STAMP > IFT-STOP-POINT
002860         PERFORM 2900-COUNT-REST THRU 2900-EXIT
002870             UNTIL IFT-JRN-AT-EOF
002880         GO TO 2000-EXIT
002890     END-IF.
002900     ADD 1 TO IFT-ENTRIES-READ.
002910     IF IFT-SUJ-WAS-ADDED
002920         PERFORM 2200-REPLAY-ADD THRU 2200-EXIT
002930         GO TO 2000-NEXT
002940     END-IF.
002950     IF IFT-SUJ-WAS-CHANGED
002960         PERFORM 2300-REPLAY-CHANGE THRU 2300-EXIT
002970         GO TO 2000-NEXT
002980     END-IF.
002990     IF IFT-SUJ-WAS-DELETED
003000         PERFORM 2400-REPLAY-DELETE THRU 2400-EXIT
003010         GO TO 2000-NEXT
003020     END-IF.
003030     MOVE "UNKNOWN ACTION CODE - ENTRY NOT REPLAYED"
003040         TO IFT-RX-TEXT.
003050     PERFORM 2800-LIST-EXCEPTION THRU 2800-EXIT.
003060 2000-NEXT.
003070     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
003080 2000-EXIT.
003090     EXIT.
003100
003110 2100-READ-JOURNAL.
003120     READ IFT-JRN-FILE
003130         AT END SET IFT-JRN-AT-EOF TO TRUE
003140     END-READ.
003150 2100-EXIT.
003160     EXIT.
003170
003180******************************************************
003190*  2200-REPLAY-ADD - AN ENTRY ALREADY ON THE MASTER   *
003200*  (STATUS 22) WAS IN THE BACKUP; THE JOURNAL'S IMAGE *
003210*  REPLACES IT AND THE ENTRY IS LISTED.               *
003220******************************************************
003230 2200-REPLAY-ADD.
003240     MOVE IFT-SUJ-AFTER-IMAGE TO IFT-SUSPENSE-MASTER-RECORD.
003250     WRITE IFT-SUSPENSE-MASTER-RECORD.
003260     IF IFT-SUSM-FILE-STATUS = "22"
003270         MOVE "ADD ALREADY ON MASTER - REPLACED"
003280             TO IFT-RX-TEXT
003290         PERFORM 2800-LIST-EXCEPTION THRU 2800-EXIT
003300         REWRITE IFT-SUSPENSE-MASTER-RECORD
003310     END-IF.
003320     IF IFT-SUSM-FILE-STATUS NOT = "00"
003330         DISPLAY "IF96005E MASTER WRITE FAILED - STATUS "
003340                 IFT-SUSM-FILE-STATUS " KEY " IFT-SUJ-KEY
003350         MOVE 16 TO RETURN-CODE
003360         GO TO 2200-EXIT
003370     END-IF.
003380     ADD 1 TO IFT-ENTRIES-APPLIED.
003390     ADD 1 TO IFT-ADDS-APPLIED.
003400 2200-EXIT.
003410     EXIT.
003420
003430******************************************************
003440*  2300-REPLAY-CHANGE - A CHANGE WHOSE ENTRY IS NOT   *
003450*  ON THE MASTER IS ADDED FROM THE AFTER IMAGE.       *
003460******************************************************
003470 2300-REPLAY-CHANGE.
003480     MOVE IFT-SUJ-KEY TO IFT-SUM-KEY.
003490     READ IFT-SUSM-FILE.
003500     IF IFT-SUSM-FILE-STATUS = "23"
003510         MOVE "CHANGE NOT ON MASTER - ADDED FROM AFTER IMAGE"
003520             TO IFT-RX-TEXT
003530         PERFORM 2800-LIST-EXCEPTION THRU 2800-EXIT
003540         MOVE IFT-SUJ-AFTER-IMAGE TO IFT-SUSPENSE-MASTER-RECORD
003550         WRITE IFT-SUSPENSE-MASTER-RECORD
003560         GO TO 2300-CHECK
003570     END-IF.
003580     IF IFT-SUSM-FILE-STATUS NOT = "00"
003590         DISPLAY "IF96006E MASTER READ FAILED - STATUS "
003600                 IFT-SUSM-FILE-STATUS " KEY " IFT-SUJ-KEY
003610         MOVE 16 TO RETURN-CODE
003620         GO TO 2300-EXIT
003630     END-IF.
003640     IF IFT-SUSPENSE-MASTER-RECORD NOT = IFT-SUJ-BEFORE-IMAGE
003650         MOVE "BEFORE IMAGE DOES NOT MATCH MASTER - CHANGED"
003660             TO IFT-RX-TEXT
003670         PERFORM 2800-LIST-EXCEPTION THRU 2800-EXIT
003680     END-IF.
003690     MOVE IFT-SUJ-AFTER-IMAGE TO IFT-SUSPENSE-MASTER-RECORD.
003700     REWRITE IFT-SUSPENSE-MASTER-RECORD.
003710 2300-CHECK.
003720     IF IFT-SUSM-FILE-STATUS NOT = "00"
003730         DISPLAY "IF96005E MASTER WRITE FAILED - STATUS "
003740                 IFT-SUSM-FILE-STATUS " KEY " IFT-SUJ-KEY
003750         MOVE 16 TO RETURN-CODE
003760         GO TO 2300-EXIT
003770     END-IF.
003780     ADD 1 TO IFT-ENTRIES-APPLIED.
003790     ADD 1 TO IFT-CHANGES-APPLIED.
003800 2300-EXIT.
003810     EXIT.
003820
003830******************************************************
003840*  2400-REPLAY-DELETE - A DELETE WHOSE ENTRY IS       *
003850*  ALREADY GONE HAS NOTHING TO DO BUT IS LISTED.      *
003860******************************************************
003870 2400-REPLAY-DELETE.
003880     MOVE IFT-SUJ-KEY TO IFT-SUM-KEY.
003890     READ IFT-SUSM-FILE.
003900     IF IFT-SUSM-FILE-STATUS = "23"
003910         MOVE "DELETE NOT ON MASTER - NOTHING TO DELETE"
003920             TO IFT-RX-TEXT
003930         PERFORM 2800-LIST-EXCEPTION THRU 2800-EXIT
003940         GO TO 2400-EXIT
003950     END-IF.
003960     IF IFT-SUSM-FILE-STATUS NOT = "00"
003970         DISPLAY "IF96006E MASTER READ FAILED - STATUS "
003980                 IFT-SUSM-FILE-STATUS " KEY " IFT-SUJ-KEY
003990         MOVE 16 TO RETURN-CODE
004000         GO TO 2400-EXIT
004010     END-IF.
004020     IF IFT-SUSPENSE-MASTER-RECORD NOT = IFT-SUJ-BEFORE-IMAGE
004030         MOVE "BEFORE IMAGE DOES NOT MATCH MASTER - DELETED"
004040             TO IFT-RX-TEXT
004050         PERFORM 2800-LIST-EXCEPTION THRU 2800-EXIT
004060     END-IF.
004070     DELETE IFT-SUSM-FILE RECORD.
004080     IF IFT-SUSM-FILE-STATUS NOT = "00"
004090         DISPLAY "IF96007E MASTER DELETE FAILED - STATUS "
004100                 IFT-SUSM-FILE-STATUS " KEY " IFT-SUJ-KEY
004110         MOVE 16 TO RETURN-CODE
004120         GO TO 2400-EXIT
004130     END-IF.
004140     ADD 1 TO IFT-ENTRIES-APPLIED.
004150     ADD 1 TO IFT-DELETES-APPLIED.
004160 2400-EXIT.
004170     EXIT.
004180
004190 2800-LIST-EXCEPTION.
004200     ADD 1 TO IFT-ENTRIES-EXCEPTED.
004210     MOVE IFT-SUJ-DATE        TO IFT-RX-DATE.
004220     MOVE IFT-SUJ-TIME        TO IFT-RX-TIME.
004230     MOVE IFT-SUJ-USER        TO IFT-RX-USER.
004240     MOVE IFT-SUJ-PROGRAM     TO IFT-RX-PROGRAM.
004250     MOVE IFT-SUJ-ACTION      TO IFT-RX-ACTION.
004260     MOVE IFT-SUJ-RECORD-ID   TO IFT-RX-RECORD-ID.
004270     MOVE IFT-SUJ-REASON-CODE TO IFT-RX-REASON-CODE.
004280     WRITE IFT-RPT-RECORD FROM IFT-RPT-EXCEPTION-LINE
004290         AFTER ADVANCING 1 LINE.
004300 2800-EXIT.
004310     EXIT.
004320
004330 2900-COUNT-REST.
004340     ADD 1 TO IFT-ENTRIES-NOT-REPLAYED.
004350     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
004360 2900-EXIT.
004370     EXIT.
004380
004390******************************************************
004400*  3000-FINALIZE                                       *
004410******************************************************
004420 3000-FINALIZE.
004430     MOVE SPACES TO IFT-RPT-SUMMARY-LINE.
004440     MOVE "JOURNAL ENTRIES REPLAYED  . . . . ." TO IFT-RT-LABEL.
004450     MOVE IFT-ENTRIES-READ TO IFT-RT-COUNT.
004460     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
004470         AFTER ADVANCING 3 LINES.
004480     MOVE "ADDS APPLIED  . . . . . . . . . . ." TO IFT-RT-LABEL.
004490     MOVE IFT-ADDS-APPLIED TO IFT-RT-COUNT.
004500     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
004510         AFTER ADVANCING 1 LINE.
004520     MOVE "CHANGES APPLIED . . . . . . . . . ." TO IFT-RT-LABEL.
004530     MOVE IFT-CHANGES-APPLIED TO IFT-RT-COUNT.
004540     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
004550         AFTER ADVANCING 1 LINE.
004560     MOVE "DELETES APPLIED . . . . . . . . . ." TO IFT-RT-LABEL.
004570     MOVE IFT-DELETES-APPLIED TO IFT-RT-COUNT.
004580     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
004590         AFTER ADVANCING 1 LINE.
004600     MOVE "EXCEPTIONS LISTED . . . . . . . . ." TO IFT-RT-LABEL.
004610     MOVE IFT-ENTRIES-EXCEPTED TO IFT-RT-COUNT.
004620     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
004630         AFTER ADVANCING 1 LINE.
004640     MOVE "ENTRIES PAST THE STOP POINT . . . ." TO IFT-RT-LABEL.
004650     MOVE IFT-ENTRIES-NOT-REPLAYED TO IFT-RT-COUNT.
004660     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
004670         AFTER ADVANCING 1 LINE.
004680     CLOSE IFT-JRN-FILE.
004690     CLOSE IFT-SUSM-FILE.
004700     CLOSE IFT-RPT-FILE.
004710     DISPLAY "IF96099I ENTRIES REPLAYED: " IFT-ENTRIES-READ.
004720     DISPLAY "IF96098I ENTRIES APPLIED:  " IFT-ENTRIES-APPLIED.
004730     DISPLAY "IF96097I EXCEPTIONS:       " IFT-ENTRIES-EXCEPTED.
004740     DISPLAY "IF96096I NOT REPLAYED:     "
004750             IFT-ENTRIES-NOT-REPLAYED.
004760     IF RETURN-CODE = 16
004770         GO TO 3000-EXIT
004780     END-IF.
004790     IF IFT-ENTRIES-EXCEPTED > ZERO
004800         MOVE 4 TO RETURN-CODE
004810     ELSE
004820         MOVE 0 TO RETURN-CODE
004830     END-IF.
004840 3000-EXIT.
004850     EXIT.
