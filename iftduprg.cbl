000290*                   TABLE STAY BOUNDED.  THE SEED      *
000300*                   RECORD CARRIES FIRST-SEEN DATE     *
000310*                   99999999 AND IS NEVER PURGED.      *
000311*  10/14/2026  DM   RETENTION NOW COUNTS BUSINESS      *
000312*                   DAYS ON THE BUSINESS CALENDAR,     *
000313*                   WALKED BACK FROM THE RUN DATE, SO  *
000314*                   A HOLIDAY-HEAVY STRETCH NO LONGER  *
000315*                   PURGES EARLY.  A CALENDAR THAT     *
000316*                   CANNOT BE OPENED, OR A DAY NOT ON  *
000317*                   IT, FALLS BACK TO CALENDAR DAYS    *
000318*                   WITH A WARNING.                    *
000319*  10/15/2026  DM   EVERY ENTRY PURGED IS FIRST        *
000320*                   WRITTEN TO A NEW PROCESSED-ID      *
000321*                   ARCHIVE GENERATION (DUPARCH) IN    *
000322*                   THE MASTER'S OWN LAYOUT, AND THE   *
000323*                   GENERATION CLOSES WITH A CONTROL-  *
000324*                   TOTAL TRAILER (COUNT) FOR THE      *
000325*                   IFTARCIQ RETRIEVAL.  AN ENTRY      *
000326*                   THAT CANNOT BE ARCHIVED IS NOT     *
000327*                   DELETED.                           *
000328******************************************************
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000500         RECORD KEY IS IFT-DUP-RECORD-ID
000510         FILE STATUS IS IFT-DUPM-FILE-STATUS.
000520
000521     SELECT IFT-DUPA-FILE
000522         ASSIGN TO DUPARCH
000524         ORGANIZATION IS SEQUENTIAL
000525         FILE STATUS IS IFT-DUPA-FILE-STATUS.
000527
000528     SELECT IFT-CALM-FILE
000530         ASSIGN TO CALMSTR
000531         ORGANIZATION IS INDEXED
000532         ACCESS MODE IS RANDOM
000534         RECORD KEY IS IFT-CAL-DATE
000535         FILE STATUS IS IFT-CALM-FILE-STATUS.
000537
000538 DATA DIVISION.
000540 FILE SECTION.
000550 FD  IFT-CTL-FILE
000560     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000620     COPY IFTDUPM.
000630
000631 FD  IFT-DUPA-FILE
000632     RECORDING MODE IS F
000633     LABEL RECORDS ARE STANDARD.
000634 01  IFT-DUPA-RECORD                PIC X(30).
000635
000636 FD  IFT-CALM-FILE
000637     LABEL RECORDS ARE STANDARD.
000638     COPY IFTCALM.
000639
000640 WORKING-STORAGE SECTION.
000650
000660 77  IFT-CTL-FILE-STATUS          PIC X(02) VALUE SPACES.
000670 77  IFT-DUPM-FILE-STATUS         PIC X(02) VALUE SPACES.
000675 77  IFT-DUPA-FILE-STATUS         PIC X(02) VALUE SPACES.
000680
000690 77  IFT-DUPM-EOF-SWITCH          PIC X(01) VALUE "N".
000700     88  IFT-DUPM-END-OF-FILE                VALUE "Y".
000720 77  IFT-ENTRIES-READ             PIC 9(09) COMP-3 VALUE ZERO.
000730 77  IFT-ENTRIES-PURGED           PIC 9(09) COMP-3 VALUE ZERO.
000740 77  IFT-ENTRIES-KEPT             PIC 9(09) COMP-3 VALUE ZERO.
000745 77  IFT-ENTRIES-ARCHIVED         PIC 9(09) COMP-3 VALUE ZERO.
000750
000760 77  IFT-RETENTION-DAYS           PIC 9(03) VALUE ZERO.
000770 77  IFT-RUN-DATE                 PIC 9(08) VALUE ZERO.
000780 77  IFT-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
000790 77  IFT-CUTOFF-DAY-NUMBER        PIC S9(09) COMP VALUE ZERO.
000792 77  IFT-BUSINESS-DAYS-COUNTED    PIC 9(05) COMP-3 VALUE ZERO.
000794 77  IFT-CALM-FILE-STATUS         PIC X(02) VALUE SPACES.
000796 77  IFT-CAL-GAP-SWITCH           PIC X(01) VALUE "N".
000798     88  IFT-CAL-GAP-FOUND                   VALUE "Y".
000801
000804     COPY IFTARCT.
000807
000810 PROCEDURE DIVISION.
000820
000830******************************************************
001240         DISPLAY "IFP0010I NO RETENTION ON CONTROL CARD - "
001250                 "USING 90 DAYS"
001260     END-IF.
001290     PERFORM 1200-BUSINESS-DAY-CUTOFF THRU 1200-EXIT.
001320     DISPLAY "IFP0011I PURGING ENTRIES FIRST SEEN BEFORE "
001330             IFT-CUTOFF-DATE.
001340
001370         DISPLAY "IFP0003E PROCESSED-ID MASTER COULD NOT BE "
001380                 "OPENED - STATUS " IFT-DUPM-FILE-STATUS
001390         MOVE 16 TO RETURN-CODE
001391         GO TO 1000-EXIT
001392     END-IF.
001393     OPEN OUTPUT IFT-DUPA-FILE.
001394     IF IFT-DUPA-FILE-STATUS NOT = "00"
001395         DISPLAY "IFP0005E PROCESSED-ID ARCHIVE COULD NOT BE "
001396                 "OPENED - STATUS " IFT-DUPA-FILE-STATUS
001397         MOVE 16 TO RETURN-CODE
001398         CLOSE IFT-DUPM-FILE
001400         GO TO 1000-EXIT
001410     END-IF.
001420     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
001430 1000-EXIT.
001440     EXIT.
001450
001451******************************************************
001452*  1200-BUSINESS-DAY-CUTOFF - WALK BACK FROM THE RUN  *
001453*  DATE A DAY AT A TIME UNTIL THE RETENTION HAS BEEN  *
001454*  COUNTED IN BUSINESS DAYS; THE DAY REACHED IS THE   *
001455*  CUTOFF.  WITHOUT A USABLE CALENDAR THE RETENTION   *
001456*  IS TAKEN AS CALENDAR DAYS, AS IT ALWAYS WAS.       *
001457******************************************************
001458 1200-BUSINESS-DAY-CUTOFF.
001459     COMPUTE IFT-CUTOFF-DAY-NUMBER =
001460         FUNCTION INTEGER-OF-DATE (IFT-RUN-DATE).
001461     MOVE ZERO TO IFT-BUSINESS-DAYS-COUNTED.
001462     OPEN INPUT IFT-CALM-FILE.
001463     IF IFT-CALM-FILE-STATUS NOT = "00"
001464         DISPLAY "IFP0012W BUSINESS CALENDAR COULD NOT BE "
001465                 "OPENED - RETENTION COUNTED IN CALENDAR DAYS"
001466         PERFORM 1250-CALENDAR-DAY-CUTOFF THRU 1250-EXIT
001467         GO TO 1200-EXIT
001468     END-IF.
001469     PERFORM 1220-STEP-BACK-ONE-DAY THRU 1220-EXIT
001470         UNTIL IFT-BUSINESS-DAYS-COUNTED >= IFT-RETENTION-DAYS
001471            OR IFT-CAL-GAP-FOUND.
001472     CLOSE IFT-CALM-FILE.
001473     IF IFT-CAL-GAP-FOUND
001474         DISPLAY "IFP0013W " IFT-CAL-DATE " NOT ON THE BUSINESS "
001475                 "CALENDAR - RETENTION COUNTED IN CALENDAR DAYS"
001476         PERFORM 1250-CALENDAR-DAY-CUTOFF THRU 1250-EXIT
001477         GO TO 1200-EXIT
001478     END-IF.
001479     COMPUTE IFT-CUTOFF-DATE =
001480         FUNCTION DATE-OF-INTEGER (IFT-CUTOFF-DAY-NUMBER).
001481 1200-EXIT.
001482     EXIT.
001483
001484 1220-STEP-BACK-ONE-DAY.
001485     SUBTRACT 1 FROM IFT-CUTOFF-DAY-NUMBER.
001486     COMPUTE IFT-CAL-DATE =
001487         FUNCTION DATE-OF-INTEGER (IFT-CUTOFF-DAY-NUMBER).
001488     READ IFT-CALM-FILE
001489         INVALID KEY
001490             SET IFT-CAL-GAP-FOUND TO TRUE
001491             GO TO 1220-EXIT
001492     END-READ.
001493     IF IFT-CAL-BUSINESS-DAY
001494         ADD 1 TO IFT-BUSINESS-DAYS-COUNTED
001495     END-IF.
001496 1220-EXIT.
001497     EXIT.
001498
001499 1250-CALENDAR-DAY-CUTOFF.
001500     COMPUTE IFT-CUTOFF-DAY-NUMBER =
001501         FUNCTION INTEGER-OF-DATE (IFT-RUN-DATE)
001502         - IFT-RETENTION-DAYS.
001503     COMPUTE IFT-CUTOFF-DATE =
001504         FUNCTION DATE-OF-INTEGER (IFT-CUTOFF-DAY-NUMBER).
001505 1250-EXIT.
001506     EXIT.
001507
001508******************************************************
001509*  2000-PURGE-ONE-ENTRY - AN EXPIRED ENTRY GOES TO    *
001510*  THE ARCHIVE FIRST; ONE THAT CANNOT BE ARCHIVED IS  *
001511*  LEFT ON THE MASTER AND THE RUN STOPS.              *
001512******************************************************
001514 2000-PURGE-ONE-ENTRY.
001515     ADD 1 TO IFT-ENTRIES-READ.
001516     IF IFT-DUP-FIRST-SEEN-DATE < IFT-CUTOFF-DATE
001518         WRITE IFT-DUPA-RECORD FROM IFT-DUP-MASTER-RECORD
001519         IF IFT-DUPA-FILE-STATUS NOT = "00"
001520             DISPLAY "IFP0006E ARCHIVE WRITE FAILED - STATUS "
001522                     IFT-DUPA-FILE-STATUS " ID " IFT-DUP-RECORD-ID
001523             MOVE 16 TO RETURN-CODE
001524             GO TO 2000-EXIT
001526         END-IF
001527         ADD 1 TO IFT-ENTRIES-ARCHIVED
001528         DELETE IFT-DUPM-FILE RECORD
001530         IF IFT-DUPM-FILE-STATUS = "00"
001540             ADD 1 TO IFT-ENTRIES-PURGED
001550         ELSE
001790******************************************************
001800 3000-FINALIZE.
001810     CLOSE IFT-DUPM-FILE.
001813     PERFORM 3100-WRITE-ARCHIVE-TRAILER THRU 3100-EXIT.
001816     CLOSE IFT-DUPA-FILE.
001820     DISPLAY "IFP0099I ENTRIES READ:  " IFT-ENTRIES-READ.
001830     DISPLAY "IFP0098I ENTRIES PURGED:" IFT-ENTRIES-PURGED.
001840     DISPLAY "IFP0097I ENTRIES KEPT:  " IFT-ENTRIES-KEPT.
001845     DISPLAY "IFP0096I ENTRIES ARCHIVED:" IFT-ENTRIES-ARCHIVED.
001850 3000-EXIT.
001860     EXIT.
001870
001880******************************************************
001890*  3100-WRITE-ARCHIVE-TRAILER - CLOSE THE GENERATION *
001900*  WITH ITS CONTROL TOTAL.  IT IS WRITTEN EVEN ON A  *
001910*  RUN THAT STOPPED EARLY, SO THE GENERATION STILL   *
001920*  PROVES FOR WHAT IT HOLDS.  A PROCESSED-ID ENTRY   *
001930*  CARRIES NO AMOUNT, AND THE 30-BYTE RECORD DROPS   *
001940*  THE TRAILER'S AMOUNT TOTAL.                       *
001950******************************************************
001960 3100-WRITE-ARCHIVE-TRAILER.
001970     MOVE SPACES TO IFT-ARCHIVE-TRAILER-RECORD.
001980     MOVE "TRL9999999"         TO IFT-ART-ID.
001990     MOVE IFT-ENTRIES-ARCHIVED TO IFT-ART-RECORD-COUNT.
002000     MOVE IFT-RUN-DATE         TO IFT-ART-PURGE-DATE.
002010     MOVE ZERO                 TO IFT-ART-AMOUNT-TOTAL.
002020     WRITE IFT-DUPA-RECORD FROM IFT-ARCHIVE-TRAILER-RECORD.
002030     IF IFT-DUPA-FILE-STATUS NOT = "00"
002040         DISPLAY "IFP0007E ARCHIVE TRAILER WRITE FAILED - STATUS "
002050                 IFT-DUPA-FILE-STATUS
002060         MOVE 16 TO RETURN-CODE
002070     END-IF.
002080 3100-EXIT.
002090     EXIT.
