000340*                   NEITHER IS THE SEED SENTINEL -     *
000350*                   ITS ACTION DATE IS NOT NUMERIC     *
000360*                   AND NON-NUMERIC DATES ARE KEPT.    *
000361*  10/14/2026  DM   RETENTION NOW COUNTS BUSINESS      *
000362*                   DAYS ON THE BUSINESS CALENDAR,     *
000363*                   WALKED BACK FROM THE RUN DATE, SO  *
000364*                   A HOLIDAY-HEAVY STRETCH NO LONGER  *
000365*                   PURGES EARLY.  A CALENDAR THAT     *
000366*                   CANNOT BE OPENED, OR A DAY NOT ON  *
000367*                   IT, FALLS BACK TO CALENDAR DAYS    *
000368*                   WITH A WARNING.                    *
000370*  10/15/2026  DM   EVERY PURGED ENTRY IS WRITTEN TO   *
000372*                   THE SUSPENSE CHANGE JOURNAL AS A   *
000374*                   DELETE, WITH ITS IMAGE AS IT       *
000376*                   STOOD.                             *
000377*  10/15/2026  DM   EVERY ENTRY PURGED IS FIRST        *
000378*                   WRITTEN TO A NEW SUSPENSE ARCHIVE  *
000379*                   GENERATION (SUSARCH) IN THE        *
000380*                   MASTER'S OWN LAYOUT, AND THE       *
000381*                   GENERATION CLOSES WITH A CONTROL-  *
000383*                   TOTAL TRAILER (COUNT AND AMOUNT)   *
000384*                   FOR THE IFTARCIQ RETRIEVAL.  AN    *
000385*                   ENTRY THAT CANNOT BE ARCHIVED IS   *
000386*                   NOT DELETED.                       *
000387******************************************************
000388
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000550         RECORD KEY IS IFT-SUM-KEY
000560         FILE STATUS IS IFT-SUSM-FILE-STATUS.
000570
000571     SELECT IFT-SUJ-FILE
000572         ASSIGN TO AS-SUSJRNL
000574         ORGANIZATION IS SEQUENTIAL
000575         FILE STATUS IS IFT-SUJ-FILE-STATUS.
000577
000578     SELECT IFT-SUSA-FILE
000580         ASSIGN TO SUSARCH
000581         ORGANIZATION IS SEQUENTIAL
000583         FILE STATUS IS IFT-SUSA-FILE-STATUS.
000584
000586     SELECT IFT-CALM-FILE
000587         ASSIGN TO CALMSTR
000589         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000592         RECORD KEY IS IFT-CAL-DATE
000593         FILE STATUS IS IFT-CALM-FILE-STATUS.
000595
000596 DATA DIVISION.
000598 FILE SECTION.
000600 FD  IFT-CTL-FILE
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD.
000660     LABEL RECORDS ARE STANDARD.
000670     COPY IFTSUSM.
000680
000681 FD  IFT-SUJ-FILE
000682     LABEL RECORDS ARE STANDARD.
000683     COPY IFTSUSJ.
000684
000685 FD  IFT-SUSA-FILE
000686     RECORDING MODE IS F
000688     LABEL RECORDS ARE STANDARD.
000689 01  IFT-SUSA-RECORD                PIC X(176).
000691
000692 FD  IFT-CALM-FILE
000694     LABEL RECORDS ARE STANDARD.
000695     COPY IFTCALM.
000697
000698 WORKING-STORAGE SECTION.
000700
000710 77  IFT-CTL-FILE-STATUS          PIC X(02) VALUE SPACES.
000720 77  IFT-SUSM-FILE-STATUS         PIC X(02) VALUE SPACES.
000725 77  IFT-SUJ-FILE-STATUS          PIC X(02) VALUE SPACES.
000727 77  IFT-SUSA-FILE-STATUS         PIC X(02) VALUE SPACES.
000730
000740 77  IFT-SUSM-EOF-SWITCH          PIC X(01) VALUE "N".
000750     88  IFT-SUSM-END-OF-FILE                VALUE "Y".
000770 77  IFT-ENTRIES-READ             PIC 9(09) COMP-3 VALUE ZERO.
000780 77  IFT-ENTRIES-PURGED           PIC 9(09) COMP-3 VALUE ZERO.
000790 77  IFT-ENTRIES-KEPT             PIC 9(09) COMP-3 VALUE ZERO.
000793 77  IFT-ENTRIES-ARCHIVED         PIC 9(09) COMP-3 VALUE ZERO.
000796 77  IFT-ARCHIVED-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
000800
000810 77  IFT-RETENTION-DAYS           PIC 9(03) VALUE ZERO.
000820 77  IFT-RUN-DATE                 PIC 9(08) VALUE ZERO.
000830 77  IFT-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
000840 77  IFT-CUTOFF-DAY-NUMBER        PIC S9(09) COMP VALUE ZERO.
000842 77  IFT-BUSINESS-DAYS-COUNTED    PIC 9(05) COMP-3 VALUE ZERO.
000844 77  IFT-CALM-FILE-STATUS         PIC X(02) VALUE SPACES.
000846 77  IFT-CAL-GAP-SWITCH           PIC X(01) VALUE "N".
000848     88  IFT-CAL-GAP-FOUND                   VALUE "Y".
000849
000851*    CHANGE JOURNAL WORK AREAS - THE ENTRY AS IT STOOD
000852*    BEFORE THE UPDATE, AND THE CLOCK READ FOR EACH JOURNAL
000854*    ENTRY (HHMMSS LEADS, HUNDREDTHS DROPPED).
000855 77  IFT-CHANGE-ACTION            PIC X(01) VALUE SPACE.
000857 01  IFT-SAVE-BEFORE-IMAGE.
000859     05  IFT-SAVE-BEFORE-KEY      PIC X(14).
000860     05  FILLER                   PIC X(162).
000862 01  IFT-CHANGE-CLOCK.
000863     05  IFT-CHANGE-CLOCK-TIME    PIC 9(06).
000865     05  FILLER                   PIC 9(02).
000866
000867     COPY IFTARCT.
000868
000869 PROCEDURE DIVISION.
000870
000880******************************************************
000890*  0000-MAINLINE                                      *
001290         DISPLAY "IFG0010I NO RETENTION ON CONTROL CARD - "
001300                 "USING 90 DAYS"
001310     END-IF.
001340     PERFORM 1200-BUSINESS-DAY-CUTOFF THRU 1200-EXIT.
001370     DISPLAY "IFG0011I PURGING W/Y ENTRIES LAST ACTIONED "
001380             "BEFORE " IFT-CUTOFF-DATE.
001390
001420         DISPLAY "IFG0003E SUSPENSE MASTER COULD NOT BE "
001430                 "OPENED - STATUS " IFT-SUSM-FILE-STATUS
001440         MOVE 16 TO RETURN-CODE
001441         GO TO 1000-EXIT
001442     END-IF.
001443     OPEN EXTEND IFT-SUJ-FILE.
001444     IF IFT-SUJ-FILE-STATUS NOT = "00"
001445         DISPLAY "IFG0005E CHANGE JOURNAL COULD NOT BE OPENED - "
001446                 "STATUS " IFT-SUJ-FILE-STATUS
001447         MOVE 16 TO RETURN-CODE
001448         CLOSE IFT-SUSM-FILE
001450         GO TO 1000-EXIT
001460     END-IF.
001461     OPEN OUTPUT IFT-SUSA-FILE.
001462     IF IFT-SUSA-FILE-STATUS NOT = "00"
001463         DISPLAY "IFG0007E SUSPENSE ARCHIVE COULD NOT BE "
001464                 "OPENED - STATUS " IFT-SUSA-FILE-STATUS
001465         MOVE 16 TO RETURN-CODE
001466         CLOSE IFT-SUSM-FILE
001467         CLOSE IFT-SUJ-FILE
001468         GO TO 1000-EXIT
001469     END-IF.
001470     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
001480 1000-EXIT.
001490     EXIT.
001500
001501******************************************************
001502*  1200-BUSINESS-DAY-CUTOFF - WALK BACK FROM THE RUN  *
001503*  DATE A DAY AT A TIME UNTIL THE RETENTION HAS BEEN  *
001504*  COUNTED IN BUSINESS DAYS; THE DAY REACHED IS THE   *
001505*  CUTOFF.  WITHOUT A USABLE CALENDAR THE RETENTION   *
001506*  IS TAKEN AS CALENDAR DAYS, AS IT ALWAYS WAS.       *
001507******************************************************
001508 1200-BUSINESS-DAY-CUTOFF.
001509     COMPUTE IFT-CUTOFF-DAY-NUMBER =
001510         FUNCTION INTEGER-OF-DATE (IFT-RUN-DATE).
001511     MOVE ZERO TO IFT-BUSINESS-DAYS-COUNTED.
001512     OPEN INPUT IFT-CALM-FILE.
001513     IF IFT-CALM-FILE-STATUS NOT = "00"
001514         DISPLAY "IFG0012W BUSINESS CALENDAR COULD NOT BE "
001515                 "OPENED - RETENTION COUNTED IN CALENDAR DAYS"
001516         PERFORM 1250-CALENDAR-DAY-CUTOFF THRU 1250-EXIT
001517         GO TO 1200-EXIT
001518     END-IF.
001519     PERFORM 1220-STEP-BACK-ONE-DAY THRU 1220-EXIT
001520         UNTIL IFT-BUSINESS-DAYS-COUNTED >= IFT-RETENTION-DAYS
001521            OR IFT-CAL-GAP-FOUND.
001522     CLOSE IFT-CALM-FILE.
001523     IF IFT-CAL-GAP-FOUND
001524         DISPLAY "IFG0013W " IFT-CAL-DATE " NOT ON THE BUSINESS "
001525                 "CALENDAR - RETENTION COUNTED IN CALENDAR DAYS"
001526         PERFORM 1250-CALENDAR-DAY-CUTOFF THRU 1250-EXIT
001527         GO TO 1200-EXIT
001528     END-IF.
001529     COMPUTE IFT-CUTOFF-DATE =
001530         FUNCTION DATE-OF-INTEGER (IFT-CUTOFF-DAY-NUMBER).
001531 1200-EXIT.
001532     EXIT.
001533
001534 1220-STEP-BACK-ONE-DAY.
001535     SUBTRACT 1 FROM IFT-CUTOFF-DAY-NUMBER.
001536     COMPUTE IFT-CAL-DATE =
001537         FUNCTION DATE-OF-INTEGER (IFT-CUTOFF-DAY-NUMBER).
001538     READ IFT-CALM-FILE
001539         INVALID KEY
001540             SET IFT-CAL-GAP-FOUND TO TRUE
001541             GO TO 1220-EXIT
001542     END-READ.
001543     IF IFT-CAL-BUSINESS-DAY
001544         ADD 1 TO IFT-BUSINESS-DAYS-COUNTED
001545     END-IF.
001546 1220-EXIT.
001547     EXIT.
001548
001549 1250-CALENDAR-DAY-CUTOFF.
001550     COMPUTE IFT-CUTOFF-DAY-NUMBER =
001551         FUNCTION INTEGER-OF-DATE (IFT-RUN-DATE)
001552         - IFT-RETENTION-DAYS.
001553     COMPUTE IFT-CUTOFF-DATE =
001554         FUNCTION DATE-OF-INTEGER (IFT-CUTOFF-DAY-NUMBER).
001555 1250-EXIT.
001556     EXIT.
001557
001558******************************************************
001559*  2000-PURGE-ONE-ENTRY - ONLY WRITTEN-OFF AND        *
001560*  RECYCLED ENTRIES WITH A NUMERIC ACTION DATE OLDER  *
001561*  THAN THE CUTOFF ARE DELETED.  EACH GOES TO THE     *
001562*  ARCHIVE FIRST; ONE THAT CANNOT BE ARCHIVED IS LEFT *
001564*  ON THE MASTER AND THE RUN STOPS.                   *
001566******************************************************
001568 2000-PURGE-ONE-ENTRY.
001570     ADD 1 TO IFT-ENTRIES-READ.
001580     IF (IFT-SUM-IS-WRITTEN-OFF OR IFT-SUM-IS-RECYCLED)
001590        AND IFT-SUM-ACTION-DATE NUMERIC
001600        AND IFT-SUM-ACTION-DATE < IFT-CUTOFF-DATE
001601         WRITE IFT-SUSA-RECORD FROM IFT-SUSPENSE-MASTER-RECORD
001603         IF IFT-SUSA-FILE-STATUS NOT = "00"
001605             DISPLAY "IFG0008E ARCHIVE WRITE FAILED - STATUS "
001606                     IFT-SUSA-FILE-STATUS " KEY " IFT-SUM-KEY
001608             MOVE 16 TO RETURN-CODE
001610             GO TO 2000-EXIT
001611         END-IF
001613         ADD 1 TO IFT-ENTRIES-ARCHIVED
001615         ADD IFT-SUM-AMOUNT TO IFT-ARCHIVED-AMOUNT
001616         MOVE IFT-SUSPENSE-MASTER-RECORD TO IFT-SAVE-BEFORE-IMAGE
001618         DELETE IFT-SUSM-FILE RECORD
001620         IF IFT-SUSM-FILE-STATUS = "00"
001630             ADD 1 TO IFT-ENTRIES-PURGED
001633             MOVE "D" TO IFT-CHANGE-ACTION
001636             PERFORM 8000-WRITE-CHANGE-JOURNAL THRU 8000-EXIT
001640         ELSE
001650             DISPLAY "IFG0004E DELETE FAILED - STATUS "
001660                     IFT-SUSM-FILE-STATUS
001880******************************************************
001890 3000-FINALIZE.
001900     CLOSE IFT-SUSM-FILE.
001905     CLOSE IFT-SUJ-FILE.
001906     PERFORM 3100-WRITE-ARCHIVE-TRAILER THRU 3100-EXIT.
001908     CLOSE IFT-SUSA-FILE.
001910     DISPLAY "IFG0099I ENTRIES READ:  " IFT-ENTRIES-READ.
001920     DISPLAY "IFG0098I ENTRIES PURGED:" IFT-ENTRIES-PURGED.
001930     DISPLAY "IFG0097I ENTRIES KEPT:  " IFT-ENTRIES-KEPT.
001935     DISPLAY "IFG0096I ENTRIES ARCHIVED:" IFT-ENTRIES-ARCHIVED.
001940 3000-EXIT.
001941     EXIT.
001942
001943******************************************************
001945*  3100-WRITE-ARCHIVE-TRAILER - CLOSE THE GENERATION *
001946*  WITH ITS CONTROL TOTALS.  IT IS WRITTEN EVEN ON A *
001947*  RUN THAT STOPPED EARLY, SO THE GENERATION STILL   *
001948*  PROVES FOR WHAT IT HOLDS.                         *
001950******************************************************
001951 3100-WRITE-ARCHIVE-TRAILER.
001952     MOVE SPACES TO IFT-ARCHIVE-TRAILER-RECORD.
001953     MOVE "TRL9999999"         TO IFT-ART-ID.
001955     MOVE IFT-ENTRIES-ARCHIVED TO IFT-ART-RECORD-COUNT.
001956     MOVE IFT-RUN-DATE         TO IFT-ART-PURGE-DATE.
001957     MOVE IFT-ARCHIVED-AMOUNT  TO IFT-ART-AMOUNT-TOTAL.
001958     WRITE IFT-SUSA-RECORD FROM IFT-ARCHIVE-TRAILER-RECORD.
001960     IF IFT-SUSA-FILE-STATUS NOT = "00"
001961         DISPLAY "IFG0009E ARCHIVE TRAILER WRITE FAILED - STATUS "
001962                 IFT-SUSA-FILE-STATUS
001963         MOVE 16 TO RETURN-CODE
001965     END-IF.
001966 3100-EXIT.
001967     EXIT.
001968
001970******************************************************
001980*  8000-WRITE-CHANGE-JOURNAL - ONE ENTRY ON THE       *
001990*  SUSPENSE CHANGE JOURNAL FOR THE UPDATE JUST MADE.  *
002000*  THE CALLER SETS IFT-CHANGE-ACTION AND, FOR A       *
002010*  CHANGE OR DELETE, SAVES THE BEFORE IMAGE FIRST.    *
002020*  A CHANGE THE JOURNAL DOES NOT HOLD COULD NEVER BE  *
002030*  AUDITED OR RECOVERED, SO A FAILED WRITE IS A HARD  *
002040*  STOP.                                              *
002050******************************************************
002060 8000-WRITE-CHANGE-JOURNAL.
002070     MOVE SPACES TO IFT-SUSPENSE-JOURNAL-RECORD.
002080     ACCEPT IFT-SUJ-DATE FROM DATE YYYYMMDD.
002090     ACCEPT IFT-CHANGE-CLOCK FROM TIME.
002100     MOVE IFT-CHANGE-CLOCK-TIME TO IFT-SUJ-TIME.
002110     MOVE "IFTSUSRG"            TO IFT-SUJ-PROGRAM
002120                                   IFT-SUJ-USER.
002130     MOVE IFT-CHANGE-ACTION     TO IFT-SUJ-ACTION.
002140     IF IFT-SUJ-WAS-DELETED
002150         MOVE IFT-SAVE-BEFORE-KEY TO IFT-SUJ-KEY
002160     ELSE
002170         MOVE IFT-SUM-KEY         TO IFT-SUJ-KEY
002180         MOVE IFT-SUSPENSE-MASTER-RECORD TO IFT-SUJ-AFTER-IMAGE
002190     END-IF.
002200     IF NOT IFT-SUJ-WAS-ADDED
002210         MOVE IFT-SAVE-BEFORE-IMAGE TO IFT-SUJ-BEFORE-IMAGE
002220     END-IF.
002230     WRITE IFT-SUSPENSE-JOURNAL-RECORD.
002240     IF IFT-SUJ-FILE-STATUS NOT = "00"
002250         DISPLAY "IFG0006E CHANGE JOURNAL WRITE FAILED - STATUS "
002260                 IFT-SUJ-FILE-STATUS " KEY " IFT-SUJ-KEY
002270         MOVE 16 TO RETURN-CODE
002280     END-IF.
002290 8000-EXIT.
002300     EXIT.
