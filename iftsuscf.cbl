000310*                   EVERY ITEM RELEASED, SO THE RERUN  *
000320*                   DRAINS THE SAME ITEMS AGAIN AND    *
000330*                   NO CORRECTION IS EVER LOST.        *
000332*  10/15/2026  DM   EVERY CONFIRMATION IS WRITTEN TO   *
000335*                   THE SUSPENSE CHANGE JOURNAL AS A   *
000337*                   BEFORE AND AFTER IMAGE.            *
000340******************************************************
000350
000360 ENVIRONMENT DIVISION.
000520         RECORD KEY IS IFT-SUM-KEY
000530         FILE STATUS IS IFT-SUSM-FILE-STATUS.
000540
000541     SELECT IFT-SUJ-FILE
000543         ASSIGN TO AS-SUSJRNL
000545         ORGANIZATION IS SEQUENTIAL
000546         FILE STATUS IS IFT-SUJ-FILE-STATUS.
000548
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  IFT-RELIN-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY IFTSUSM.
000650
000652 FD  IFT-SUJ-FILE
000654     LABEL RECORDS ARE STANDARD.
000656     COPY IFTSUSJ.
000658
000660 WORKING-STORAGE SECTION.
000670
000680 77  IFT-RELIN-FILE-STATUS        PIC X(02) VALUE SPACES.
000690 77  IFT-SUSM-FILE-STATUS         PIC X(02) VALUE SPACES.
000695 77  IFT-SUJ-FILE-STATUS          PIC X(02) VALUE SPACES.
000700
000710 77  IFT-RELIN-EOF-SWITCH         PIC X(01) VALUE "N".
000720     88  IFT-RELIN-AT-EOF                    VALUE "Y".
000770
000780 77  IFT-RUN-DATE                 PIC 9(08) VALUE ZERO.
000790 77  IFT-RUN-TIME                 PIC 9(06) VALUE ZERO.
000791
000793*    CHANGE JOURNAL WORK AREAS - THE ENTRY AS IT STOOD
000794*    BEFORE THE UPDATE, AND THE CLOCK READ FOR EACH JOURNAL
000796*    ENTRY (HHMMSS LEADS, HUNDREDTHS DROPPED).
000797 77  IFT-CHANGE-ACTION            PIC X(01) VALUE SPACE.
000799 01  IFT-SAVE-BEFORE-IMAGE.
000800     05  IFT-SAVE-BEFORE-KEY      PIC X(14).
000802     05  FILLER                   PIC X(162).
000803 01  IFT-CHANGE-CLOCK.
000805     05  IFT-CHANGE-CLOCK-TIME    PIC 9(06).
000806     05  FILLER                   PIC 9(02).
000808
000810 PROCEDURE DIVISION.
000820
000830******************************************************
001160         CLOSE IFT-RELIN-FILE
001170         GO TO 1000-EXIT
001180     END-IF.
001181     OPEN EXTEND IFT-SUJ-FILE.
001182     IF IFT-SUJ-FILE-STATUS NOT = "00"
001183         DISPLAY "IFF0005E CHANGE JOURNAL COULD NOT BE OPENED - "
001184                 "STATUS " IFT-SUJ-FILE-STATUS
001185         MOVE 16 TO RETURN-CODE
001186         CLOSE IFT-RELIN-FILE
001187         CLOSE IFT-SUSM-FILE
001188         GO TO 1000-EXIT
001189     END-IF.
001190     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
001200 1000-EXIT.
001210     EXIT.
001420         ADD 1 TO IFT-ITEMS-NOT-RELEASED
001430         GO TO 2000-NEXT
001440     END-IF.
001445     MOVE IFT-SUSPENSE-MASTER-RECORD TO IFT-SAVE-BEFORE-IMAGE.
001450     MOVE "Y"            TO IFT-SUM-STATUS.
001460     MOVE "IFTSUSCF"     TO IFT-SUM-ACTION-USER.
001470     MOVE IFT-RUN-DATE   TO IFT-SUM-ACTION-DATE.
001530         DISPLAY "IFF0004E MASTER RESTAMP FAILED - STATUS "
001540                 IFT-SUSM-FILE-STATUS
001550         MOVE 16 TO RETURN-CODE
001551         GO TO 2000-EXIT
001553     END-IF.
001555     MOVE "C" TO IFT-CHANGE-ACTION.
001556     PERFORM 8000-WRITE-CHANGE-JOURNAL THRU 8000-EXIT.
001558     IF RETURN-CODE = 16
001560         GO TO 2000-EXIT
001570     END-IF.
001580 2000-NEXT.
001760 3000-FINALIZE.
001770     CLOSE IFT-RELIN-FILE.
001780     CLOSE IFT-SUSM-FILE.
001785     CLOSE IFT-SUJ-FILE.
001790     DISPLAY "IFF0099I EXTRACT ITEMS READ: " IFT-ITEMS-READ.
001800     DISPLAY "IFF0098I HANDOVERS CONFIRMED:" IFT-ITEMS-CONFIRMED.
001810     DISPLAY "IFF0097I ALREADY CONFIRMED:  "
001820             IFT-ITEMS-NOT-RELEASED.
001830 3000-EXIT.
001840     EXIT.
001850
001860******************************************************
001870*  8000-WRITE-CHANGE-JOURNAL - ONE ENTRY ON THE       *
001880*  SUSPENSE CHANGE JOURNAL FOR THE UPDATE JUST MADE.  *
001890*  THE CALLER SETS IFT-CHANGE-ACTION AND, FOR A       *
001900*  CHANGE OR DELETE, SAVES THE BEFORE IMAGE FIRST.    *
001910*  A CHANGE THE JOURNAL DOES NOT HOLD COULD NEVER BE  *
001920*  AUDITED OR RECOVERED, SO A FAILED WRITE IS A HARD  *
001930*  STOP.                                              *
001940******************************************************
001950 8000-WRITE-CHANGE-JOURNAL.
001960     MOVE SPACES TO IFT-SUSPENSE-JOURNAL-RECORD.
001970     ACCEPT IFT-SUJ-DATE FROM DATE YYYYMMDD.
001980     ACCEPT IFT-CHANGE-CLOCK FROM TIME.
001990     MOVE IFT-CHANGE-CLOCK-TIME TO IFT-SUJ-TIME.
002000     MOVE "IFTSUSCF"            TO IFT-SUJ-PROGRAM
002010                                   IFT-SUJ-USER.
002020     MOVE IFT-CHANGE-ACTION     TO IFT-SUJ-ACTION.
002030     IF IFT-SUJ-WAS-DELETED
002040         MOVE IFT-SAVE-BEFORE-KEY TO IFT-SUJ-KEY
002050     ELSE
002060         MOVE IFT-SUM-KEY         TO IFT-SUJ-KEY
002070         MOVE IFT-SUSPENSE-MASTER-RECORD TO IFT-SUJ-AFTER-IMAGE
002080     END-IF.
002090     IF NOT IFT-SUJ-WAS-ADDED
002100         MOVE IFT-SAVE-BEFORE-IMAGE TO IFT-SUJ-BEFORE-IMAGE
002110     END-IF.
002120     WRITE IFT-SUSPENSE-JOURNAL-RECORD.
002130     IF IFT-SUJ-FILE-STATUS NOT = "00"
002140         DISPLAY "IFF0006E CHANGE JOURNAL WRITE FAILED - STATUS "
002150                 IFT-SUJ-FILE-STATUS " KEY " IFT-SUJ-KEY
002160         MOVE 16 TO RETURN-CODE
002170     END-IF.
002180 8000-EXIT.
002190     EXIT.
