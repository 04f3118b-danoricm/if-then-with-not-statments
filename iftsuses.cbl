000410*                   ITEM NEVER DE-ESCALATES HERE -     *
000420*                   ONLY RESOLUTION CLEARS IT OFF      *
000430*                   THE MASTER.                        *
000432*  10/15/2026  DM   EVERY ESCALATION IS WRITTEN TO THE *
000435*                   SUSPENSE CHANGE JOURNAL AS A       *
000437*                   BEFORE AND AFTER IMAGE.            *
000440******************************************************
000450
000460 ENVIRONMENT DIVISION.
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS IFT-SUM-KEY
000630         FILE STATUS IS IFT-SUSM-FILE-STATUS.
000631
000633     SELECT IFT-SUJ-FILE
000635         ASSIGN TO AS-SUSJRNL
000636         ORGANIZATION IS SEQUENTIAL
000638         FILE STATUS IS IFT-SUJ-FILE-STATUS.
000640
000650     SELECT IFT-WRKA1-FILE
000660         ASSIGN TO WRKA1
001020     LABEL RECORDS ARE STANDARD.
001030     COPY IFTSUSM.
001040
001042 FD  IFT-SUJ-FILE
001044     LABEL RECORDS ARE STANDARD.
001046     COPY IFTSUSJ.
001048
001050 FD  IFT-WRKA1-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001340******************************************************
001350 77  IFT-ESCCTL-FILE-STATUS      PIC X(02) VALUE SPACES.
001360 77  IFT-SUSM-FILE-STATUS        PIC X(02) VALUE SPACES.
001365 77  IFT-SUJ-FILE-STATUS         PIC X(02) VALUE SPACES.
001370 77  IFT-WRKA1-FILE-STATUS       PIC X(02) VALUE SPACES.
001380 77  IFT-WRKB2-FILE-STATUS       PIC X(02) VALUE SPACES.
001390 77  IFT-WRKC3-FILE-STATUS       PIC X(02) VALUE SPACES.
002050     05  IFT-WS-COUNT            PIC ZZZ,ZZZ,ZZ9.
002060     05  FILLER                  PIC X(86) VALUE SPACES.
002070
002071******************************************************
002072*  CHANGE JOURNAL WORK AREAS - THE ENTRY AS IT STOOD  *
002074*  BEFORE THE UPDATE, AND THE CLOCK READ FOR EACH     *
002075*  JOURNAL ENTRY (HHMMSS LEADS, HUNDREDTHS DROPPED).  *
002076******************************************************
002078 77  IFT-CHANGE-ACTION           PIC X(01) VALUE SPACE.
002079 01  IFT-SAVE-BEFORE-IMAGE.
002080     05  IFT-SAVE-BEFORE-KEY     PIC X(14).
002082     05  FILLER                  PIC X(162).
002083 01  IFT-CHANGE-CLOCK.
002084     05  IFT-CHANGE-CLOCK-TIME   PIC 9(06).
002086     05  FILLER                  PIC 9(02).
002087
002088 PROCEDURE DIVISION.
002090
002100******************************************************
002110*  0000-MAINLINE                                      *
002640         DISPLAY "IFH0004E SUSPENSE MASTER COULD NOT BE "
002650                 "OPENED - STATUS " IFT-SUSM-FILE-STATUS
002660         MOVE 16 TO RETURN-CODE
002661         GO TO 1000-EXIT
002662     END-IF.
002663     OPEN EXTEND IFT-SUJ-FILE.
002664     IF IFT-SUJ-FILE-STATUS NOT = "00"
002665         DISPLAY "IFH0007E CHANGE JOURNAL COULD NOT BE OPENED - "
002666                 "STATUS " IFT-SUJ-FILE-STATUS
002667         MOVE 16 TO RETURN-CODE
002668         CLOSE IFT-SUSM-FILE
002670         GO TO 1000-EXIT
002680     END-IF.
002690     OPEN OUTPUT IFT-WRKA1-FILE.
003410         ADD 1 TO IFT-ITEMS-LEFT-ALONE
003420         GO TO 2000-NEXT
003430     END-IF.
003435     MOVE IFT-SUSPENSE-MASTER-RECORD TO IFT-SAVE-BEFORE-IMAGE.
003440     MOVE IFT-NEW-ESC-LEVEL TO IFT-SUM-ESC-LEVEL.
003450     MOVE "IFTSUSES"     TO IFT-SUM-ACTION-USER.
003460     MOVE IFT-RUN-DATE   TO IFT-SUM-ACTION-DATE.
003500         DISPLAY "IFH0006E ESCALATION REWRITE FAILED - "
003510                 "STATUS " IFT-SUSM-FILE-STATUS
003520         MOVE 16 TO RETURN-CODE
003521         GO TO 2000-EXIT
003523     END-IF.
003525     MOVE "C" TO IFT-CHANGE-ACTION.
003526     PERFORM 8000-WRITE-CHANGE-JOURNAL THRU 8000-EXIT.
003528     IF RETURN-CODE = 16
003530         GO TO 2000-EXIT
003540     END-IF.
003550     ADD 1 TO IFT-ITEMS-ESCALATED.
004610     WRITE IFT-WRKOTH-RECORD FROM IFT-WRK-SUMMARY-LINE
004620         AFTER ADVANCING 2 LINES.
004630     CLOSE IFT-SUSM-FILE.
004635     CLOSE IFT-SUJ-FILE.
004640     CLOSE IFT-WRKA1-FILE.
004650     CLOSE IFT-WRKB2-FILE.
004660     CLOSE IFT-WRKC3-FILE.
004720     DISPLAY "IFH0096I LEFT ALONE:       " IFT-ITEMS-LEFT-ALONE.
004730 3000-EXIT.
004740     EXIT.
004750
004760******************************************************
004770*  8000-WRITE-CHANGE-JOURNAL - ONE ENTRY ON THE       *
004780*  SUSPENSE CHANGE JOURNAL FOR THE UPDATE JUST MADE.  *
004790*  THE CALLER SETS IFT-CHANGE-ACTION AND, FOR A       *
004800*  CHANGE OR DELETE, SAVES THE BEFORE IMAGE FIRST.    *
004810*  A CHANGE THE JOURNAL DOES NOT HOLD COULD NEVER BE  *
004820*  AUDITED OR RECOVERED, SO A FAILED WRITE IS A HARD  *
004830*  STOP.                                              *
004840******************************************************
004850 8000-WRITE-CHANGE-JOURNAL.
004860     MOVE SPACES TO IFT-SUSPENSE-JOURNAL-RECORD.
004870     ACCEPT IFT-SUJ-DATE FROM DATE YYYYMMDD.
004880     ACCEPT IFT-CHANGE-CLOCK FROM TIME.
004890     MOVE IFT-CHANGE-CLOCK-TIME TO IFT-SUJ-TIME.
004900     MOVE "IFTSUSES"            TO IFT-SUJ-PROGRAM
004910                                   IFT-SUJ-USER.
004920     MOVE IFT-CHANGE-ACTION     TO IFT-SUJ-ACTION.
004930     IF IFT-SUJ-WAS-DELETED
004940         MOVE IFT-SAVE-BEFORE-KEY TO IFT-SUJ-KEY
004950     ELSE
004960         MOVE IFT-SUM-KEY         TO IFT-SUJ-KEY
004970         MOVE IFT-SUSPENSE-MASTER-RECORD TO IFT-SUJ-AFTER-IMAGE
004980     END-IF.
004990     IF NOT IFT-SUJ-WAS-ADDED
005000         MOVE IFT-SAVE-BEFORE-IMAGE TO IFT-SUJ-BEFORE-IMAGE
005010     END-IF.
005020     WRITE IFT-SUSPENSE-JOURNAL-RECORD.
005030     IF IFT-SUJ-FILE-STATUS NOT = "00"
005040         DISPLAY "IFH0008E CHANGE JOURNAL WRITE FAILED - STATUS "
005050                 IFT-SUJ-FILE-STATUS " KEY " IFT-SUJ-KEY
005060         MOVE 16 TO RETURN-CODE
005070     END-IF.
005080 8000-EXIT.
005090     EXIT.
