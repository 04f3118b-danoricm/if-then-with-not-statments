000400*                   FINANCE SIGN-OFF.                  *
000402*  09/01/2026  DM   REVERSAL SUPPORT - THE REASON      *
000404*                   TOTALS NOW CARRY AN RC06 ROW.      *
000406*  10/14/2026  DM   THE REASON TOTALS GAIN AN RC07 ROW *
000408*                   (CLOSED ACCOUNTING PERIOD).        *
000411*  10/15/2026  DM   RC08 THRU RC10 ROWS (ACCOUNT NOT   *
000414*                   ON FILE, CLOSED, FROZEN).          *
000415*  10/15/2026  DM   RC11 ROW (LARGE-VALUE ITEM         *
000416*                   DECLINED ON REVIEW).               *
000417*  10/15/2026  DM   RC12 ROW (REJECTED BY POSTING).    *
000418*  10/15/2026  DM   EVERY JOURNAL-FLAG UPDATE IS       *
000420*                   WRITTEN TO THE SUSPENSE CHANGE     *
000422*                   JOURNAL AS A BEFORE AND AFTER      *
000424*                   IMAGE.                             *
000426******************************************************
000428
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-370.
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS IFT-SUM-KEY
000550         FILE STATUS IS IFT-SUSM-FILE-STATUS.
000551
000553     SELECT IFT-SUJ-FILE
000555         ASSIGN TO AS-SUSJRNL
000556         ORGANIZATION IS SEQUENTIAL
000558         FILE STATUS IS IFT-SUJ-FILE-STATUS.
000560
000570     SELECT IFT-GLOUT-FILE
000580         ASSIGN TO GLOUT
000700     LABEL RECORDS ARE STANDARD.
000710     COPY IFTSUSM.
000720
000722 FD  IFT-SUJ-FILE
000724     LABEL RECORDS ARE STANDARD.
000726     COPY IFTSUSJ.
000728
000730 FD  IFT-GLOUT-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000830 WORKING-STORAGE SECTION.
000840
000850 77  IFT-SUSM-FILE-STATUS        PIC X(02) VALUE SPACES.
000855 77  IFT-SUJ-FILE-STATUS         PIC X(02) VALUE SPACES.
000860 77  IFT-GLOUT-FILE-STATUS       PIC X(02) VALUE SPACES.
000870 77  IFT-RPT-FILE-STATUS         PIC X(02) VALUE SPACES.
000880
001240     05  FILLER                  PIC X(04) VALUE "RC04".
001250     05  FILLER                  PIC X(04) VALUE "RC05".
001255     05  FILLER                  PIC X(04) VALUE "RC06".
001257     05  FILLER                  PIC X(04) VALUE "RC07".
001259     05  FILLER                  PIC X(04) VALUE "RC08".
001262     05  FILLER                  PIC X(04) VALUE "RC09".
001264     05  FILLER                  PIC X(04) VALUE "RC10".
001265     05  FILLER                  PIC X(04) VALUE "RC11".
001266     05  FILLER                  PIC X(04) VALUE "RC12".
001267     05  FILLER                  PIC X(04) VALUE "OTHR".
001270 01  IFT-REASON-CODE-REDEF REDEFINES IFT-REASON-CODE-TABLE.
001280     05  IFT-REASON-CODE-ENTRY   PIC X(04) OCCURS 13 TIMES.
001290
001300 01  IFT-DEPT-ACCUMULATORS.
001310     05  IFT-DEPT-TOTAL          OCCURS 5 TIMES.
001330         10  IFT-DEPT-AMOUNT     PIC S9(11)V99 COMP-3.
001340
001350 01  IFT-REASON-ACCUMULATORS.
001360     05  IFT-REASON-TOTAL        OCCURS 13 TIMES.
001370         10  IFT-REASON-COUNT    PIC 9(07)     COMP-3.
001380         10  IFT-REASON-AMOUNT   PIC S9(11)V99 COMP-3.
001390
001980         VALUE "FINANCE SIGN-OFF  ____________________  DATE".
001990     05  FILLER                  PIC X(88) VALUE SPACES.
002000
002001******************************************************
002002*  CHANGE JOURNAL WORK AREAS - THE ENTRY AS IT STOOD  *
002004*  BEFORE THE UPDATE, AND THE CLOCK READ FOR EACH     *
002005*  JOURNAL ENTRY (HHMMSS LEADS, HUNDREDTHS DROPPED).  *
002006******************************************************
002008 77  IFT-CHANGE-ACTION           PIC X(01) VALUE SPACE.
002009 01  IFT-SAVE-BEFORE-IMAGE.
002010     05  IFT-SAVE-BEFORE-KEY     PIC X(14).
002012     05  FILLER                  PIC X(162).
002013 01  IFT-CHANGE-CLOCK.
002014     05  IFT-CHANGE-CLOCK-TIME   PIC 9(06).
002016     05  FILLER                  PIC 9(02).
002017
002018 PROCEDURE DIVISION.
002020
002030******************************************************
002040*  0000-MAINLINE                                      *
002270         DISPLAY "IFO0001E SUSPENSE MASTER COULD NOT BE "
002280                 "OPENED - STATUS " IFT-SUSM-FILE-STATUS
002290         MOVE 16 TO RETURN-CODE
002291         GO TO 1000-EXIT
002292     END-IF.
002293     OPEN EXTEND IFT-SUJ-FILE.
002294     IF IFT-SUJ-FILE-STATUS NOT = "00"
002295         DISPLAY "IFO0006E CHANGE JOURNAL COULD NOT BE OPENED - "
002296                 "STATUS " IFT-SUJ-FILE-STATUS
002297         MOVE 16 TO RETURN-CODE
002298         CLOSE IFT-SUSM-FILE
002300         GO TO 1000-EXIT
002310     END-IF.
002320     OPEN OUTPUT IFT-GLOUT-FILE.
002580         UNTIL IFT-DEPT-SUB > 5.
002590     PERFORM 1160-CLEAR-ONE-REASON THRU 1160-EXIT
002600         VARYING IFT-REASON-SUB FROM 1 BY 1
002610         UNTIL IFT-REASON-SUB > 13.
002620 1100-EXIT.
002630     EXIT.
002640
003800*  WRITTEN INTERFACE FILE MUST NOT GO TO THE LEDGER.  *
003810******************************************************
003820 2400-MARK-JOURNALED.
003825     MOVE IFT-SUSPENSE-MASTER-RECORD TO IFT-SAVE-BEFORE-IMAGE.
003830     MOVE "J"          TO IFT-SUM-JOURNAL-FLAG.
003840     MOVE IFT-RUN-DATE TO IFT-SUM-JOURNAL-DATE.
003850     REWRITE IFT-SUSPENSE-MASTER-RECORD.
003870         DISPLAY "IFO0005E JOURNAL FLAG REWRITE FAILED - "
003880                 "STATUS " IFT-SUSM-FILE-STATUS
003890         MOVE 16 TO RETURN-CODE
003895         GO TO 2400-EXIT
003900     END-IF.
003903     MOVE "C" TO IFT-CHANGE-ACTION.
003906     PERFORM 8000-WRITE-CHANGE-JOURNAL THRU 8000-EXIT.
003910 2400-EXIT.
003920     EXIT.
003930
004380 2560-FIND-REASON-ROW.
004390     PERFORM 2565-TEST-REASON-ROW THRU 2565-EXIT
004400         VARYING IFT-REASON-SUB FROM 1 BY 1
004410         UNTIL IFT-REASON-SUB > 12
004420            OR IFT-SUM-REASON-CODE
004430               = IFT-REASON-CODE-ENTRY (IFT-REASON-SUB).
004440 2560-EXIT.
004660         UNTIL IFT-DEPT-SUB > 5.
004670     PERFORM 3200-PRINT-ONE-REASON THRU 3200-EXIT
004680         VARYING IFT-REASON-SUB FROM 1 BY 1
004690         UNTIL IFT-REASON-SUB > 13.
004700
004710     MOVE SPACES TO IFT-RPT-TOTAL-LINE.
004720     MOVE "WRITE-OFFS JOURNALED THIS RUN " TO IFT-GT-LABEL.
004780         AFTER ADVANCING 3 LINES.
004790
004800     CLOSE IFT-SUSM-FILE.
004805     CLOSE IFT-SUJ-FILE.
004810     CLOSE IFT-GLOUT-FILE.
004820     CLOSE IFT-RPT-FILE.
004830     DISPLAY "IFO0099I ENTRIES READ:      " IFT-ENTRIES-READ.
005100         AFTER ADVANCING 1 LINE.
005110 3200-EXIT.
005120     EXIT.
005130
005140******************************************************
005150*  8000-WRITE-CHANGE-JOURNAL - ONE ENTRY ON THE       *
005160*  SUSPENSE CHANGE JOURNAL FOR THE UPDATE JUST MADE.  *
005170*  THE CALLER SETS IFT-CHANGE-ACTION AND, FOR A       *
005180*  CHANGE OR DELETE, SAVES THE BEFORE IMAGE FIRST.    *
005190*  A CHANGE THE JOURNAL DOES NOT HOLD COULD NEVER BE  *
005200*  AUDITED OR RECOVERED, SO A FAILED WRITE IS A HARD  *
005210*  STOP.                                              *
005220******************************************************
005230 8000-WRITE-CHANGE-JOURNAL.
005240     MOVE SPACES TO IFT-SUSPENSE-JOURNAL-RECORD.
005250     ACCEPT IFT-SUJ-DATE FROM DATE YYYYMMDD.
005260     ACCEPT IFT-CHANGE-CLOCK FROM TIME.
005270     MOVE IFT-CHANGE-CLOCK-TIME TO IFT-SUJ-TIME.
005280     MOVE "IFTGLEXT"            TO IFT-SUJ-PROGRAM
005290                                   IFT-SUJ-USER.
005300     MOVE IFT-CHANGE-ACTION     TO IFT-SUJ-ACTION.
005310     IF IFT-SUJ-WAS-DELETED
005320         MOVE IFT-SAVE-BEFORE-KEY TO IFT-SUJ-KEY
005330     ELSE
005340         MOVE IFT-SUM-KEY         TO IFT-SUJ-KEY
005350         MOVE IFT-SUSPENSE-MASTER-RECORD TO IFT-SUJ-AFTER-IMAGE
005360     END-IF.
005370     IF NOT IFT-SUJ-WAS-ADDED
005380         MOVE IFT-SAVE-BEFORE-IMAGE TO IFT-SUJ-BEFORE-IMAGE
005390     END-IF.
005400     WRITE IFT-SUSPENSE-JOURNAL-RECORD.
005410     IF IFT-SUJ-FILE-STATUS NOT = "00"
005420         DISPLAY "IFO0007E CHANGE JOURNAL WRITE FAILED - STATUS "
005430                 IFT-SUJ-FILE-STATUS " KEY " IFT-SUJ-KEY
005440         MOVE 16 TO RETURN-CODE
005450     END-IF.
005460 8000-EXIT.
005470     EXIT.
