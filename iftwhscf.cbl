000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    IFTWHSCF.
000120 AUTHOR.        D MCCARRON.
000130 INSTALLATION.  DAILY OPERATIONS.
000140 DATE-WRITTEN.  10/14/2026.
000150 DATE-COMPILED.
000160
000170******************************************************
000180*  MODIFICATION HISTORY                               *
000190*  --------------------------------------------------  *
000200*  10/14/2026  DM   ORIGINAL PROGRAM.  HANDOVER        *
000210*                   CONFIRMATION FOR THE FUTURE-DATED  *
000220*                   WAREHOUSE RELEASE.  RUNS IN THE    *
000230*                   CONSOLIDATION JOB, WHICH IS ONLY   *
000240*                   RELEASED WHEN ALL FOUR EDIT JOBS   *
000250*                   END CLEAN - THE RELEASED ITEMS ARE *
000260*                   THEN SAFELY THROUGH THE EDIT.      *
000270*                   RE-READS THE RELEASED-ITEMS        *
000280*                   EXTRACT AND DELETES EACH ITEM FROM *
000290*                   THE WAREHOUSE MASTER.  AN ITEM     *
000300*                   ALREADY GONE (A RERUN AFTER A      *
000310*                   PARTIAL CONFIRM) IS COUNTED AND    *
000320*                   PASSED OVER.                       *
000330******************************************************
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT IFT-RLSIN-FILE
000430         ASSIGN TO RLSIN
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS IFT-RLSIN-FILE-STATUS.
000460
000470     SELECT IFT-WHSM-FILE
000480         ASSIGN TO WHSMSTR
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS IFT-WHS-RECORD-ID
000520                       OF IFT-WHSE-MASTER-RECORD
000530         FILE STATUS IS IFT-WHSM-FILE-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  IFT-RLSIN-FILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600     COPY IFTWHSE REPLACING ==IFT-WHSE-MASTER-RECORD==
000610                          BY ==IFT-RLSIN-RECORD==.
000620
000630 FD  IFT-WHSM-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY IFTWHSE.
000660
000670 WORKING-STORAGE SECTION.
000680
000690 77  IFT-RLSIN-FILE-STATUS        PIC X(02) VALUE SPACES.
000700 77  IFT-WHSM-FILE-STATUS         PIC X(02) VALUE SPACES.
000710
000720 77  IFT-RLSIN-EOF-SWITCH         PIC X(01) VALUE "N".
000730     88  IFT-RLSIN-AT-EOF                    VALUE "Y".
000740
000750 77  IFT-ITEMS-READ               PIC 9(09) COMP-3 VALUE ZERO.
000760 77  IFT-ITEMS-DELETED            PIC 9(09) COMP-3 VALUE ZERO.
000770 77  IFT-ITEMS-ALREADY-GONE       PIC 9(09) COMP-3 VALUE ZERO.
000780
000790 PROCEDURE DIVISION.
000800
000810******************************************************
000820*  0000-MAINLINE                                      *
000830******************************************************
000840 0000-MAINLINE.
000850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000860     IF RETURN-CODE = 16
000870         GO TO 0000-EXIT
000880     END-IF.
000890     PERFORM 2000-CONFIRM-ONE-ITEM THRU 2000-EXIT
000900         UNTIL IFT-RLSIN-AT-EOF
000910            OR RETURN-CODE = 16.
000920     PERFORM 3000-FINALIZE THRU 3000-EXIT.
000930 0000-EXIT.
000940     STOP RUN.
000950
000960******************************************************
000970*  1000-INITIALIZE                                     *
000980******************************************************
000990 1000-INITIALIZE.
001000     OPEN INPUT IFT-RLSIN-FILE.
001010     IF IFT-RLSIN-FILE-STATUS NOT = "00"
001020         DISPLAY "IF20001E RELEASED-ITEMS EXTRACT COULD NOT "
001030                 "BE OPENED"
001040         MOVE 16 TO RETURN-CODE
001050         GO TO 1000-EXIT
001060     END-IF.
001070     OPEN I-O IFT-WHSM-FILE.
001080     IF IFT-WHSM-FILE-STATUS NOT = "00"
001090         DISPLAY "IF20002E WAREHOUSE MASTER COULD NOT BE "
001100                 "OPENED - STATUS " IFT-WHSM-FILE-STATUS
001110         MOVE 16 TO RETURN-CODE
001120         CLOSE IFT-RLSIN-FILE
001130         GO TO 1000-EXIT
001140     END-IF.
001150     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
001160 1000-EXIT.
001170     EXIT.
001180
001190******************************************************
001200*  2000-CONFIRM-ONE-ITEM - DELETE THE WAREHOUSE ENTRY. *
001210*  STATUS 23 (NOT FOUND) MEANS A PRIOR CONFIRM GOT    *
001220*  THERE FIRST; ANY OTHER NON-ZERO STATUS IS A HARD   *
001230*  STOP.                                              *
001240******************************************************
001250 2000-CONFIRM-ONE-ITEM.
001260     ADD 1 TO IFT-ITEMS-READ.
001270     MOVE IFT-WHS-RECORD-ID OF IFT-RLSIN-RECORD
001280         TO IFT-WHS-RECORD-ID OF IFT-WHSE-MASTER-RECORD.
001290     DELETE IFT-WHSM-FILE RECORD.
001300     IF IFT-WHSM-FILE-STATUS = "00"
001310         ADD 1 TO IFT-ITEMS-DELETED
001320     ELSE
001330         IF IFT-WHSM-FILE-STATUS = "23"
001340             ADD 1 TO IFT-ITEMS-ALREADY-GONE
001350         ELSE
001360             DISPLAY "IF20003E WAREHOUSE DELETE FAILED - "
001370                     "STATUS " IFT-WHSM-FILE-STATUS
001380             MOVE 16 TO RETURN-CODE
001390             GO TO 2000-EXIT
001400         END-IF
001410     END-IF.
001420     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
001430 2000-EXIT.
001440     EXIT.
001450
001460******************************************************
001470*  2100-READ-EXTRACT                                   *
001480******************************************************
001490 2100-READ-EXTRACT.
001500     READ IFT-RLSIN-FILE
001510         AT END SET IFT-RLSIN-AT-EOF TO TRUE
001520     END-READ.
001530 2100-EXIT.
001540     EXIT.
001550
001560******************************************************
001570*  3000-FINALIZE                                       *
001580******************************************************
001590 3000-FINALIZE.
001600     CLOSE IFT-RLSIN-FILE.
001610     CLOSE IFT-WHSM-FILE.
001620     DISPLAY "IF20099I EXTRACT ITEMS READ: " IFT-ITEMS-READ.
001630     DISPLAY "IF20098I ITEMS DELETED:      " IFT-ITEMS-DELETED.
001640     DISPLAY "IF20097I ALREADY DELETED:    "
001650             IFT-ITEMS-ALREADY-GONE.
001660 3000-EXIT.
001670     EXIT.
