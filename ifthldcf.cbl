000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    IFTHLDCF.
000120 AUTHOR.        D MCCARRON.
000130 INSTALLATION.  DAILY OPERATIONS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************
000180*  MODIFICATION HISTORY                               *
000190*  --------------------------------------------------  *
000200*  10/15/2026  DM   ORIGINAL PROGRAM.  HANDOVER        *
000210*                   CONFIRMATION FOR THE LARGE-VALUE   *
000220*                   HOLD RELEASE, ON THE IFTWHSCF      *
000230*                   PATTERN.  RUNS IN THE              *
000240*                   CONSOLIDATION JOB ONCE ALL FOUR    *
000250*                   EDIT JOBS END CLEAN.  RE-READS THE *
000260*                   RELEASED-ITEMS EXTRACT AND DELETES *
000270*                   EACH ITEM FROM THE HOLD MASTER.    *
000280*                   AN ITEM ALREADY GONE (A RERUN      *
000290*                   AFTER A PARTIAL CONFIRM) IS        *
000300*                   COUNTED AND PASSED OVER.  THE      *
000310*                   DECISION LOG KEEPS THE HISTORY.    *
000320******************************************************
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT IFT-RLSIN-FILE
000420         ASSIGN TO RLSIN
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS IFT-RLSIN-FILE-STATUS.
000450
000460     SELECT IFT-HLDM-FILE
000470         ASSIGN TO HLDMSTR
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS IFT-HLD-RECORD-ID
000510                       OF IFT-HOLD-MASTER-RECORD
000520         FILE STATUS IS IFT-HLDM-FILE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  IFT-RLSIN-FILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590     COPY IFTHOLD REPLACING ==IFT-HOLD-MASTER-RECORD==
000600                          BY ==IFT-RLSIN-RECORD==.
000610
000620 FD  IFT-HLDM-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY IFTHOLD.
000650
000660 WORKING-STORAGE SECTION.
000670
000680 77  IFT-RLSIN-FILE-STATUS        PIC X(02) VALUE SPACES.
000690 77  IFT-HLDM-FILE-STATUS         PIC X(02) VALUE SPACES.
000700
000710 77  IFT-RLSIN-EOF-SWITCH         PIC X(01) VALUE "N".
000720     88  IFT-RLSIN-AT-EOF                    VALUE "Y".
000730
000740 77  IFT-ITEMS-READ               PIC 9(09) COMP-3 VALUE ZERO.
000750 77  IFT-ITEMS-DELETED            PIC 9(09) COMP-3 VALUE ZERO.
000760 77  IFT-ITEMS-ALREADY-GONE       PIC 9(09) COMP-3 VALUE ZERO.
000770
000780 PROCEDURE DIVISION.
000790
000800******************************************************
000810*  0000-MAINLINE                                      *
000820******************************************************
000830 0000-MAINLINE.
000840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000850     IF RETURN-CODE = 16
000860         GO TO 0000-EXIT
000870     END-IF.
000880     PERFORM 2000-CONFIRM-ONE-ITEM THRU 2000-EXIT
000890         UNTIL IFT-RLSIN-AT-EOF
000900            OR RETURN-CODE = 16.
000910     PERFORM 3000-FINALIZE THRU 3000-EXIT.
000920 0000-EXIT.
000930     STOP RUN.
000940
000950******************************************************
000960*  1000-INITIALIZE                                     *
000970******************************************************
000980 1000-INITIALIZE.
000990     OPEN INPUT IFT-RLSIN-FILE.
001000     IF IFT-RLSIN-FILE-STATUS NOT = "00"
001010         DISPLAY "IF92001E RELEASED-ITEMS EXTRACT COULD NOT "
001020                 "BE OPENED"
001030         MOVE 16 TO RETURN-CODE
001040         GO TO 1000-EXIT
001050     END-IF.
001060     OPEN I-O IFT-HLDM-FILE.
001070     IF IFT-HLDM-FILE-STATUS NOT = "00"
001080         DISPLAY "IF92002E HOLD MASTER COULD NOT BE "
001090                 "OPENED - STATUS " IFT-HLDM-FILE-STATUS
001100         MOVE 16 TO RETURN-CODE
001110         CLOSE IFT-RLSIN-FILE
001120         GO TO 1000-EXIT
001130     END-IF.
001140     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
001150 1000-EXIT.
001160     EXIT.
001170
001180******************************************************
001190*  2000-CONFIRM-ONE-ITEM - DELETE THE HOLD ENTRY.     *
001200*  STATUS 23 (NOT FOUND) MEANS A PRIOR CONFIRM GOT    *
001210*  THERE FIRST; ANY OTHER NON-ZERO STATUS IS A HARD   *
001220*  STOP.                                              *
001230******************************************************
001240 2000-CONFIRM-ONE-ITEM.
001250     ADD 1 TO IFT-ITEMS-READ.
001260     MOVE IFT-HLD-RECORD-ID OF IFT-RLSIN-RECORD
001270         TO IFT-HLD-RECORD-ID OF IFT-HOLD-MASTER-RECORD.
001280     DELETE IFT-HLDM-FILE RECORD.
001290     IF IFT-HLDM-FILE-STATUS = "00"
001300         ADD 1 TO IFT-ITEMS-DELETED
001310     ELSE
001320         IF IFT-HLDM-FILE-STATUS = "23"
001330             ADD 1 TO IFT-ITEMS-ALREADY-GONE
001340         ELSE
001350             DISPLAY "IF92003E HOLD MASTER DELETE FAILED - "
001360                     "STATUS " IFT-HLDM-FILE-STATUS
001370             MOVE 16 TO RETURN-CODE
001380             GO TO 2000-EXIT
001390         END-IF
001400     END-IF.
001410     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
001420 2000-EXIT.
001430     EXIT.
001440
001450******************************************************
001460*  2100-READ-EXTRACT                                   *
001470******************************************************
001480 2100-READ-EXTRACT.
001490     READ IFT-RLSIN-FILE
001500         AT END SET IFT-RLSIN-AT-EOF TO TRUE
001510     END-READ.
001520 2100-EXIT.
001530     EXIT.
001540
001550******************************************************
001560*  3000-FINALIZE                                       *
001570******************************************************
001580 3000-FINALIZE.
001590     CLOSE IFT-RLSIN-FILE.
001600     CLOSE IFT-HLDM-FILE.
001610     DISPLAY "IF92099I EXTRACT ITEMS READ: " IFT-ITEMS-READ.
001620     DISPLAY "IF92098I ITEMS DELETED:      " IFT-ITEMS-DELETED.
001630     DISPLAY "IF92097I ALREADY DELETED:    "
001640             IFT-ITEMS-ALREADY-GONE.
001650 3000-EXIT.
001660     EXIT.
