000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    IFTHLDLD.
000120 AUTHOR.        D MCCARRON.
000130 INSTALLATION.  DAILY OPERATIONS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************
000180*  MODIFICATION HISTORY                               *
000190*  --------------------------------------------------  *
000200*  10/15/2026  DM   ORIGINAL PROGRAM.  FOLDS THE       *
000210*                   HELD-ITEMS EXTENSION FILES THE     *
000220*                   EDIT STEPS WRITE (ONE RECORD PER   *
000230*                   ITEM OVER ITS CODE'S APPROVAL      *
000240*                   LIMIT) INTO THE KEYED LARGE-VALUE  *
000250*                   HOLD MASTER THE IHLD SCREENS WORK  *
000260*                   FROM.  THE LOAD WAITS FOR          *
000270*                   CONSOLIDATION, AS IN IFTWHSLD.  AN *
000280*                   ID ALREADY ON THE HOLD MASTER IS   *
000290*                   COUNTED AND LEFT AS IT IS - THE    *
000300*                   FIRST HOLD, AND ANY DECISION       *
000310*                   ALREADY TAKEN ON IT, STANDS.       *
000320******************************************************
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT IFT-HLDIN-FILE
000420         ASSIGN TO HLDIN
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS IFT-HLDIN-FILE-STATUS.
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
000560 FD  IFT-HLDIN-FILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590     COPY IFTHOLD REPLACING ==IFT-HOLD-MASTER-RECORD==
000600                          BY ==IFT-HLDIN-RECORD==.
000610
000620 FD  IFT-HLDM-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY IFTHOLD.
000650
000660 WORKING-STORAGE SECTION.
000670
000680 77  IFT-HLDIN-FILE-STATUS        PIC X(02) VALUE SPACES.
000690 77  IFT-HLDM-FILE-STATUS         PIC X(02) VALUE SPACES.
000700
000710 77  IFT-HLDIN-EOF-SWITCH         PIC X(01) VALUE "N".
000720     88  IFT-HLDIN-END-OF-FILE               VALUE "Y".
000730
000740 77  IFT-ITEMS-READ               PIC 9(09) COMP-3 VALUE ZERO.
000750 77  IFT-ITEMS-ADDED              PIC 9(09) COMP-3 VALUE ZERO.
000760 77  IFT-ITEMS-ALREADY-ON         PIC 9(09) COMP-3 VALUE ZERO.
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
000880     PERFORM 2000-LOAD-ONE-ITEM THRU 2000-EXIT
000890         UNTIL IFT-HLDIN-END-OF-FILE
000900            OR RETURN-CODE = 16.
000910     PERFORM 3000-FINALIZE THRU 3000-EXIT.
000920 0000-EXIT.
000930     STOP RUN.
000940
000950******************************************************
000960*  1000-INITIALIZE                                     *
000970******************************************************
000980 1000-INITIALIZE.
000990     OPEN INPUT IFT-HLDIN-FILE.
001000     IF IFT-HLDIN-FILE-STATUS NOT = "00"
001010         DISPLAY "IF90001E EXTENSION FILE COULD NOT BE OPENED"
001020         MOVE 16 TO RETURN-CODE
001030         GO TO 1000-EXIT
001040     END-IF.
001050     OPEN I-O IFT-HLDM-FILE.
001060     IF IFT-HLDM-FILE-STATUS NOT = "00"
001070         DISPLAY "IF90002E HOLD MASTER COULD NOT BE "
001080                 "OPENED - STATUS " IFT-HLDM-FILE-STATUS
001090         MOVE 16 TO RETURN-CODE
001100         CLOSE IFT-HLDIN-FILE
001110         GO TO 1000-EXIT
001120     END-IF.
001130     PERFORM 2100-READ-EXTENSION THRU 2100-EXIT.
001140 1000-EXIT.
001150     EXIT.
001160
001170******************************************************
001180*  2000-LOAD-ONE-ITEM - WRITE THE ITEM TO THE HOLD    *
001190*  MASTER.  STATUS 22 (DUPLICATE KEY) MEANS IT IS     *
001200*  ALREADY HELD; ANY OTHER NON-ZERO STATUS IS A HARD  *
001210*  STOP.                                              *
001220******************************************************
001230 2000-LOAD-ONE-ITEM.
001240     ADD 1 TO IFT-ITEMS-READ.
001250     MOVE IFT-HLDIN-RECORD TO IFT-HOLD-MASTER-RECORD.
001260     WRITE IFT-HOLD-MASTER-RECORD.
001270     IF IFT-HLDM-FILE-STATUS = "00"
001280         ADD 1 TO IFT-ITEMS-ADDED
001290     ELSE
001300         IF IFT-HLDM-FILE-STATUS = "22"
001310             ADD 1 TO IFT-ITEMS-ALREADY-ON
001320         ELSE
001330             DISPLAY "IF90003E HOLD MASTER WRITE FAILED - "
001340                     "STATUS " IFT-HLDM-FILE-STATUS
001350             MOVE 16 TO RETURN-CODE
001360         END-IF
001370     END-IF.
001380     PERFORM 2100-READ-EXTENSION THRU 2100-EXIT.
001390 2000-EXIT.
001400     EXIT.
001410
001420******************************************************
001430*  2100-READ-EXTENSION                                 *
001440******************************************************
001450 2100-READ-EXTENSION.
001460     READ IFT-HLDIN-FILE
001470         AT END SET IFT-HLDIN-END-OF-FILE TO TRUE
001480     END-READ.
001490 2100-EXIT.
001500     EXIT.
001510
001520******************************************************
001530*  3000-FINALIZE                                       *
001540******************************************************
001550 3000-FINALIZE.
001560     CLOSE IFT-HLDIN-FILE.
001570     CLOSE IFT-HLDM-FILE.
001580     DISPLAY "IF90099I ITEMS READ:     " IFT-ITEMS-READ.
001590     DISPLAY "IF90098I ITEMS HELD:     " IFT-ITEMS-ADDED.
001600     DISPLAY "IF90097I ALREADY ON FILE:" IFT-ITEMS-ALREADY-ON.
001610 3000-EXIT.
001620     EXIT.
