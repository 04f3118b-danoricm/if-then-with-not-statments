000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    IFTWHSLD.
000120 AUTHOR.        D MCCARRON.
000130 INSTALLATION.  DAILY OPERATIONS.
000140 DATE-WRITTEN.  10/14/2026.
000150 DATE-COMPILED.
000160
000170******************************************************
000180*  MODIFICATION HISTORY                               *
000190*  --------------------------------------------------  *
000200*  10/14/2026  DM   ORIGINAL PROGRAM.  FOLDS THE       *
000210*                   PARKED-ITEMS EXTENSION FILES THE   *
000220*                   EDIT STEPS WRITE (ONE RECORD PER   *
000230*                   FUTURE-DATED ITEM PARKED) INTO THE *
000240*                   KEYED FUTURE-DATED WAREHOUSE.  THE *
000250*                   SPLITS RUN IN PARALLEL AND CANNOT  *
000260*                   SHARE ONE KEYED WRITER, SO THE     *
000270*                   LOAD WAITS FOR CONSOLIDATION.  AN  *
000280*                   ID ALREADY ON THE WAREHOUSE IS     *
000290*                   COUNTED AND LEFT AS IT IS - THE    *
000300*                   FIRST PARKING STANDS, AS IN        *
000310*                   IFTDUPUP.                          *
000320******************************************************
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT IFT-WHSIN-FILE
000420         ASSIGN TO WHSIN
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS IFT-WHSIN-FILE-STATUS.
000450
000460     SELECT IFT-WHSM-FILE
000470         ASSIGN TO WHSMSTR
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS IFT-WHS-RECORD-ID
000510                       OF IFT-WHSE-MASTER-RECORD
000520         FILE STATUS IS IFT-WHSM-FILE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  IFT-WHSIN-FILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590     COPY IFTWHSE REPLACING ==IFT-WHSE-MASTER-RECORD==
000600                          BY ==IFT-WHSIN-RECORD==.
000610
000620 FD  IFT-WHSM-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY IFTWHSE.
000650
000660 WORKING-STORAGE SECTION.
000670
000680 77  IFT-WHSIN-FILE-STATUS        PIC X(02) VALUE SPACES.
000690 77  IFT-WHSM-FILE-STATUS         PIC X(02) VALUE SPACES.
000700
000710 77  IFT-WHSIN-EOF-SWITCH         PIC X(01) VALUE "N".
000720     88  IFT-WHSIN-END-OF-FILE               VALUE "Y".
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
000890         UNTIL IFT-WHSIN-END-OF-FILE
000900            OR RETURN-CODE = 16.
000910     PERFORM 3000-FINALIZE THRU 3000-EXIT.
000920 0000-EXIT.
000930     STOP RUN.
000940
000950******************************************************
000960*  1000-INITIALIZE                                     *
000970******************************************************
000980 1000-INITIALIZE.
000990     OPEN INPUT IFT-WHSIN-FILE.
001000     IF IFT-WHSIN-FILE-STATUS NOT = "00"
001010         DISPLAY "IF30001E EXTENSION FILE COULD NOT BE OPENED"
001020         MOVE 16 TO RETURN-CODE
001030         GO TO 1000-EXIT
001040     END-IF.
001050     OPEN I-O IFT-WHSM-FILE.
001060     IF IFT-WHSM-FILE-STATUS NOT = "00"
001070         DISPLAY "IF30002E WAREHOUSE MASTER COULD NOT BE "
001080                 "OPENED - STATUS " IFT-WHSM-FILE-STATUS
001090         MOVE 16 TO RETURN-CODE
001100         CLOSE IFT-WHSIN-FILE
001110         GO TO 1000-EXIT
001120     END-IF.
001130     PERFORM 2100-READ-EXTENSION THRU 2100-EXIT.
001140 1000-EXIT.
001150     EXIT.
001160
001170******************************************************
001180*  2000-LOAD-ONE-ITEM - WRITE THE ITEM TO THE         *
001190*  WAREHOUSE.  STATUS 22 (DUPLICATE KEY) MEANS IT IS  *
001200*  ALREADY PARKED; ANY OTHER NON-ZERO STATUS IS A     *
001210*  HARD STOP.                                         *
001220******************************************************
001230 2000-LOAD-ONE-ITEM.
001240     ADD 1 TO IFT-ITEMS-READ.
001250     MOVE IFT-WHSIN-RECORD TO IFT-WHSE-MASTER-RECORD.
001260     WRITE IFT-WHSE-MASTER-RECORD.
001270     IF IFT-WHSM-FILE-STATUS = "00"
001280         ADD 1 TO IFT-ITEMS-ADDED
001290     ELSE
001300         IF IFT-WHSM-FILE-STATUS = "22"
001310             ADD 1 TO IFT-ITEMS-ALREADY-ON
001320         ELSE
001330             DISPLAY "IF30003E WAREHOUSE WRITE FAILED - STATUS "
001340                     IFT-WHSM-FILE-STATUS
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
001460     READ IFT-WHSIN-FILE
001470         AT END SET IFT-WHSIN-END-OF-FILE TO TRUE
001480     END-READ.
001490 2100-EXIT.
001500     EXIT.
001510
001520******************************************************
001530*  3000-FINALIZE                                       *
001540******************************************************
001550 3000-FINALIZE.
001560     CLOSE IFT-WHSIN-FILE.
001570     CLOSE IFT-WHSM-FILE.
001580     DISPLAY "IF30099I ITEMS READ:     " IFT-ITEMS-READ.
001590     DISPLAY "IF30098I ITEMS PARKED:   " IFT-ITEMS-ADDED.
001600     DISPLAY "IF30097I ALREADY ON FILE:" IFT-ITEMS-ALREADY-ON.
001610 3000-EXIT.
001620     EXIT.
