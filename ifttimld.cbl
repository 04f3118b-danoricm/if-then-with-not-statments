000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    IFTTIMLD.
000120 AUTHOR.        D MCCARRON.
000130 INSTALLATION.  DAILY OPERATIONS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************
000180*  MODIFICATION HISTORY                               *
000190*  --------------------------------------------------  *
000200*  10/15/2026  DM   ORIGINAL PROGRAM.  FOLDS THE       *
000210*                   NIGHT'S STEP TIMING WORK FILES     *
000220*                   (IFTDAILY, THE FOUR SPLIT EDIT     *
000230*                   JOBS AND IFTCONSJ, WRITTEN BY THE  *
000240*                   IFTTIMST STAMP STEPS) INTO THE     *
000250*                   KEYED RUN-TIMING MASTER.  THE FEED *
000260*                   DATE, SOURCE AND CYCLE OF EVERY    *
000270*                   ROW ARE TAKEN FROM THE NIGHT'S     *
000280*                   MERGED STREAM HEADER, SO THE STEPS *
000290*                   THAT RAN BEFORE THE STREAM EXISTED *
000300*                   ARE KEYED WITH THE REST.  A ROW    *
000310*                   ALREADY ON THE MASTER (A RERUN OF  *
000320*                   THE NIGHT) IS REPLACED, SO THE     *
000330*                   MASTER HOLDS THE RUN THAT FINISHED *
000340*                   THE NIGHT.  TIMING IS REPORTING    *
000350*                   ONLY - NOTHING HERE ENDS ABOVE RC  *
000360*                   8, SO IT CANNOT HOLD THE WINDOW.   *
000370******************************************************
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT IFT-KEYIN-FILE
000470         ASSIGN TO KEYIN
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS IFT-KEYIN-FILE-STATUS.
000500
000510     SELECT IFT-TIMIN-FILE
000520         ASSIGN TO TIMIN
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS IFT-TIMIN-FILE-STATUS.
000550
000560     SELECT IFT-TIMM-FILE
000570         ASSIGN TO TIMMSTR
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS IFT-TIM-KEY
000610                       OF IFT-TIMING-RECORD
000620         FILE STATUS IS IFT-TIMM-FILE-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  IFT-KEYIN-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690     COPY IFTTRAN.
000700
000710 FD  IFT-TIMIN-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740     COPY IFTTIMM REPLACING ==IFT-TIMING-RECORD==
000750                         BY ==IFT-TIMIN-RECORD==.
000760
000770 FD  IFT-TIMM-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY IFTTIMM.
000800
000810 WORKING-STORAGE SECTION.
000820
000830 77  IFT-KEYIN-FILE-STATUS        PIC X(02) VALUE SPACES.
000840 77  IFT-TIMIN-FILE-STATUS        PIC X(02) VALUE SPACES.
000850 77  IFT-TIMM-FILE-STATUS         PIC X(02) VALUE SPACES.
000860
000870 77  IFT-TIMIN-EOF-SWITCH         PIC X(01) VALUE "N".
000880     88  IFT-TIMIN-END-OF-FILE               VALUE "Y".
000890
000900 77  IFT-NIGHT-FEED-DATE          PIC 9(08) VALUE ZERO.
000910 77  IFT-NIGHT-SOURCE-SYS         PIC X(08) VALUE SPACES.
000920 77  IFT-NIGHT-CYCLE-NO           PIC 9(02) VALUE ZERO.
000930
000940 77  IFT-ROWS-READ                PIC 9(09) COMP-3 VALUE ZERO.
000950 77  IFT-ROWS-ADDED               PIC 9(09) COMP-3 VALUE ZERO.
000960 77  IFT-ROWS-REPLACED            PIC 9(09) COMP-3 VALUE ZERO.
000970 77  IFT-ROWS-NOT-LOADED          PIC 9(09) COMP-3 VALUE ZERO.
000980 77  IFT-START-MARKS              PIC 9(09) COMP-3 VALUE ZERO.
000990
001000 PROCEDURE DIVISION.
001010
001020******************************************************
001030*  0000-MAINLINE                                      *
001040******************************************************
001050 0000-MAINLINE.
001060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001070     IF RETURN-CODE = 8
001080         GO TO 0000-EXIT
001090     END-IF.
001100     PERFORM 2000-LOAD-ONE-ROW THRU 2000-EXIT
001110         UNTIL IFT-TIMIN-END-OF-FILE.
001120     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001130 0000-EXIT.
001140     STOP RUN.
001150
001160******************************************************
001170*  1000-INITIALIZE - THE NIGHT'S KEY FROM THE MERGED  *
001180*  STREAM HEADER, THEN OPEN THE WORK FILES AND THE    *
001190*  MASTER.  WITHOUT A HEADER NOTHING CAN BE KEYED.    *
001200******************************************************
001210 1000-INITIALIZE.
001220     OPEN INPUT IFT-KEYIN-FILE.
001230     IF IFT-KEYIN-FILE-STATUS NOT = "00"
001240         DISPLAY "IF99001E MERGED STREAM COULD NOT BE "
001250                 "OPENED - NO TIMING LOADED"
001260         MOVE 8 TO RETURN-CODE
001270         GO TO 1000-EXIT
001280     END-IF.
001290     READ IFT-KEYIN-FILE
001300         AT END MOVE SPACES TO IFT-TRAN-RECORD
001310     END-READ.
001320     CLOSE IFT-KEYIN-FILE.
001330     IF NOT IFT-TRAN-HEADER-REC
001340        OR IFT-TRAN-HDR-FEED-DATE NOT NUMERIC
001350         DISPLAY "IF99002E MERGED STREAM HAS NO HEADER - "
001360                 "NO TIMING LOADED"
001370         MOVE 8 TO RETURN-CODE
001380         GO TO 1000-EXIT
001390     END-IF.
001400     MOVE IFT-TRAN-HDR-FEED-DATE  TO IFT-NIGHT-FEED-DATE.
001410     MOVE IFT-TRAN-HDR-SOURCE-SYS TO IFT-NIGHT-SOURCE-SYS.
001420     IF IFT-TRAN-HDR-CYCLE-NO NUMERIC
001430         MOVE IFT-TRAN-HDR-CYCLE-NO TO IFT-NIGHT-CYCLE-NO
001440     END-IF.
001450     OPEN INPUT IFT-TIMIN-FILE.
001460     IF IFT-TIMIN-FILE-STATUS NOT = "00"
001470         DISPLAY "IF99003E TIMING WORK FILES COULD NOT BE "
001480                 "OPENED - NO TIMING LOADED"
001490         MOVE 8 TO RETURN-CODE
001500         GO TO 1000-EXIT
001510     END-IF.
001520     OPEN I-O IFT-TIMM-FILE.
001530     IF IFT-TIMM-FILE-STATUS NOT = "00"
001540         DISPLAY "IF99004E RUN-TIMING MASTER COULD NOT BE "
001550                 "OPENED - STATUS " IFT-TIMM-FILE-STATUS
001560         MOVE 8 TO RETURN-CODE
001570         CLOSE IFT-TIMIN-FILE
001580         GO TO 1000-EXIT
001590     END-IF.
001600     PERFORM 2100-READ-WORK-FILE THRU 2100-EXIT.
001610 1000-EXIT.
001620     EXIT.
001630
001640******************************************************
001650*  2000-LOAD-ONE-ROW - A JOB-START MARK ONLY DATES    *
001660*  THE JOB'S FIRST STEP AND IS NOT LOADED.  STATUS 22 *
001670*  ON THE WRITE MEANS A RERUN OF THE NIGHT - THE ROW  *
001680*  IS REWRITTEN.  ANY OTHER FAILURE LOSES THE ROW     *
001690*  AND ENDS THE STEP RC 4.                            *
001700******************************************************
001710 2000-LOAD-ONE-ROW.
001720     ADD 1 TO IFT-ROWS-READ.
001730     IF IFT-TIM-JOB-START OF IFT-TIMIN-RECORD
001740         ADD 1 TO IFT-START-MARKS
001750         GO TO 2000-NEXT
001760     END-IF.
001770     MOVE IFT-TIMIN-RECORD     TO IFT-TIMING-RECORD.
001780     MOVE IFT-NIGHT-FEED-DATE
001790         TO IFT-TIM-FEED-DATE OF IFT-TIMING-RECORD.
001800     MOVE IFT-NIGHT-SOURCE-SYS
001810         TO IFT-TIM-SOURCE-SYS OF IFT-TIMING-RECORD.
001820     MOVE IFT-NIGHT-CYCLE-NO
001830         TO IFT-TIM-CYCLE-NO OF IFT-TIMING-RECORD.
001840     WRITE IFT-TIMING-RECORD.
001850     IF IFT-TIMM-FILE-STATUS = "00"
001860         ADD 1 TO IFT-ROWS-ADDED
001870         GO TO 2000-NEXT
001880     END-IF.
001890     IF IFT-TIMM-FILE-STATUS = "22"
001900         REWRITE IFT-TIMING-RECORD
001910         IF IFT-TIMM-FILE-STATUS = "00"
001920             ADD 1 TO IFT-ROWS-REPLACED
001930             GO TO 2000-NEXT
001940         END-IF
001950     END-IF.
001960     ADD 1 TO IFT-ROWS-NOT-LOADED.
001970     DISPLAY "IF99005W TIMING ROW NOT LOADED - STEP "
001980             IFT-TIM-STEP-NAME OF IFT-TIMING-RECORD
001990             " SPLIT " IFT-TIM-SPLIT-ID OF IFT-TIMING-RECORD
002000             " STATUS " IFT-TIMM-FILE-STATUS.
002010     MOVE 4 TO RETURN-CODE.
002020 2000-NEXT.
002030     PERFORM 2100-READ-WORK-FILE THRU 2100-EXIT.
002040 2000-EXIT.
002050     EXIT.
002060
002070******************************************************
002080*  2100-READ-WORK-FILE                                 *
002090******************************************************
002100 2100-READ-WORK-FILE.
002110     READ IFT-TIMIN-FILE
002120         AT END SET IFT-TIMIN-END-OF-FILE TO TRUE
002130     END-READ.
002140 2100-EXIT.
002150     EXIT.
002160
002170******************************************************
002180*  3000-FINALIZE                                       *
002190******************************************************
002200 3000-FINALIZE.
002210     CLOSE IFT-TIMIN-FILE.
002220     CLOSE IFT-TIMM-FILE.
002230     DISPLAY "IF99099I TIMING ROWS READ:   " IFT-ROWS-READ.
002240     DISPLAY "IF99098I JOB-START MARKS:    " IFT-START-MARKS.
002250     DISPLAY "IF99097I STEP ROWS ADDED:    " IFT-ROWS-ADDED.
002260     DISPLAY "IF99096I STEP ROWS REPLACED: " IFT-ROWS-REPLACED.
002270     DISPLAY "IF99095I ROWS NOT LOADED:    "
002280             IFT-ROWS-NOT-LOADED.
002290 3000-EXIT.
002300     EXIT.
