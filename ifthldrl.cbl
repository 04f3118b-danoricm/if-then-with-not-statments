000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    IFTHLDRL.
000120 AUTHOR.        D MCCARRON.
000130 INSTALLATION.  DAILY OPERATIONS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************
000180*  MODIFICATION HISTORY                               *
000190*  --------------------------------------------------  *
000200*  10/15/2026  DM   ORIGINAL PROGRAM.  LARGE-VALUE     *
000210*                   HOLD RELEASE.  RUNS IN IFTPROC     *
000220*                   AFTER THE WAREHOUSE RELEASE, AHEAD *
000230*                   OF THE RECYCLE PASS AND THE SPLIT. *
000240*                   COPIES THE STREAM THROUGH, THEN    *
000250*                   APPENDS EVERY HELD ITEM WHOSE      *
000260*                   DECISION A SECOND USER HAS         *
000270*                   CONFIRMED ON THE IHLD SCREENS,     *
000280*                   WITH THE DECISION SET IN THE       *
000290*                   DETAIL - THE EDIT POSTS AN         *
000300*                   APPROVED ITEM AND FAILS A DECLINED *
000310*                   ONE RC11 TO SUSPENSE.  THE TRAILER *
000320*                   IS HELD BACK AND STEPPED UP AS IN  *
000330*                   IFTWHREL.  THE HOLD MASTER IS ONLY *
000340*                   READ HERE - EACH RELEASED ITEM     *
000350*                   ALSO GOES TO A RELEASED-ITEMS      *
000360*                   EXTRACT, AND IFTHLDCF DELETES THEM *
000370*                   IN THE CONSOLIDATION JOB.  ITEMS   *
000380*                   STILL HELD OR AWAITING A SECOND    *
000390*                   USER STAY WHERE THEY ARE.          *
000400******************************************************
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT IFT-TRAN-FILE
000500         ASSIGN TO TRANIN
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS IFT-TRAN-FILE-STATUS.
000530
000540     SELECT IFT-TRANOUT-FILE
000550         ASSIGN TO TRANOUT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS IFT-TRANOUT-FILE-STATUS.
000580
000590     SELECT IFT-HLDM-FILE
000600         ASSIGN TO HLDMSTR
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS IFT-HLD-RECORD-ID
000640         FILE STATUS IS IFT-HLDM-FILE-STATUS.
000650
000660     SELECT IFT-RLSOUT-FILE
000670         ASSIGN TO RLSOUT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS IFT-RLSOUT-FILE-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  IFT-TRAN-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760     COPY IFTTRAN.
000770
000780 FD  IFT-TRANOUT-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 01  IFT-TRANOUT-RECORD             PIC X(80).
000820
000830 FD  IFT-HLDM-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY IFTHOLD.
000860
000870 FD  IFT-RLSOUT-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 01  IFT-RLSOUT-RECORD              PIC X(220).
000910
000920 WORKING-STORAGE SECTION.
000930
000940******************************************************
000950*  FILE STATUS AND END-OF-FILE SWITCHES               *
000960******************************************************
000970 77  IFT-TRAN-FILE-STATUS        PIC X(02) VALUE SPACES.
000980 77  IFT-TRANOUT-FILE-STATUS     PIC X(02) VALUE SPACES.
000990 77  IFT-HLDM-FILE-STATUS        PIC X(02) VALUE SPACES.
001000 77  IFT-RLSOUT-FILE-STATUS      PIC X(02) VALUE SPACES.
001010
001020 77  IFT-TRAN-EOF-SWITCH         PIC X(01) VALUE "N".
001030     88  IFT-TRAN-AT-EOF                    VALUE "Y".
001040
001050 77  IFT-HLDM-EOF-SWITCH         PIC X(01) VALUE "N".
001060     88  IFT-HLDM-AT-EOF                    VALUE "Y".
001070
001080 77  IFT-TRAILER-SEEN-SWITCH     PIC X(01) VALUE "N".
001090     88  IFT-TRAILER-WAS-SEEN               VALUE "Y".
001100
001110******************************************************
001120*  RUN COUNTERS                                       *
001130******************************************************
001140 77  IFT-TRANS-COPIED            PIC 9(09) COMP-3 VALUE ZERO.
001150 77  IFT-HOLD-ITEMS-READ         PIC 9(09) COMP-3 VALUE ZERO.
001160 77  IFT-HOLD-ITEMS-APPROVED     PIC 9(09) COMP-3 VALUE ZERO.
001170 77  IFT-HOLD-ITEMS-DECLINED     PIC 9(09) COMP-3 VALUE ZERO.
001180 77  IFT-HOLD-ITEMS-LEFT         PIC 9(09) COMP-3 VALUE ZERO.
001190
001200******************************************************
001210*  TRAILER CARRY FIELDS - THE STREAM'S CONTROL        *
001220*  TOTALS, STEPPED UP BY EACH RELEASED ITEM SO THE    *
001230*  REWRITTEN TRAILER STILL TIES OUT IN THE EDIT.      *
001240******************************************************
001250 77  IFT-OUT-TRL-COUNT           PIC 9(09) VALUE ZERO.
001260 77  IFT-OUT-TRL-HASH            PIC S9(13)V99 VALUE ZERO.
001270
001280 PROCEDURE DIVISION.
001290
001300******************************************************
001310*  0000-MAINLINE                                      *
001320******************************************************
001330 0000-MAINLINE.
001340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001350     IF RETURN-CODE = 16
001360         GO TO 0000-EXIT
001370     END-IF.
001380     PERFORM 2000-COPY-TRANSACTION THRU 2000-EXIT
001390         UNTIL IFT-TRAN-AT-EOF.
001400     PERFORM 3000-SWEEP-HOLD-MASTER THRU 3000-EXIT
001410         UNTIL IFT-HLDM-AT-EOF
001420            OR RETURN-CODE = 16.
001430     PERFORM 4000-FINALIZE THRU 4000-EXIT.
001440 0000-EXIT.
001450     STOP RUN.
001460
001470******************************************************
001480*  1000-INITIALIZE - OPEN FILES AND PRIME THE STREAM  *
001490*  AND HOLD MASTER READS.                             *
001500******************************************************
001510 1000-INITIALIZE.
001520     OPEN INPUT IFT-TRAN-FILE.
001530     IF IFT-TRAN-FILE-STATUS NOT = "00"
001540         DISPLAY "IF91001E TRANSACTION FILE COULD NOT BE OPENED"
001550         MOVE 16 TO RETURN-CODE
001560         GO TO 1000-EXIT
001570     END-IF.
001580     OPEN OUTPUT IFT-TRANOUT-FILE.
001590     IF IFT-TRANOUT-FILE-STATUS NOT = "00"
001600         DISPLAY "IF91002E RELEASED TRANSACTION FILE COULD NOT "
001610                 "BE OPENED"
001620         MOVE 16 TO RETURN-CODE
001630         GO TO 1000-EXIT
001640     END-IF.
001650     OPEN INPUT IFT-HLDM-FILE.
001660     IF IFT-HLDM-FILE-STATUS NOT = "00"
001670         DISPLAY "IF91003E HOLD MASTER COULD NOT BE "
001680                 "OPENED - STATUS " IFT-HLDM-FILE-STATUS
001690         MOVE 16 TO RETURN-CODE
001700         GO TO 1000-EXIT
001710     END-IF.
001720     OPEN OUTPUT IFT-RLSOUT-FILE.
001730     IF IFT-RLSOUT-FILE-STATUS NOT = "00"
001740         DISPLAY "IF91004E RELEASED-ITEMS EXTRACT COULD NOT "
001750                 "BE OPENED"
001760         MOVE 16 TO RETURN-CODE
001770         GO TO 1000-EXIT
001780     END-IF.
001790     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
001800     PERFORM 3100-READ-HOLD-MASTER THRU 3100-EXIT.
001810 1000-EXIT.
001820     EXIT.
001830
001840******************************************************
001850*  2000-COPY-TRANSACTION - PASSES THE STREAM THROUGH  *
001860*  UNCHANGED, HOLDING BACK THE TRAILER.               *
001870******************************************************
001880 2000-COPY-TRANSACTION.
001890     IF IFT-TRAN-TRAILER-REC
001900         MOVE IFT-TRAN-TRL-RECORD-COUNT TO IFT-OUT-TRL-COUNT
001910         MOVE IFT-TRAN-TRL-HASH-TOTAL   TO IFT-OUT-TRL-HASH
001920         SET IFT-TRAILER-WAS-SEEN TO TRUE
001930         GO TO 2000-NEXT
001940     END-IF.
001950     WRITE IFT-TRANOUT-RECORD FROM IFT-TRAN-RECORD.
001960     ADD 1 TO IFT-TRANS-COPIED.
001970 2000-NEXT.
001980     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
001990 2000-EXIT.
002000     EXIT.
002010
002020******************************************************
002030*  2100-READ-TRANSACTION                               *
002040******************************************************
002050 2100-READ-TRANSACTION.
002060     READ IFT-TRAN-FILE
002070         AT END SET IFT-TRAN-AT-EOF TO TRUE
002080     END-READ.
002090 2100-EXIT.
002100     EXIT.
002110
002120******************************************************
002130*  3000-SWEEP-HOLD-MASTER - ONE ITERATION PER HOLD    *
002140*  ENTRY.  THE ALL-NINES SENTINEL IS SKIPPED.  A      *
002150*  CONFIRMED ITEM GOES BACK ON THE STREAM AS ITS      *
002160*  ORIGINAL DETAIL WITH THE CONFIRMED DECISION IN THE *
002170*  HOLD-DECISION BYTE, AND THE WHOLE ENTRY GOES TO    *
002180*  THE RELEASED-ITEMS EXTRACT.  AN ITEM STILL HELD OR *
002190*  AWAITING ITS SECOND USER STAYS WHERE IT IS.        *
002200******************************************************
002210 3000-SWEEP-HOLD-MASTER.
002220     IF IFT-HLD-RECORD-ID = "9999999999"
002230         GO TO 3000-NEXT
002240     END-IF.
002250     ADD 1 TO IFT-HOLD-ITEMS-READ.
002260     IF NOT IFT-HLD-IS-CONFIRMED
002270         ADD 1 TO IFT-HOLD-ITEMS-LEFT
002280         GO TO 3000-NEXT
002290     END-IF.
002300     MOVE IFT-HLD-TRAN-IMAGE TO IFT-TRAN-RECORD.
002310     MOVE IFT-HLD-STATUS     TO IFT-TRAN-HOLD-DECISION.
002320     WRITE IFT-TRANOUT-RECORD FROM IFT-TRAN-RECORD.
002330     WRITE IFT-RLSOUT-RECORD FROM IFT-HOLD-MASTER-RECORD.
002340     IF IFT-HLD-IS-APPROVED
002350         ADD 1 TO IFT-HOLD-ITEMS-APPROVED
002360     ELSE
002370         ADD 1 TO IFT-HOLD-ITEMS-DECLINED
002380     END-IF.
002390     ADD 1 TO IFT-OUT-TRL-COUNT.
002400     ADD IFT-HLD-AMOUNT TO IFT-OUT-TRL-HASH.
002410 3000-NEXT.
002420     PERFORM 3100-READ-HOLD-MASTER THRU 3100-EXIT.
002430 3000-EXIT.
002440     EXIT.
002450
002460******************************************************
002470*  3100-READ-HOLD-MASTER                               *
002480******************************************************
002490 3100-READ-HOLD-MASTER.
002500     READ IFT-HLDM-FILE NEXT RECORD
002510         AT END SET IFT-HLDM-AT-EOF TO TRUE
002520     END-READ.
002530     IF NOT IFT-HLDM-AT-EOF
002540        AND IFT-HLDM-FILE-STATUS NOT = "00"
002550         DISPLAY "IF91005E HOLD MASTER READ FAILED - STATUS "
002560                 IFT-HLDM-FILE-STATUS
002570         MOVE 16 TO RETURN-CODE
002580     END-IF.
002590 3100-EXIT.
002600     EXIT.
002610
002620******************************************************
002630*  4000-FINALIZE - REWRITE THE TRAILER AND CLOSE.     *
002640******************************************************
002650 4000-FINALIZE.
002660     IF IFT-TRAILER-WAS-SEEN
002670         MOVE SPACES TO IFT-TRAN-TRAILER-RECORD
002680         MOVE "TRL9999999" TO IFT-TRAN-TRL-ID
002690         MOVE IFT-OUT-TRL-COUNT TO IFT-TRAN-TRL-RECORD-COUNT
002700         MOVE IFT-OUT-TRL-HASH  TO IFT-TRAN-TRL-HASH-TOTAL
002710         WRITE IFT-TRANOUT-RECORD FROM IFT-TRAN-TRAILER-RECORD
002720     END-IF.
002730     CLOSE IFT-TRAN-FILE.
002740     CLOSE IFT-TRANOUT-FILE.
002750     CLOSE IFT-HLDM-FILE.
002760     CLOSE IFT-RLSOUT-FILE.
002770     DISPLAY "IF91099I TRANSACTIONS COPIED:  " IFT-TRANS-COPIED.
002780     DISPLAY "IF91098I HOLD ITEMS READ:      "
002790             IFT-HOLD-ITEMS-READ.
002800     DISPLAY "IF91097I ITEMS APPROVED:       "
002810             IFT-HOLD-ITEMS-APPROVED.
002820     DISPLAY "IF91096I ITEMS DECLINED:       "
002830             IFT-HOLD-ITEMS-DECLINED.
002840     DISPLAY "IF91095I ITEMS LEFT ON FILE:   "
002850             IFT-HOLD-ITEMS-LEFT.
002860 4000-EXIT.
002870     EXIT.
