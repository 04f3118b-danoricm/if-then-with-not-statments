000478*                   A SOURCE WHOSE CYCLE DISAGREES     *
000479*                   WITH THE NIGHT'S IS REJECTED THE   *
000481*                   SAME WAY A WRONG-DAY SOURCE IS.    *
000482*  10/14/2026  DM   EACH DETAIL IS STAMPED WITH ITS    *
000483*                   OWN SOURCE'S SOURCE-SYS AS IT      *
000484*                   GOES ON THE HOLD FILE, SO THE      *
000485*                   IDENTITY THE "MERGED" HEADER       *
000486*                   HIDES SURVIVES ON EVERY ITEM.      *
000488*  10/14/2026  DM   THE SOURCE'S RUN-HISTORY ENTRY     *
000490*                   ZEROES THE NEW WAREHOUSED COUNT.   *
000492*  10/14/2026  DM   THE EXTENSION REASON COUNTS ARE    *
000494*                   ZEROED TOO (RC07 AND UP).          *
000495*  10/15/2026  DM   EACH DETAIL'S HOLD-DECISION BYTE   *
000497*                   IS CLEARED SO NO SOURCE CAN SEND   *
000498*                   AN ITEM PRE-APPROVED PAST THE      *
000500*                   LARGE-VALUE HOLD; THE SOURCE'S     *
000502*                   RUN-HISTORY ENTRY ZEROES THE NEW   *
000503*                   HELD COUNT.                        *
000505******************************************************
000506
000508 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.   IBM-370.
000530 OBJECT-COMPUTER.   IBM-370.
000860 FD  IFT-HOLD-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 01  IFT-HOLD-RECORD                PIC X(80).
000900
000910 FD  IFT-MRGOUT-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 01  IFT-MRGOUT-RECORD              PIC X(80).
000950
000960 FD  IFT-RUNM-FILE
000970     LABEL RECORDS ARE STANDARD.
002140     END-IF.
002150     ADD 1 TO IFT-SRC-RECORD-COUNT.
002160     ADD IFT-TRAN-AMOUNT TO IFT-SRC-HASH-TOTAL.
002165     MOVE IFT-SRC-SOURCE-SYS TO IFT-TRAN-SOURCE-SYS.
002167     MOVE SPACE TO IFT-TRAN-HOLD-DECISION.
002168     MOVE SPACE TO IFT-TRAN-BACKVALUE-FLAG.
002170     WRITE IFT-HOLD-RECORD FROM IFT-TRAN-RECORD.
002180 2000-NEXT.
002190     PERFORM 2100-READ-SOURCE-FEED THRU 2100-EXIT.
003780                  IFT-RUN-REASON-COUNT (4)
003790                  IFT-RUN-REASON-COUNT (5)
003795                  IFT-RUN-REASON-COUNT (6)
003796                  IFT-RUN-REASON-COUNT-X (1)
003798                  IFT-RUN-REASON-COUNT-X (2)
003800                  IFT-RUN-REASON-COUNT-X (3)
003801                  IFT-RUN-REASON-COUNT-X (4)
003803                  IFT-RUN-REASON-COUNT-X (5)
003805                  IFT-RUN-REASON-COUNT-X (6)
003806                  IFT-RUN-RECORDS-WHSE
003807                  IFT-RUN-RECORDS-HELD
003808                  IFT-RUN-FINAL-RC.
003810 2560-EXIT.
003820     EXIT.
003830
