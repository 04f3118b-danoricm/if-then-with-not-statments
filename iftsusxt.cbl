000314*                   AGAIN IS POINTLESS.  THEY ARE      *
000315*                   COUNTED AND LEFT FOR THE           *
000316*                   ESCALATION WORKLIST.               *
000317*  10/14/2026  DM   THE HANDED-OVER ITEM KEEPS ITS     *
000318*                   SOURCE SYSTEM.                     *
000320*  10/15/2026  DM   THE HANDED-OVER ITEM CARRIES ITS   *
000322*                   ACCOUNT NUMBER, AS CORRECTED ON    *
000324*                   ISUS.                              *
000326******************************************************
000328
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
001570     MOVE IFT-SUM-RUN-TIME       TO IFT-SUS-RUN-TIME.
001580     MOVE IFT-SUM-TRAN-CODE      TO IFT-SUS-TRAN-CODE.
001590     MOVE IFT-SUM-RECYCLE-COUNT  TO IFT-SUS-RECYCLE-COUNT.
001595     MOVE IFT-SUM-SOURCE-SYS     TO IFT-SUS-SOURCE-SYS.
001597     MOVE IFT-SUM-ACCOUNT-NO     TO IFT-SUS-ACCOUNT-NO.
001600     WRITE IFT-SUSPENSE-RECORD.
001610     IF IFT-RELOUT-FILE-STATUS NOT = "00"
001620         DISPLAY "IFX0003E RELEASED-ITEM WRITE FAILED - "
