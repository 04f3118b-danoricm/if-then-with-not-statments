000327*                   DATE.  A HEADER FRAMED BEFORE      *
000328*                   THE FIELD EXISTED (SPACES) RUNS    *
000329*                   AS CYCLE ZERO.                     *
000330*  10/14/2026  DM   THE STARTED ENTRY ZEROES THE NEW   *
000331*                   WAREHOUSED COUNT.                  *
000333*  10/14/2026  DM   THE EXTENSION REASON COUNTS ARE    *
000335*                   ZEROED TOO (RC07 AND UP).          *
000336*  10/15/2026  DM   THE STARTED ENTRY ZEROES THE NEW   *
000337*                   HELD COUNT.                        *
000338******************************************************
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
001830                          IFT-RUN-REASON-COUNT (4)
001840                          IFT-RUN-REASON-COUNT (5)
001845                          IFT-RUN-REASON-COUNT (6)
001846                          IFT-RUN-REASON-COUNT-X (1)
001848                          IFT-RUN-REASON-COUNT-X (2)
001850                          IFT-RUN-REASON-COUNT-X (3)
001851                          IFT-RUN-REASON-COUNT-X (4)
001853                          IFT-RUN-REASON-COUNT-X (5)
001855                          IFT-RUN-REASON-COUNT-X (6)
001856                          IFT-RUN-RECORDS-WHSE
001857                          IFT-RUN-RECORDS-HELD
001858                          IFT-RUN-FINAL-RC.
001860     WRITE IFT-RUN-MASTER-RECORD.
001870     IF IFT-RUNM-FILE-STATUS NOT = "00"
001880         DISPLAY "IFK0005E STARTED ENTRY WRITE FAILED - STATUS "
