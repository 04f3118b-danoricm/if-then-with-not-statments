000360*                   EVERY RANGE GOES TO THE LAST       *
000370*                   ACTIVE SPLIT AND IS COUNTED ON     *
000380*                   THE LOG.                           *
000382*  10/14/2026  DM   SPLIT OUTPUTS WIDENED TO THE 80-   *
000385*                   BYTE TRANSACTION LAYOUT THAT NOW   *
000387*                   CARRIES EACH DETAIL'S SOURCE.      *
000390******************************************************
000400
000410 ENVIRONMENT DIVISION.
000960 FD  IFT-SPLT1-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 01  IFT-SPLT1-RECORD               PIC X(80).
001000
001010 FD  IFT-SPLT2-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 01  IFT-SPLT2-RECORD               PIC X(80).
001050
001060 FD  IFT-SPLT3-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090 01  IFT-SPLT3-RECORD               PIC X(80).
001100
001110 FD  IFT-SPLT4-FILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140 01  IFT-SPLT4-RECORD               PIC X(80).
001150
001160 WORKING-STORAGE SECTION.
001170
