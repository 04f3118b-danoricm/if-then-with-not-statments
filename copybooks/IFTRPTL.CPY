000470     05  FILLER                  PIC X(07) VALUE "VALUE".
000480     05  FILLER                  PIC X(10) VALUE "EXPECTED".
000490     05  FILLER                  PIC X(08) VALUE "REASON".
000500     05  FILLER                  PIC X(39) VALUE "REASON DESC".
000505     05  FILLER                  PIC X(08) VALUE "SOURCE".
000510     05  FILLER                  PIC X(02) VALUE SPACES.
000513     05  FILLER                  PIC X(10) VALUE "ACCOUNT".
000516     05  FILLER                  PIC X(26) VALUE SPACES.
000520
000530 01  IFT-RPT-DETAIL-LINE.
000540     05  FILLER                  PIC X(01) VALUE SPACES.
000630     05  IFT-RD-REASON-CODE      PIC X(04).
000640     05  FILLER                  PIC X(04) VALUE SPACES.
000650     05  IFT-RD-REASON-TEXT      PIC X(40).
000655     05  FILLER                  PIC X(02) VALUE SPACES.
000657     05  IFT-RD-SOURCE-SYS       PIC X(08).
000660     05  FILLER                  PIC X(02) VALUE SPACES.
000663     05  IFT-RD-ACCOUNT-NO       PIC X(10).
000666     05  FILLER                  PIC X(26) VALUE SPACES.
000670
000680 01  IFT-RPT-SUMMARY-LINE.
000690     05  FILLER                  PIC X(01) VALUE SPACES.
