000305*                   COLUMNS NOW RUN RC01 THRU RC06     *
000306*                   (RC06 = REVERSAL ORIGINAL NEVER    *
000307*                   POSTED).                           *
000308*  10/14/2026  DM   RC07 COLUMN (EFFECTIVE DATE IN A   *
000310*                   CLOSED ACCOUNTING PERIOD), TAKEN   *
000311*                   FROM THE RUN ROW'S EXTENSION       *
000313*                   COUNTS.  A ROW WRITTEN BEFORE THE  *
000315*                   EXTENSION EXISTED SHOWS ZERO.      *
000316*  10/15/2026  DM   RC08-RC10 COLUMNS (ACCOUNT NOT ON  *
000318*                   FILE, CLOSED, FROZEN) FROM THE     *
000319*                   EXTENSION COUNTS.  THE REASON      *
000321*                   COLUMNS ARE NARROWED TO EIGHT SO   *
000322*                   TEN FIT THE LINE, AND THE COLUMN   *
000324*                   HEADINGS NOW SIT OVER THEIR DATA.  *
000325*  10/15/2026  DM   RC11 COLUMN (LARGE-VALUE ITEM      *
000326*                   DECLINED ON REVIEW) FROM THE       *
000328*                   EXTENSION COUNTS.  THE REASON      *
000329*                   COLUMNS ARE NARROWED TO SEVEN, THE *
000331*                   WIDTH OF A RUN ROW'S REASON COUNT, *
000332*                   SO ELEVEN FIT THE LINE.            *
000334******************************************************
000335
000337 ENVIRONMENT DIVISION.
000338 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.   IBM-370.
000350 OBJECT-COMPUTER.   IBM-370.
000360
000810
000820 77  IFT-RUNS-REPORTED           PIC 9(05) COMP-3 VALUE ZERO.
000830 77  IFT-REASON-SUB              PIC 9(02) COMP   VALUE ZERO.
000835 77  IFT-REASON-X-SUB            PIC 9(02) COMP   VALUE ZERO.
000840 77  IFT-RUN-MONTH               PIC 9(06) VALUE ZERO.
000850 77  IFT-FAILURE-RATE            PIC 9(03)V99 COMP-3
000860                                           VALUE ZERO.
000950     05  IFT-TOT-READ            PIC 9(11) COMP-3 VALUE ZERO.
000960     05  IFT-TOT-FAILED          PIC 9(11) COMP-3 VALUE ZERO.
000970     05  IFT-TOT-REASON          PIC 9(09) COMP-3
000980                                 OCCURS 11 TIMES VALUE ZERO.
000990
001000******************************************************
001010*  REPORT LINE LAYOUTS                                *
001110     05  FILLER                  PIC X(63) VALUE SPACES.
001120
001130 01  IFT-RPT-HEADING-2.
001140     05  FILLER                  PIC X(24) VALUE
001150         " FEED DATE SOURCE   CY S".
001160     05  FILLER                  PIC X(22) VALUE
001170         "       READ     FAILED".
001180     05  FILLER                  PIC X(07) VALUE "  RATE%".
001190     05  FILLER                  PIC X(35) VALUE
001200         "   RC01   RC02   RC03   RC04   RC05".
001210     05  FILLER                  PIC X(42) VALUE
001215         "   RC06   RC07   RC08   RC09   RC10   RC11".
001217     05  FILLER                  PIC X(03) VALUE SPACES.
001220
001230 01  IFT-RPT-TREND-LINE.
001240     05  FILLER                  PIC X(01) VALUE SPACES.
001310     05  IFT-TL-FAILED           PIC ZZZ,ZZZ,ZZ9.
001320     05  IFT-TL-RATE             PIC ZZ9.99.
001330     05  FILLER                  PIC X(01) VALUE SPACES.
001340     05  IFT-TL-REASON           PIC ZZZZZZ9 OCCURS 11 TIMES.
001350     05  FILLER                  PIC X(03) VALUE SPACES.
001360
001370 01  IFT-RPT-TOTAL-LINE.
001380     05  FILLER                  PIC X(01) VALUE SPACES.
001410     05  IFT-TO-FAILED           PIC ZZZ,ZZZ,ZZ9.
001420     05  IFT-TO-RATE             PIC ZZ9.99.
001430     05  FILLER                  PIC X(01) VALUE SPACES.
001440     05  IFT-TO-REASON           PIC ZZZZZZ9 OCCURS 11 TIMES.
001450     05  FILLER                  PIC X(03) VALUE SPACES.
001460
001470 PROCEDURE DIVISION.
001480
002430     PERFORM 2200-MOVE-ONE-REASON THRU 2200-EXIT
002440         VARYING IFT-REASON-SUB FROM 1 BY 1
002450         UNTIL IFT-REASON-SUB > 6.
002452     PERFORM 2400-MOVE-ONE-EXTRA-REASON THRU 2400-EXIT
002455         VARYING IFT-REASON-X-SUB FROM 1 BY 1
002457         UNTIL IFT-REASON-X-SUB > 5.
002460     WRITE IFT-RPT-RECORD FROM IFT-RPT-TREND-LINE
002470         AFTER ADVANCING 1 LINE.
002480     ADD IFT-RUN-RECORDS-READ TO IFT-TOT-READ.
002780     EXIT.
002790
002800******************************************************
002801*  2400-MOVE-ONE-EXTRA-REASON - REASONS PAST RC06     *
002802*  RIDE IN THE RUN ROW'S EXTENSION COUNTS (ENTRY 1 =  *
002804*  RC07).  AN OLDER ROW HAS SPACES THERE AND COUNTS   *
002805*  AS ZERO.                                           *
002806******************************************************
002808 2400-MOVE-ONE-EXTRA-REASON.
002809     COMPUTE IFT-REASON-SUB = IFT-REASON-X-SUB + 6.
002810     IF IFT-RUN-REASON-COUNT-X (IFT-REASON-X-SUB) NUMERIC
002812         MOVE IFT-RUN-REASON-COUNT-X (IFT-REASON-X-SUB)
002813             TO IFT-TL-REASON (IFT-REASON-SUB)
002814         ADD IFT-RUN-REASON-COUNT-X (IFT-REASON-X-SUB)
002816             TO IFT-TOT-REASON (IFT-REASON-SUB)
002817     ELSE
002819         MOVE ZERO TO IFT-TL-REASON (IFT-REASON-SUB)
002820     END-IF.
002821 2400-EXIT.
002823     EXIT.
002824
002825******************************************************
002827*  3000-FINALIZE - MONTH TOTALS AND THE OVERALL       *
002828*  FAILURE RATE.                                      *
002830******************************************************
002840 3000-FINALIZE.
002850     MOVE SPACES TO IFT-RPT-TOTAL-LINE.
002950     MOVE IFT-FAILURE-RATE TO IFT-TO-RATE.
002960     PERFORM 3100-MOVE-ONE-TOTAL THRU 3100-EXIT
002970         VARYING IFT-REASON-SUB FROM 1 BY 1
002980         UNTIL IFT-REASON-SUB > 11.
002990     WRITE IFT-RPT-RECORD FROM IFT-RPT-TOTAL-LINE
003000         AFTER ADVANCING 2 LINES.
003010     CLOSE IFT-RUNHIST-FILE.
