000444*                   ORIGINAL NEVER POSTED) GETS ITS    *
000446*                   OWN AGING ROW; UNKNOWN CODES       *
000448*                   STILL SHARE THE LAST ROW.          *
000450*  10/14/2026  DM   RC07 (EFFECTIVE DATE IN A CLOSED   *
000452*                   ACCOUNTING PERIOD) GETS ITS OWN    *
000455*                   AGING ROW.                         *
000457*  10/15/2026  DM   THE ACCOUNT MASTER EDIT'S REASONS  *
000459*                   - RC08 ACCOUNT NOT ON FILE, RC09   *
000461*                   CLOSED, RC10 FROZEN - GET THEIR    *
000463*                   OWN AGING ROWS.                    *
000464*  10/15/2026  DM   RC11 (LARGE-VALUE ITEM DECLINED ON *
000465*                   REVIEW) GETS ITS OWN AGING ROW.    *
000467*  10/15/2026  DM   RC12 (REJECTED BY POSTING, BACKED  *
000469*                   OUT BY IFTACKBO) GETS ITS OWN      *
000471*                   AGING ROW.                         *
000473******************************************************
000475
000477 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.   IBM-370.
000500 OBJECT-COMPUTER.   IBM-370.
001130     05  FILLER                  PIC X(04) VALUE "RC04".
001140     05  FILLER                  PIC X(04) VALUE "RC05".
001145     05  FILLER                  PIC X(04) VALUE "RC06".
001147     05  FILLER                  PIC X(04) VALUE "RC07".
001149     05  FILLER                  PIC X(04) VALUE "RC08".
001152     05  FILLER                  PIC X(04) VALUE "RC09".
001154     05  FILLER                  PIC X(04) VALUE "RC10".
001155     05  FILLER                  PIC X(04) VALUE "RC11".
001156     05  FILLER                  PIC X(04) VALUE "RC12".
001157 01  IFT-REASON-CODE-REDEF REDEFINES IFT-REASON-CODE-TABLE.
001160     05  IFT-REASON-CODE-ENTRY   PIC X(04) OCCURS 12 TIMES.
001170
001180 01  IFT-AGING-ACCUMULATORS.
001190     05  IFT-AGE-REASON          OCCURS 12 TIMES.
001200         10  IFT-AGE-BUCKET      OCCURS 4 TIMES.
001210             15  IFT-AGE-COUNT   PIC 9(07)      COMP-3.
001220             15  IFT-AGE-AMOUNT  PIC S9(11)V99  COMP-3.
002120         FUNCTION INTEGER-OF-DATE (IFT-RUN-DATE).
002130     PERFORM 1100-CLEAR-ACCUMULATORS THRU 1100-EXIT
002140         VARYING IFT-REASON-SUB FROM 1 BY 1
002150         UNTIL IFT-REASON-SUB > 12.
002160     OPEN INPUT IFT-SUSMST-FILE.
002170     IF IFT-SUSMST-FILE-STATUS NOT = "00"
002180         DISPLAY "IFA0001E SUSPENSE MASTER UNLOAD COULD NOT "
003080 2200-FIND-REASON-ROW.
003090     PERFORM 2250-TEST-REASON-ROW THRU 2250-EXIT
003100         VARYING IFT-REASON-SUB FROM 1 BY 1
003110         UNTIL IFT-REASON-SUB > 11
003120            OR IFT-SUM-REASON-CODE
003130               = IFT-REASON-CODE-ENTRY (IFT-REASON-SUB).
003140 2200-EXIT.
003260 3000-FINALIZE.
003270     PERFORM 3100-PRINT-ONE-REASON THRU 3100-EXIT
003280         VARYING IFT-REASON-SUB FROM 1 BY 1
003290         UNTIL IFT-REASON-SUB > 12.
003300
003310     MOVE SPACES TO IFT-RPT-SUMMARY-LINE.
003320     MOVE "UNRESOLVED ITEMS  . . . . . . . . ." TO IFT-AS-LABEL.
