000430*                   BALANCE VERDICT.  ANY BREAK ENDS   *
000440*                   RC 8 SO THE SCHEDULER CAN ALERT    *
000450*                   ON THE NIGHT END TO END.           *
000451*  10/14/2026  DM   FUTURE-DATED WAREHOUSE - READ NOW  *
000452*                   TIES TO MATCHED + FAILED +         *
000453*                   WAREHOUSED.  THE PARKED-ITEMS      *
000454*                   EXTENSIONS (WHSIN) MUST HOLD ONE   *
000455*                   RECORD PER ITEM WAREHOUSED, AND    *
000456*                   THE FRONT JOB'S RELEASE CONTROL    *
000457*                   RECORD (WHCIN) MUST SHOW EVERY     *
000458*                   WAREHOUSE ITEM EITHER RELEASED OR  *
000459*                   LEFT, WITH THE RELEASED-ITEMS      *
000460*                   EXTRACT (RLSIN) HOLDING ONE        *
000461*                   RECORD PER ITEM RELEASED.          *
000462*  10/15/2026  DM   LARGE-VALUE HOLD - READ NOW TIES   *
000463*                   TO MATCHED + FAILED + WAREHOUSED + *
000464*                   HELD, AND THE SPLITS' HELD COUNTS  *
000466*                   MUST SUM TO THE CONSOLIDATED       *
000467*                   ROW'S.                             *
000468******************************************************
000470
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS IFT-NEWIN-FILE-STATUS.
000790
000791     SELECT IFT-WHSIN-FILE
000792         ASSIGN TO WHSIN
000793         ORGANIZATION IS SEQUENTIAL
000794         FILE STATUS IS IFT-WHSIN-FILE-STATUS.
000795
000796     SELECT IFT-WHCIN-FILE
000797         ASSIGN TO WHCIN
000798         ORGANIZATION IS SEQUENTIAL
000799         FILE STATUS IS IFT-WHCIN-FILE-STATUS.
000800
000801     SELECT IFT-RLSIN-FILE
000802         ASSIGN TO RLSIN
000803         ORGANIZATION IS SEQUENTIAL
000804         FILE STATUS IS IFT-RLSIN-FILE-STATUS.
000805
000807     SELECT IFT-RPT-FILE
000810         ASSIGN TO RPTOUT
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS IFT-RPT-FILE-STATUS.
001110     LABEL RECORDS ARE STANDARD.
001120     COPY IFTDUPM.
001130
001131 FD  IFT-WHSIN-FILE
001132     RECORDING MODE IS F
001133     LABEL RECORDS ARE STANDARD.
001134     COPY IFTWHSE.
001135
001136 FD  IFT-WHCIN-FILE
001137     RECORDING MODE IS F
001138     LABEL RECORDS ARE STANDARD.
001139     COPY IFTWHSC.
001140
001141 FD  IFT-RLSIN-FILE
001142     RECORDING MODE IS F
001143     LABEL RECORDS ARE STANDARD.
001144 01  IFT-RLSIN-RECORD               PIC X(150).
001145
001147 FD  IFT-RPT-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170 01  IFT-RPT-RECORD                 PIC X(133).
001260 77  IFT-SUSIN-FILE-STATUS       PIC X(02) VALUE SPACES.
001270 77  IFT-CARRYIN-FILE-STATUS     PIC X(02) VALUE SPACES.
001280 77  IFT-NEWIN-FILE-STATUS       PIC X(02) VALUE SPACES.
001282 77  IFT-WHSIN-FILE-STATUS       PIC X(02) VALUE SPACES.
001285 77  IFT-WHCIN-FILE-STATUS       PIC X(02) VALUE SPACES.
001287 77  IFT-RLSIN-FILE-STATUS       PIC X(02) VALUE SPACES.
001290 77  IFT-RPT-FILE-STATUS         PIC X(02) VALUE SPACES.
001300
001310 77  IFT-RUNIN-EOF-SWITCH        PIC X(01) VALUE "N".
001380     88  IFT-CARRYIN-AT-EOF                 VALUE "Y".
001390 77  IFT-NEWIN-EOF-SWITCH        PIC X(01) VALUE "N".
001400     88  IFT-NEWIN-AT-EOF                   VALUE "Y".
001402 77  IFT-WHSIN-EOF-SWITCH        PIC X(01) VALUE "N".
001404     88  IFT-WHSIN-AT-EOF                   VALUE "Y".
001406 77  IFT-RLSIN-EOF-SWITCH        PIC X(01) VALUE "N".
001408     88  IFT-RLSIN-AT-EOF                   VALUE "Y".
001410
001420 77  IFT-CONS-ROW-SWITCH         PIC X(01) VALUE "N".
001430     88  IFT-CONS-ROW-SEEN                  VALUE "Y".
001440
001450 77  IFT-VAL-TRAILER-SWITCH      PIC X(01) VALUE "N".
001460     88  IFT-VAL-TRAILER-SEEN               VALUE "Y".
001462
001465 77  IFT-WHC-RECORD-SWITCH       PIC X(01) VALUE "N".
001467     88  IFT-WHC-RECORD-SEEN                VALUE "Y".
001470
001480 77  IFT-NIGHT-BREAK-SWITCH      PIC X(01) VALUE "N".
001490     88  IFT-NIGHT-HAS-BROKEN               VALUE "Y".
001560 77  IFT-SPL-SUM-MATCHED         PIC 9(09) COMP-3 VALUE ZERO.
001570 77  IFT-SPL-SUM-FAILED          PIC 9(09) COMP-3 VALUE ZERO.
001580 77  IFT-SPL-SUM-EXCEPTIONS      PIC 9(09) COMP-3 VALUE ZERO.
001585 77  IFT-SPL-SUM-WAREHOUSED      PIC 9(09) COMP-3 VALUE ZERO.
001587 77  IFT-SPL-SUM-HELD            PIC 9(09) COMP-3 VALUE ZERO.
001590 77  IFT-CON-READ                PIC 9(09) COMP-3 VALUE ZERO.
001600 77  IFT-CON-MATCHED             PIC 9(09) COMP-3 VALUE ZERO.
001610 77  IFT-CON-FAILED              PIC 9(09) COMP-3 VALUE ZERO.
001620 77  IFT-CON-EXCEPTIONS          PIC 9(09) COMP-3 VALUE ZERO.
001625 77  IFT-CON-WAREHOUSED          PIC 9(09) COMP-3 VALUE ZERO.
001627 77  IFT-CON-HELD                PIC 9(09) COMP-3 VALUE ZERO.
001630 77  IFT-CON-FEED-DATE           PIC 9(08) VALUE ZERO.
001640 77  IFT-CON-SOURCE-SYS          PIC X(08) VALUE SPACES.
001650 77  IFT-VAL-DETAIL-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
001710 77  IFT-CARRY-RECORD-COUNT      PIC 9(09) COMP-3 VALUE ZERO.
001720 77  IFT-NEWID-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
001730 77  IFT-SUS-NIGHT-COUNT         PIC S9(09) COMP-3 VALUE ZERO.
001731 77  IFT-WHSE-EXT-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
001732 77  IFT-RLS-EXTRACT-COUNT       PIC 9(09) COMP-3 VALUE ZERO.
001733*    THE TWO FIGURES OF THE CONTROL LINE BEING JUDGED -
001734*    SET BY 3000 BEFORE EACH PERFORM OF 3100.
001736 77  IFT-FIGURE-A                PIC S9(09) COMP-3 VALUE ZERO.
001738 77  IFT-FIGURE-B                PIC S9(09) COMP-3 VALUE ZERO.
002340         UNTIL IFT-CARRYIN-AT-EOF.
002350     PERFORM 2800-COUNT-ONE-NEWID THRU 2800-EXIT
002360         UNTIL IFT-NEWIN-AT-EOF.
002362     PERFORM 2900-COUNT-ONE-PARKED THRU 2900-EXIT
002364         UNTIL IFT-WHSIN-AT-EOF.
002366     PERFORM 2950-COUNT-ONE-RELEASED THRU 2950-EXIT
002368         UNTIL IFT-RLSIN-AT-EOF.
002370     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002380 0000-EXIT.
002390     STOP RUN.
002780         MOVE 16 TO RETURN-CODE
002790         GO TO 1000-EXIT
002800     END-IF.
002801     OPEN INPUT IFT-WHSIN-FILE.
002802     IF IFT-WHSIN-FILE-STATUS NOT = "00"
002803         DISPLAY "IFD0011E PARKED-ITEMS EXTENSION COULD NOT "
002804                 "BE OPENED"
002805         MOVE 16 TO RETURN-CODE
002806         GO TO 1000-EXIT
002807     END-IF.
002808     OPEN INPUT IFT-WHCIN-FILE.
002809     IF IFT-WHCIN-FILE-STATUS NOT = "00"
002810         DISPLAY "IFD0012E WAREHOUSE RELEASE CONTROL FILE "
002811                 "COULD NOT BE OPENED"
002812         MOVE 16 TO RETURN-CODE
002813         GO TO 1000-EXIT
002814     END-IF.
002815     OPEN INPUT IFT-RLSIN-FILE.
002816     IF IFT-RLSIN-FILE-STATUS NOT = "00"
002817         DISPLAY "IFD0013E RELEASED-ITEMS EXTRACT COULD NOT "
002818                 "BE OPENED"
002819         MOVE 16 TO RETURN-CODE
002820         GO TO 1000-EXIT
002821     END-IF.
002824     OPEN OUTPUT IFT-RPT-FILE.
002827     IF IFT-RPT-FILE-STATUS NOT = "00"
002830         DISPLAY "IFD0006E REPORT FILE COULD NOT BE OPENED"
002840         MOVE 16 TO RETURN-CODE
002850         GO TO 1000-EXIT
002930     PERFORM 2610-READ-SUSPENSE THRU 2610-EXIT.
002940     PERFORM 2710-READ-CARRY THRU 2710-EXIT.
002950     PERFORM 2810-READ-NEWID THRU 2810-EXIT.
002951     PERFORM 2910-READ-PARKED THRU 2910-EXIT.
002952     PERFORM 2960-READ-RELEASED THRU 2960-EXIT.
002954     READ IFT-WHCIN-FILE
002955         AT END CONTINUE
002957         NOT AT END SET IFT-WHC-RECORD-SEEN TO TRUE
002958     END-READ.
002960 1000-EXIT.
002970     EXIT.
002980
003140             TO IFT-SPL-SUM-FAILED
003150         ADD IFT-RUN-EXCEPTION-COUNT OF IFT-RUNIN-RECORD
003160             TO IFT-SPL-SUM-EXCEPTIONS
003162         IF IFT-RUN-RECORDS-WHSE OF IFT-RUNIN-RECORD NUMERIC
003164             ADD IFT-RUN-RECORDS-WHSE OF IFT-RUNIN-RECORD
003166                 TO IFT-SPL-SUM-WAREHOUSED
003168         END-IF
003170         IF IFT-RUN-RECORDS-HELD OF IFT-RUNIN-RECORD NUMERIC
003172             ADD IFT-RUN-RECORDS-HELD OF IFT-RUNIN-RECORD
003174                 TO IFT-SPL-SUM-HELD
003176         END-IF
003178         GO TO 2000-NEXT
003180     END-IF.
003190     IF IFT-CONS-ROW-SEEN
003200         DISPLAY "IFD0007E MORE THAN ONE CONSOLIDATED RUN ROW"
003340         TO IFT-CON-FAILED.
003350     MOVE IFT-RUN-EXCEPTION-COUNT OF IFT-RUNIN-RECORD
003360         TO IFT-CON-EXCEPTIONS.
003362     IF IFT-RUN-RECORDS-WHSE OF IFT-RUNIN-RECORD NUMERIC
003364         MOVE IFT-RUN-RECORDS-WHSE OF IFT-RUNIN-RECORD
003366             TO IFT-CON-WAREHOUSED
003368     END-IF.
003370     IF IFT-RUN-RECORDS-HELD OF IFT-RUNIN-RECORD NUMERIC
003372         MOVE IFT-RUN-RECORDS-HELD OF IFT-RUNIN-RECORD
003374             TO IFT-CON-HELD
003376     END-IF.
003378 2000-NEXT.
003380     PERFORM 2100-READ-RUN-ROW THRU 2100-EXIT.
003390 2000-EXIT.
003400     EXIT.
004130     END-READ.
004140 2810-EXIT.
004150     EXIT.
004151
004152 2900-COUNT-ONE-PARKED.
004153     ADD 1 TO IFT-WHSE-EXT-COUNT.
004154     PERFORM 2910-READ-PARKED THRU 2910-EXIT.
004155 2900-EXIT.
004156     EXIT.
004157
004158 2910-READ-PARKED.
004159     READ IFT-WHSIN-FILE
004160         AT END SET IFT-WHSIN-AT-EOF TO TRUE
004161     END-READ.
004162 2910-EXIT.
004163     EXIT.
004164
004165 2950-COUNT-ONE-RELEASED.
004166     ADD 1 TO IFT-RLS-EXTRACT-COUNT.
004167     PERFORM 2960-READ-RELEASED THRU 2960-EXIT.
004168 2950-EXIT.
004169     EXIT.
004170
004171 2960-READ-RELEASED.
004172     READ IFT-RLSIN-FILE
004173         AT END SET IFT-RLSIN-AT-EOF TO TRUE
004174     END-READ.
004175 2960-EXIT.
004176     EXIT.
004177
004178******************************************************
004180*  3000-FINALIZE - CROSS-FOOT EVERY PAIR OF FIGURES   *
004190*  ONTO THE SHEET AND SET THE RETURN CODE FROM THE    *
004200*  VERDICT.                                           *
004290         DISPLAY "IFD0009E CLEANED FILE TRAILER MISSING"
004300         SET IFT-NIGHT-HAS-BROKEN TO TRUE
004310     END-IF.
004311     IF NOT IFT-WHC-RECORD-SEEN
004312         DISPLAY "IFD0014E WAREHOUSE RELEASE CONTROL RECORD "
004313                 "MISSING"
004314         SET IFT-NIGHT-HAS-BROKEN TO TRUE
004315         MOVE ZERO TO IFT-WHC-ITEMS-ON-FILE
004316         MOVE ZERO TO IFT-WHC-ITEMS-RELEASED
004317         MOVE ZERO TO IFT-WHC-ITEMS-LEFT
004318     END-IF.
004320     COMPUTE IFT-SUS-NIGHT-COUNT =
004330         IFT-SUS-RECORD-COUNT - IFT-CARRY-RECORD-COUNT.
004340
004590     MOVE IFT-CON-FAILED     TO IFT-FIGURE-B.
004600     PERFORM 3100-JUDGE-ONE-FIGURE THRU 3100-EXIT.
004610
004611     MOVE "SPLIT WAREHOUSED / CONSOLIDATED WHSD"
004612         TO IFT-NG-LABEL.
004614     MOVE IFT-SPL-SUM-WAREHOUSED TO IFT-FIGURE-A.
004615     MOVE IFT-CON-WAREHOUSED     TO IFT-FIGURE-B.
004617     PERFORM 3100-JUDGE-ONE-FIGURE THRU 3100-EXIT.
004618
004620     MOVE "SPLIT HELD / CONSOLIDATED HELD"
004621         TO IFT-NG-LABEL.
004622     MOVE IFT-SPL-SUM-HELD TO IFT-FIGURE-A.
004624     MOVE IFT-CON-HELD     TO IFT-FIGURE-B.
004625     PERFORM 3100-JUDGE-ONE-FIGURE THRU 3100-EXIT.
004627
004628     MOVE "MATCHED+FAILED+WAREHOUSED+HELD / READ"
004630         TO IFT-NG-LABEL.
004640     COMPUTE IFT-FIGURE-A =
004650         IFT-CON-MATCHED + IFT-CON-FAILED + IFT-CON-WAREHOUSED
004655         + IFT-CON-HELD.
004660     MOVE IFT-CON-READ TO IFT-FIGURE-B.
004670     PERFORM 3100-JUDGE-ONE-FIGURE THRU 3100-EXIT.
004750
005020     MOVE IFT-CON-EXCEPTIONS TO IFT-FIGURE-A.
005030     MOVE IFT-SUS-NIGHT-COUNT TO IFT-FIGURE-B.
005040     PERFORM 3100-JUDGE-ONE-FIGURE THRU 3100-EXIT.
005041
005042     MOVE "WAREHOUSED / PARKED EXTENSION COUNT"
005043         TO IFT-NG-LABEL.
005044     MOVE IFT-CON-WAREHOUSED TO IFT-FIGURE-A.
005045     MOVE IFT-WHSE-EXT-COUNT TO IFT-FIGURE-B.
005046     PERFORM 3100-JUDGE-ONE-FIGURE THRU 3100-EXIT.
005047
005048     MOVE "WAREHOUSE RELEASED / RELEASE EXTRACT"
005049         TO IFT-NG-LABEL.
005050     MOVE IFT-WHC-ITEMS-RELEASED TO IFT-FIGURE-A.
005051     MOVE IFT-RLS-EXTRACT-COUNT  TO IFT-FIGURE-B.
005052     PERFORM 3100-JUDGE-ONE-FIGURE THRU 3100-EXIT.
005053
005054     MOVE "WAREHOUSE ON FILE / RELEASED PLUS LEFT"
005055         TO IFT-NG-LABEL.
005056     MOVE IFT-WHC-ITEMS-ON-FILE TO IFT-FIGURE-A.
005057     COMPUTE IFT-FIGURE-B =
005058         IFT-WHC-ITEMS-RELEASED + IFT-WHC-ITEMS-LEFT.
005059     PERFORM 3100-JUDGE-ONE-FIGURE THRU 3100-EXIT.
005062
005066     IF IFT-NIGHT-HAS-BROKEN
005070         MOVE "OUT-OF-BALANCE" TO IFT-NV-VERDICT
005080         MOVE 8 TO RETURN-CODE
005090         DISPLAY "IFD0099E NIGHT DID NOT PROVE - SEE THE "
005200     CLOSE IFT-SUSIN-FILE.
005210     CLOSE IFT-CARRYIN-FILE.
005220     CLOSE IFT-NEWIN-FILE.
005222     CLOSE IFT-WHSIN-FILE.
005225     CLOSE IFT-WHCIN-FILE.
005227     CLOSE IFT-RLSIN-FILE.
005230     CLOSE IFT-RPT-FILE.
005240 3000-EXIT.
005250     EXIT.
