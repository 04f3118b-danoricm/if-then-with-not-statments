000567*                   AS ONE - THE SOURCE RESENDS THE     *
000568*                   REVERSAL ON A LATER FEED ONCE THE   *
000569*                   ORIGINAL HAS POSTED.                *
000570*  10/14/2026  DM   A REBUILT ITEM KEEPS THE SOURCE     *
000571*                   SYSTEM FROM ITS SUSPENSE RECORD.    *
000572*  10/14/2026  DM   THE RE-EDIT'S DATE TEST NOW STOPS   *
000573*                   AT THE WAREHOUSE HORIZON (HIGH      *
000575*                   DATE PLUS IFT-CTL-FUTURE-DAYS), NOT *
000576*                   THE HIGH DATE, TO MATCH THE EDIT    *
000577*                   STEP - A CORRECTED ITEM DATED       *
000579*                   INSIDE THE HORIZON GOES TO THE      *
000580*                   STREAM AND THE EDIT PARKS IT ON     *
000582*                   THE WAREHOUSE.                      *
000583*  10/14/2026  DM   THE RE-EDIT TABLES THE BUSINESS     *
000584*                   CALENDAR UNLOAD AS THE EDIT STEP    *
000586*                   DOES.  AN ITEM DATED IN A CLOSED    *
000587*                   ACCOUNTING PERIOD STILL FAILS       *
000588*                   UNLESS ITS CODE IS SET TO BACK-     *
000590*                   VALUE - THE EDIT STEP THEN MOVES    *
000591*                   IT INTO THE FIRST OPEN BUSINESS     *
000593*                   DAY.                                *
000594*  10/15/2026  DM   THE REBUILT TRANSACTION CARRIES THE *
000596*                   ITEM'S ACCOUNT NUMBER, SO THE EDIT  *
000597*                   STEP PROVES THE (POSSIBLY           *
000599*                   CORRECTED) ACCOUNT AGAINST THE      *
000600*                   ACCOUNT MASTER AGAIN.               *
000602******************************************************
000603
000605 ENVIRONMENT DIVISION.
000606 CONFIGURATION SECTION.
000608 SOURCE-COMPUTER.   IBM-370.
000610 OBJECT-COMPUTER.   IBM-370.
000620
000630 INPUT-OUTPUT SECTION.
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS IFT-CODEREF-FILE-STATUS.
000940
000941     SELECT IFT-CALFLAT-FILE
000943         ASSIGN TO CALFLAT
000945         ORGANIZATION IS SEQUENTIAL
000946         FILE STATUS IS IFT-CALFLAT-FILE-STATUS.
000948
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  IFT-CTL-FILE
001120 FD  IFT-TRANOUT-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  IFT-TRANOUT-RECORD             PIC X(80).
001160
001170 FD  IFT-SUSFWD-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD.
001200 01  IFT-SUSFWD-RECORD              PIC X(100).
001210
001220 FD  IFT-CODEREF-FILE
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250     COPY IFTCODE.
001260
001261 FD  IFT-CALFLAT-FILE
001263     RECORDING MODE IS F
001265     LABEL RECORDS ARE STANDARD.
001266     COPY IFTCALM.
001268
001270 WORKING-STORAGE SECTION.
001280
001290******************************************************
001350 77  IFT-TRANOUT-FILE-STATUS     PIC X(02) VALUE SPACES.
001360 77  IFT-SUSFWD-FILE-STATUS      PIC X(02) VALUE SPACES.
001370 77  IFT-CODEREF-FILE-STATUS     PIC X(02) VALUE SPACES.
001375 77  IFT-CALFLAT-FILE-STATUS     PIC X(02) VALUE SPACES.
001380
001390 77  IFT-TRAN-EOF-SWITCH         PIC X(01) VALUE "N".
001400     88  IFT-TRAN-AT-EOF                    VALUE "Y".
001560
001570 77  IFT-VALID-CODE-SWITCH       PIC X(01) VALUE "N".
001580     88  IFT-CODE-IS-VALID                  VALUE "Y".
001581
001582 77  IFT-CALFLAT-EOF-SWITCH      PIC X(01) VALUE "N".
001584     88  IFT-CALFLAT-AT-EOF                 VALUE "Y".
001585
001587 77  IFT-CAL-FOUND-SWITCH        PIC X(01) VALUE "N".
001588     88  IFT-CAL-DATE-WAS-FOUND             VALUE "Y".
001590
001600******************************************************
001610*  RUN COUNTERS AND WORK FIELDS                       *
001760
001770 77  IFT-RUN-DATE                PIC 9(08) VALUE ZERO.
001780 77  IFT-RUN-TIME                PIC 9(06) VALUE ZERO.
001781
001783*    LAST EFFECTIVE DATE THE EDIT STEP WILL ACCEPT (BY
001785*    PARKING IT ON THE WAREHOUSE) - SEE 1700.
001786 77  IFT-WHSE-HORIZON-DATE       PIC 9(08) VALUE ZERO.
001788 77  IFT-HORIZON-DAY-NUMBER      PIC S9(09) COMP VALUE ZERO.
001790
001800******************************************************
001810*  TRAILER CARRY FIELDS - THE RAW FEED'S CONTROL      *
001990         10  IFT-RULE-END-DATE   PIC 9(08).
002000         10  IFT-RULE-CHECK-VALUE PIC 9(02).
002010         10  IFT-RULE-MAX-AMOUNT PIC 9(09)V99 COMP-3.
002011         10  IFT-RULE-CLOSED-ACTION PIC X(01).
002012             88  IFT-RULE-CLOSED-BACKVALUE  VALUE "B".
002013
002014******************************************************
002015*  BUSINESS CALENDAR TABLE - THE SAME UNLOAD THE EDIT *
002016*  STEP TABLES, HIGH-VALUES FIRST FOR THE BINARY      *
002017*  SEARCH.  ONLY THE PERIOD STATUS MATTERS HERE.      *
002018******************************************************
002020 77  IFT-CAL-TABLE-COUNT         PIC 9(04) COMP    VALUE ZERO.
002021 01  IFT-CAL-TABLE.
002022     05  IFT-CAL-ENTRY           OCCURS 6000 TIMES
002023         ASCENDING KEY IS IFT-CAL-TBL-DATE
002024         INDEXED BY IFT-CAL-INDEX.
002025         10  IFT-CAL-TBL-DATE    PIC 9(08).
002026         10  IFT-CAL-TBL-STATUS  PIC X(01).
002027             88  IFT-CAL-TBL-CLOSED         VALUE "C".
002028
002030 PROCEDURE DIVISION.
002040
002050******************************************************
002410             GO TO 1000-EXIT
002420     END-READ.
002430     CLOSE IFT-CTL-FILE.
002435     PERFORM 1700-SET-WAREHOUSE-HORIZON THRU 1700-EXIT.
002440     PERFORM 1500-LOAD-CODE-TABLE THRU 1500-EXIT.
002442     IF RETURN-CODE = 16
002444         GO TO 1000-EXIT
002446     END-IF.
002448     PERFORM 1800-LOAD-CALENDAR-TABLE THRU 1800-EXIT.
002450     IF RETURN-CODE = 16
002460         GO TO 1000-EXIT
002470     END-IF.
003260         TO IFT-RULE-CHECK-VALUE (IFT-CODE-TABLE-COUNT).
003270     MOVE IFT-REF-MAX-AMOUNT
003280         TO IFT-RULE-MAX-AMOUNT (IFT-CODE-TABLE-COUNT).
003283     MOVE IFT-REF-CLOSED-ACTION
003286         TO IFT-RULE-CLOSED-ACTION (IFT-CODE-TABLE-COUNT).
003290     PERFORM 1550-READ-CODE-UNLOAD THRU 1550-EXIT.
003300 1560-EXIT.
003310     EXIT.
003311
003312******************************************************
003313*  1700-SET-WAREHOUSE-HORIZON - THE SAME HORIZON THE  *
003314*  EDIT STEP WORKS OUT: THE HIGH DATE PLUS THE CARD'S *
003315*  FUTURE-DAYS FIGURE, OR THE HIGH DATE ALONE WHEN    *
003316*  THE CARD HAS NONE.                                 *
003317******************************************************
003318 1700-SET-WAREHOUSE-HORIZON.
003319     MOVE IFT-CTL-DATE-HIGH TO IFT-WHSE-HORIZON-DATE.
003320     IF IFT-CTL-FUTURE-DAYS NOT NUMERIC
003321        OR IFT-CTL-FUTURE-DAYS = ZERO
003322         GO TO 1700-EXIT
003323     END-IF.
003324     COMPUTE IFT-HORIZON-DAY-NUMBER =
003325         FUNCTION INTEGER-OF-DATE (IFT-CTL-DATE-HIGH)
003326         + IFT-CTL-FUTURE-DAYS.
003327     COMPUTE IFT-WHSE-HORIZON-DATE =
003328         FUNCTION DATE-OF-INTEGER (IFT-HORIZON-DAY-NUMBER).
003329 1700-EXIT.
003330     EXIT.
003331
003332******************************************************
003333*  1800-LOAD-CALENDAR-TABLE - TABLE THE BUSINESS      *
003334*  CALENDAR UNLOAD, SKIPPING THE ALL-NINES SENTINEL.  *
003335*  MISSING OR OVERFLOWING IS A HARD STOP, EXACTLY AS  *
003336*  IN THE EDIT STEP.                                  *
003337******************************************************
003338 1800-LOAD-CALENDAR-TABLE.
003339     MOVE HIGH-VALUES TO IFT-CAL-TABLE.
003340     OPEN INPUT IFT-CALFLAT-FILE.
003341     IF IFT-CALFLAT-FILE-STATUS NOT = "00"
003342         DISPLAY "IFY0008E BUSINESS CALENDAR UNLOAD COULD NOT "
003343                 "BE OPENED"
003344         MOVE 16 TO RETURN-CODE
003345         GO TO 1800-EXIT
003346     END-IF.
003347     PERFORM 1850-READ-CALENDAR-UNLOAD THRU 1850-EXIT.
003348     PERFORM 1860-TABLE-ONE-DATE THRU 1860-EXIT
003349         UNTIL IFT-CALFLAT-AT-EOF
003350            OR RETURN-CODE = 16.
003351     CLOSE IFT-CALFLAT-FILE.
003352 1800-EXIT.
003353     EXIT.
003354
003355 1850-READ-CALENDAR-UNLOAD.
003356     READ IFT-CALFLAT-FILE
003357         AT END SET IFT-CALFLAT-AT-EOF TO TRUE
003358     END-READ.
003360 1850-EXIT.
003361     EXIT.
003362
003363 1860-TABLE-ONE-DATE.
003364     IF IFT-CAL-DATE = 99999999
003365         GO TO 1860-NEXT
003366     END-IF.
003367     IF IFT-CAL-TABLE-COUNT >= 6000
003368         DISPLAY "IFY0009E CALENDAR TABLE FULL - RAISE THE "
003369                 "TABLE OR TRIM THE CALENDAR"
003370         MOVE 16 TO RETURN-CODE
003371         GO TO 1860-EXIT
003372     END-IF.
003373     ADD 1 TO IFT-CAL-TABLE-COUNT.
003374     MOVE IFT-CAL-DATE
003375         TO IFT-CAL-TBL-DATE (IFT-CAL-TABLE-COUNT).
003376     MOVE IFT-CAL-PERIOD-STATUS
003377         TO IFT-CAL-TBL-STATUS (IFT-CAL-TABLE-COUNT).
003378 1860-NEXT.
003379     PERFORM 1850-READ-CALENDAR-UNLOAD THRU 1850-EXIT.
003380 1860-EXIT.
003381     EXIT.
003382
003383******************************************************
003384*  2000-COPY-TRANSACTION - PASSES THE DAY'S RAW       *
003385*  TRANSACTION FILE THROUGH TO THE MERGED STREAM      *
003386*  UNCHANGED.  RECYCLED ITEMS ARE APPENDED BEHIND     *
003387*  THE DAY'S WORK ONCE THE COPY PASS IS COMPLETE.     *
003388******************************************************
003390 2000-COPY-TRANSACTION.
003400     IF IFT-TRAN-TRAILER-REC
003410         MOVE IFT-TRAN-TRL-RECORD-COUNT TO IFT-OUT-TRL-COUNT
004040*  ACTION (CODE LOOKUP FIRST, THEN THE PER-CODE       *
004050*  CHECK VALUE, DATE RANGE AND AMOUNT CEILING), RUN   *
004060*  AGAINST THE CORRECTED SUSPENSE FIELDS.  ANY        *
004070*  CHANGE TO THE EDITS THERE MUST BE MADE HERE.  A    *
004073*  DATE IN A CLOSED PERIOD TAKES THE PLACE OF THE     *
004076*  RANGE TEST, AS IN THE EDIT STEP'S 2225.            *
004080******************************************************
004090 3200-EDIT-SUSPENSE-ITEM.
004100     MOVE "N" TO IFT-EDIT-FAILED-SWITCH.
004230     IF IFT-SUS-CHECK-VALUE NOT = IFT-ACTIVE-THRESHOLD
004240         SET IFT-EDIT-HAS-FAILED TO TRUE
004250     END-IF.
004260     PERFORM 3260-SEARCH-CALENDAR THRU 3260-EXIT.
004270     IF IFT-CAL-DATE-WAS-FOUND
004280        AND IFT-CAL-TBL-CLOSED (IFT-CAL-INDEX)
004281         IF IFT-CODE-IS-VALID
004283            AND IFT-RULE-CLOSED-BACKVALUE (IFT-CODE-FOUND-SUB)
004284             CONTINUE
004286         ELSE
004287             SET IFT-EDIT-HAS-FAILED TO TRUE
004289         END-IF
004290     ELSE
004292         IF IFT-SUS-EFF-DATE < IFT-CTL-DATE-LOW
004293            OR IFT-SUS-EFF-DATE > IFT-WHSE-HORIZON-DATE
004295             SET IFT-EDIT-HAS-FAILED TO TRUE
004296         END-IF
004298     END-IF.
004300     IF IFT-SUS-AMOUNT < ZERO
004310         SET IFT-EDIT-HAS-FAILED TO TRUE
004320     END-IF.
004500         MOVE IFT-CODE-ENTRY-SUB TO IFT-CODE-FOUND-SUB
004510     END-IF.
004520 3250-EXIT.
004521     EXIT.
004522
004523 3260-SEARCH-CALENDAR.
004525     MOVE "N" TO IFT-CAL-FOUND-SWITCH.
004526     IF IFT-CAL-TABLE-COUNT = ZERO
004527         GO TO 3260-EXIT
004528     END-IF.
004530     SEARCH ALL IFT-CAL-ENTRY
004531         AT END
004532             CONTINUE
004533         WHEN IFT-CAL-TBL-DATE (IFT-CAL-INDEX) = IFT-SUS-EFF-DATE
004535             SET IFT-CAL-DATE-WAS-FOUND TO TRUE
004536     END-SEARCH.
004537 3260-EXIT.
004538     EXIT.
004540
004550******************************************************
004560*  3300-CARRY-FORWARD - THE ITEM STILL FAILS.  WRITE  *
004880     MOVE IFT-SUS-TRAN-CODE    TO IFT-TRAN-CODE.
004890     MOVE IFT-SUS-AMOUNT       TO IFT-TRAN-AMOUNT.
004900     MOVE IFT-SUS-DESCRIPTION  TO IFT-TRAN-DESCRIPTION.
004905     MOVE IFT-SUS-SOURCE-SYS   TO IFT-TRAN-SOURCE-SYS.
004907     MOVE IFT-SUS-ACCOUNT-NO   TO IFT-TRAN-ACCOUNT-NO.
004910     WRITE IFT-TRANOUT-RECORD FROM IFT-TRAN-RECORD.
004920     ADD 1 TO IFT-ITEMS-RECYCLED.
004930     ADD 1 TO IFT-OUT-TRL-COUNT.
