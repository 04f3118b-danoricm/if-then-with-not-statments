000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    IFTWHSLS.
000120 AUTHOR.        D MCCARRON.
000130 INSTALLATION.  DAILY OPERATIONS.
000140 DATE-WRITTEN.  10/14/2026.
000150 DATE-COMPILED.
000160
000170******************************************************
000180*  MODIFICATION HISTORY                               *
000190*  --------------------------------------------------  *
000200*  10/14/2026  DM   ORIGINAL PROGRAM.  FUTURE-DATED    *
000210*                   WAREHOUSE LISTING - EVERY ITEM     *
000220*                   STILL PARKED, GROUPED BY THE DATE  *
000230*                   IT IS DUE FOR RELEASE, WITH A      *
000240*                   COUNT AND AMOUNT PER RELEASE DATE  *
000250*                   AND GRAND TOTALS, SO OPERATIONS    *
000260*                   CAN SEE WHAT EACH COMING NIGHT     *
000270*                   WILL PICK UP.  READS AN UNLOAD OF  *
000280*                   THE WAREHOUSE SORTED BY EFFECTIVE  *
000290*                   DATE AND RECORD ID.  THE ALL-NINES *
000300*                   SEED SENTINEL IS PASSED OVER.      *
000310******************************************************
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000360 OBJECT-COMPUTER.   IBM-370.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT IFT-WHSE-FILE
000410         ASSIGN TO WHSLIST
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS IFT-WHSE-FILE-STATUS.
000440
000450     SELECT IFT-RPT-FILE
000460         ASSIGN TO RPTOUT
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS IFT-RPT-FILE-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  IFT-WHSE-FILE
000530     RECORDING MODE IS F
000540     LABEL RECORDS ARE STANDARD.
000550     COPY IFTWHSE.
000560
000570 FD  IFT-RPT-FILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 01  IFT-RPT-RECORD                 PIC X(133).
000610
000620 WORKING-STORAGE SECTION.
000630
000640******************************************************
000650*  FILE STATUS AND END-OF-FILE SWITCHES               *
000660******************************************************
000670 77  IFT-WHSE-FILE-STATUS        PIC X(02) VALUE SPACES.
000680 77  IFT-RPT-FILE-STATUS         PIC X(02) VALUE SPACES.
000690
000700 77  IFT-WHSE-EOF-SWITCH         PIC X(01) VALUE "N".
000710     88  IFT-WHSE-AT-EOF                    VALUE "Y".
000720
000730******************************************************
000740*  RUN COUNTERS AND CONTROL-BREAK FIELDS              *
000750******************************************************
000760 77  IFT-ENTRIES-READ            PIC 9(09) COMP-3  VALUE ZERO.
000770 77  IFT-ITEMS-LISTED            PIC 9(09) COMP-3  VALUE ZERO.
000780 77  IFT-TOTAL-AMOUNT            PIC S9(13)V99 COMP-3
000790                                                   VALUE ZERO.
000800 77  IFT-RELEASE-DATES           PIC 9(09) COMP-3  VALUE ZERO.
000810 77  IFT-DATE-ITEMS              PIC 9(09) COMP-3  VALUE ZERO.
000820 77  IFT-DATE-AMOUNT             PIC S9(13)V99 COMP-3
000830                                                   VALUE ZERO.
000840 77  IFT-PREVIOUS-EFF-DATE       PIC 9(08) VALUE ZERO.
000850
000860 77  IFT-RUN-DATE                PIC 9(08) VALUE ZERO.
000870 77  IFT-RUN-TIME                PIC 9(06) VALUE ZERO.
000880
000890******************************************************
000900*  REPORT LINE LAYOUTS                                *
000910******************************************************
000920 01  IFT-RPT-HEADING-1.
000930     05  FILLER                  PIC X(01) VALUE SPACES.
000940     05  FILLER                  PIC X(35)
000950         VALUE "IFTWHSLS FUTURE-DATED WAREHOUSE".
000960     05  FILLER                  PIC X(10) VALUE "RUN DATE ".
000970     05  IFT-WH1-RUN-DATE        PIC 9(08).
000980     05  FILLER                  PIC X(04) VALUE SPACES.
000990     05  FILLER                  PIC X(10) VALUE "RUN TIME ".
001000     05  IFT-WH1-RUN-TIME        PIC 9(06).
001010     05  FILLER                  PIC X(59) VALUE SPACES.
001020
001030 01  IFT-RPT-HEADING-2.
001040     05  FILLER                  PIC X(01) VALUE SPACES.
001050     05  FILLER                  PIC X(11) VALUE "RECORD ID".
001060     05  FILLER                  PIC X(11) VALUE "EFF DATE".
001070     05  FILLER                  PIC X(06) VALUE "CODE".
001080     05  FILLER                  PIC X(18)
001090         VALUE "          AMOUNT".
001100     05  FILLER                  PIC X(10) VALUE "SOURCE".
001110     05  FILLER                  PIC X(11) VALUE "FEED DATE".
001120     05  FILLER                  PIC X(05) VALUE "CYC".
001130     05  FILLER                  PIC X(11) VALUE "PARKED ON".
001140     05  FILLER                  PIC X(49) VALUE SPACES.
001150
001160 01  IFT-RPT-DETAIL-LINE.
001170     05  FILLER                  PIC X(01) VALUE SPACES.
001180     05  IFT-WD-RECORD-ID        PIC X(10).
001190     05  FILLER                  PIC X(01) VALUE SPACES.
001200     05  IFT-WD-EFF-DATE         PIC 9(08).
001210     05  FILLER                  PIC X(03) VALUE SPACES.
001220     05  IFT-WD-TRAN-CODE        PIC X(04).
001230     05  FILLER                  PIC X(02) VALUE SPACES.
001240     05  IFT-WD-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
001250     05  FILLER                  PIC X(03) VALUE SPACES.
001260     05  IFT-WD-SOURCE-SYS       PIC X(08).
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  IFT-WD-FEED-DATE        PIC 9(08).
001290     05  FILLER                  PIC X(03) VALUE SPACES.
001300     05  IFT-WD-CYCLE-NO         PIC Z9.
001310     05  FILLER                  PIC X(03) VALUE SPACES.
001320     05  IFT-WD-PARKED-DATE      PIC 9(08).
001330     05  FILLER                  PIC X(52) VALUE SPACES.
001340
001350 01  IFT-RPT-DATE-TOTAL-LINE.
001360     05  FILLER                  PIC X(01) VALUE SPACES.
001370     05  FILLER                  PIC X(20)
001380         VALUE "  DUE FOR RELEASE  ".
001390     05  IFT-WT-EFF-DATE         PIC 9(08).
001400     05  FILLER                  PIC X(03) VALUE SPACES.
001410     05  IFT-WT-COUNT            PIC ZZZ,ZZZ,ZZ9.
001420     05  FILLER                  PIC X(07) VALUE " ITEMS ".
001430     05  IFT-WT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001440     05  FILLER                  PIC X(62) VALUE SPACES.
001450
001460 01  IFT-RPT-SUMMARY-LINE.
001470     05  FILLER                  PIC X(01) VALUE SPACES.
001480     05  IFT-WS-LABEL            PIC X(35).
001490     05  IFT-WS-COUNT            PIC ZZZ,ZZZ,ZZ9.
001500     05  FILLER                  PIC X(86) VALUE SPACES.
001510
001520 01  IFT-RPT-AMOUNT-LINE.
001530     05  FILLER                  PIC X(01) VALUE SPACES.
001540     05  IFT-WA-LABEL            PIC X(35).
001550     05  IFT-WA-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001560     05  FILLER                  PIC X(76) VALUE SPACES.
001570
001580 PROCEDURE DIVISION.
001590
001600******************************************************
001610*  0000-MAINLINE                                      *
001620******************************************************
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001650     IF RETURN-CODE = 16
001660         GO TO 0000-EXIT
001670     END-IF.
001680     PERFORM 2000-LIST-ONE-ITEM THRU 2000-EXIT
001690         UNTIL IFT-WHSE-AT-EOF.
001700     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001710 0000-EXIT.
001720     STOP RUN.
001730
001740******************************************************
001750*  1000-INITIALIZE                                     *
001760******************************************************
001770 1000-INITIALIZE.
001780     ACCEPT IFT-RUN-DATE FROM DATE YYYYMMDD.
001790     ACCEPT IFT-RUN-TIME FROM TIME.
001800     OPEN INPUT IFT-WHSE-FILE.
001810     IF IFT-WHSE-FILE-STATUS NOT = "00"
001820         DISPLAY "IF40001E WAREHOUSE UNLOAD COULD NOT BE "
001830                 "OPENED"
001840         MOVE 16 TO RETURN-CODE
001850         GO TO 1000-EXIT
001860     END-IF.
001870     OPEN OUTPUT IFT-RPT-FILE.
001880     IF IFT-RPT-FILE-STATUS NOT = "00"
001890         DISPLAY "IF40002E REPORT FILE COULD NOT BE OPENED"
001900         MOVE 16 TO RETURN-CODE
001910         GO TO 1000-EXIT
001920     END-IF.
001930
001940     MOVE IFT-RUN-DATE TO IFT-WH1-RUN-DATE.
001950     MOVE IFT-RUN-TIME TO IFT-WH1-RUN-TIME.
001960     WRITE IFT-RPT-RECORD FROM IFT-RPT-HEADING-1
001970         AFTER ADVANCING PAGE.
001980     WRITE IFT-RPT-RECORD FROM IFT-RPT-HEADING-2
001990         AFTER ADVANCING 2 LINES.
002000
002010     PERFORM 2100-READ-WAREHOUSE-UNLOAD THRU 2100-EXIT.
002020 1000-EXIT.
002030     EXIT.
002040
002050******************************************************
002060*  2000-LIST-ONE-ITEM - A CHANGE OF EFFECTIVE DATE    *
002070*  CLOSES THE PREVIOUS RELEASE DATE'S GROUP BEFORE    *
002080*  THE ITEM IS PRINTED.                               *
002090******************************************************
002100 2000-LIST-ONE-ITEM.
002110     ADD 1 TO IFT-ENTRIES-READ.
002120     IF IFT-WHS-RECORD-ID = "9999999999"
002130         GO TO 2000-NEXT
002140     END-IF.
002150     IF IFT-WHS-EFF-DATE NOT = IFT-PREVIOUS-EFF-DATE
002160         IF IFT-DATE-ITEMS > ZERO
002170             PERFORM 2200-PRINT-DATE-TOTAL THRU 2200-EXIT
002180         END-IF
002190         MOVE IFT-WHS-EFF-DATE TO IFT-PREVIOUS-EFF-DATE
002200         ADD 1 TO IFT-RELEASE-DATES
002210     END-IF.
002220     MOVE SPACES                TO IFT-RPT-DETAIL-LINE.
002230     MOVE IFT-WHS-RECORD-ID     TO IFT-WD-RECORD-ID.
002240     MOVE IFT-WHS-EFF-DATE      TO IFT-WD-EFF-DATE.
002250     MOVE IFT-WHS-TRAN-CODE     TO IFT-WD-TRAN-CODE.
002260     MOVE IFT-WHS-AMOUNT        TO IFT-WD-AMOUNT.
002270     MOVE IFT-WHS-SOURCE-SYS    TO IFT-WD-SOURCE-SYS.
002280     MOVE IFT-WHS-FEED-DATE     TO IFT-WD-FEED-DATE.
002290     MOVE IFT-WHS-FEED-CYCLE-NO TO IFT-WD-CYCLE-NO.
002300     MOVE IFT-WHS-PARKED-DATE   TO IFT-WD-PARKED-DATE.
002310     WRITE IFT-RPT-RECORD FROM IFT-RPT-DETAIL-LINE
002320         AFTER ADVANCING 1 LINE.
002330     ADD 1 TO IFT-ITEMS-LISTED.
002340     ADD 1 TO IFT-DATE-ITEMS.
002350     ADD IFT-WHS-AMOUNT TO IFT-DATE-AMOUNT.
002360     ADD IFT-WHS-AMOUNT TO IFT-TOTAL-AMOUNT.
002370 2000-NEXT.
002380     PERFORM 2100-READ-WAREHOUSE-UNLOAD THRU 2100-EXIT.
002390 2000-EXIT.
002400     EXIT.
002410
002420******************************************************
002430*  2100-READ-WAREHOUSE-UNLOAD                          *
002440******************************************************
002450 2100-READ-WAREHOUSE-UNLOAD.
002460     READ IFT-WHSE-FILE
002470         AT END SET IFT-WHSE-AT-EOF TO TRUE
002480     END-READ.
002490 2100-EXIT.
002500     EXIT.
002510
002520******************************************************
002530*  2200-PRINT-DATE-TOTAL - COUNT AND AMOUNT DUE ON    *
002540*  ONE RELEASE DATE, THEN RESET FOR THE NEXT.         *
002550******************************************************
002560 2200-PRINT-DATE-TOTAL.
002570     MOVE IFT-PREVIOUS-EFF-DATE TO IFT-WT-EFF-DATE.
002580     MOVE IFT-DATE-ITEMS        TO IFT-WT-COUNT.
002590     MOVE IFT-DATE-AMOUNT       TO IFT-WT-AMOUNT.
002600     WRITE IFT-RPT-RECORD FROM IFT-RPT-DATE-TOTAL-LINE
002610         AFTER ADVANCING 1 LINE.
002620     MOVE SPACES TO IFT-RPT-RECORD.
002630     WRITE IFT-RPT-RECORD AFTER ADVANCING 1 LINE.
002640     MOVE ZERO TO IFT-DATE-ITEMS.
002650     MOVE ZERO TO IFT-DATE-AMOUNT.
002660 2200-EXIT.
002670     EXIT.
002680
002690******************************************************
002700*  3000-FINALIZE - CLOSE THE LAST GROUP, PRINT THE    *
002710*  GRAND TOTALS AND CLOSE UP.                         *
002720******************************************************
002730 3000-FINALIZE.
002740     IF IFT-DATE-ITEMS > ZERO
002750         PERFORM 2200-PRINT-DATE-TOTAL THRU 2200-EXIT
002760     END-IF.
002770
002780     MOVE SPACES TO IFT-RPT-SUMMARY-LINE.
002790     MOVE "ITEMS ON THE WAREHOUSE . . . . . ." TO IFT-WS-LABEL.
002800     MOVE IFT-ITEMS-LISTED TO IFT-WS-COUNT.
002810     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
002820         AFTER ADVANCING 2 LINES.
002830
002840     MOVE SPACES TO IFT-RPT-SUMMARY-LINE.
002850     MOVE "RELEASE DATES . . . . . . . . . . ." TO IFT-WS-LABEL.
002860     MOVE IFT-RELEASE-DATES TO IFT-WS-COUNT.
002870     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
002880         AFTER ADVANCING 1 LINE.
002890
002900     MOVE SPACES TO IFT-RPT-AMOUNT-LINE.
002910     MOVE "AMOUNT ON THE WAREHOUSE  . . . . ." TO IFT-WA-LABEL.
002920     MOVE IFT-TOTAL-AMOUNT TO IFT-WA-AMOUNT.
002930     WRITE IFT-RPT-RECORD FROM IFT-RPT-AMOUNT-LINE
002940         AFTER ADVANCING 1 LINE.
002950
002960     CLOSE IFT-WHSE-FILE.
002970     CLOSE IFT-RPT-FILE.
002980     DISPLAY "IF40099I WAREHOUSE ITEMS LISTED: "
002990             IFT-ITEMS-LISTED.
003000 3000-EXIT.
003010     EXIT.
