000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    IFTSUSJA.
000120 AUTHOR.        D MCCARRON.
000130 INSTALLATION.  DAILY OPERATIONS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************
000180*  MODIFICATION HISTORY                               *
000190*  --------------------------------------------------  *
000200*  10/15/2026  DM   ORIGINAL PROGRAM.  AUDIT PRINT OF  *
000210*                   THE SUSPENSE MASTER CHANGE         *
000220*                   JOURNAL.  RUNS IN THE NIGHTLY      *
000230*                   JOURNAL JOB AGAINST THE DAY'S      *
000240*                   OFFLOADED GENERATION.  EVERY       *
000250*                   CHANGE PRINTS WHO MADE IT, WHEN,   *
000260*                   FROM WHICH PROGRAM, AND EACH FIELD *
000270*                   THAT MOVED WITH ITS BEFORE AND     *
000280*                   AFTER VALUE.  ADDS AND DELETES     *
000290*                   PRINT ONE LINE WITH THE ENTRY'S    *
000300*                   STATUS, AMOUNT AND DESCRIPTION.    *
000310*                   AN ENTRY WITH AN ACTION CODE THE   *
000320*                   PROGRAM DOES NOT KNOW IS PRINTED,  *
000330*                   COUNTED AND ENDS THE STEP RC 4.    *
000340******************************************************
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT IFT-JRN-FILE
000440         ASSIGN TO JRNIN
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS IFT-JRN-FILE-STATUS.
000470
000480     SELECT IFT-RPT-FILE
000490         ASSIGN TO RPTOUT
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS IFT-RPT-FILE-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  IFT-JRN-FILE
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE STANDARD.
000580     COPY IFTSUSJ.
000590
000600 FD  IFT-RPT-FILE
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD.
000630 01  IFT-RPT-RECORD                 PIC X(133).
000640
000650 WORKING-STORAGE SECTION.
000660
000670 77  IFT-JRN-FILE-STATUS          PIC X(02) VALUE SPACES.
000680 77  IFT-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
000690
000700 77  IFT-JRN-EOF-SWITCH           PIC X(01) VALUE "N".
000710     88  IFT-JRN-AT-EOF                      VALUE "Y".
000720
000730 77  IFT-ENTRIES-READ             PIC 9(09) COMP-3 VALUE ZERO.
000740 77  IFT-ENTRIES-ADDED            PIC 9(09) COMP-3 VALUE ZERO.
000750 77  IFT-ENTRIES-CHANGED          PIC 9(09) COMP-3 VALUE ZERO.
000760 77  IFT-ENTRIES-DELETED          PIC 9(09) COMP-3 VALUE ZERO.
000770 77  IFT-ENTRIES-UNKNOWN          PIC 9(09) COMP-3 VALUE ZERO.
000780 77  IFT-FIELDS-CHANGED           PIC 9(09) COMP-3 VALUE ZERO.
000790 77  IFT-FIELDS-THIS-ENTRY        PIC 9(03) COMP-3 VALUE ZERO.
000800
000810 77  IFT-FIELD-SUB                PIC 9(02) COMP   VALUE ZERO.
000820 77  IFT-FIELD-OFFSET             PIC 9(03) COMP   VALUE ZERO.
000830 77  IFT-FIELD-LENGTH             PIC 9(02) COMP   VALUE ZERO.
000840
000850 77  IFT-RUN-DATE                 PIC 9(08) VALUE ZERO.
000860 77  IFT-RUN-TIME                 PIC 9(06) VALUE ZERO.
000870
000880******************************************************
000890*  THE TWO IMAGES ON THE ENTRY, EACH LAID OVER THE    *
000900*  MASTER LAYOUT SO THE PACKED AMOUNT CAN BE EDITED.  *
000910******************************************************
000920     COPY IFTSUSM REPLACING ==IFT-SUSPENSE-MASTER-RECORD==
000930                         BY ==IFT-BEFORE-MASTER-RECORD==.
000940     COPY IFTSUSM REPLACING ==IFT-SUSPENSE-MASTER-RECORD==
000950                         BY ==IFT-AFTER-MASTER-RECORD==.
000960
000970******************************************************
000980*  MASTER FIELD TABLE - PRINTED NAME, OFFSET AND      *
000990*  LENGTH IN THE 176-BYTE IMAGE, AND "P" FOR THE ONE  *
001000*  PACKED FIELD.  THE KEY NEVER CHANGES IN PLACE AND  *
001010*  THE FILLERS CARRY NOTHING, SO NEITHER IS LISTED.   *
001020*  A FIELD ADDED TO IFTSUSM IS ADDED HERE.            *
001030******************************************************
001040 01  IFT-FIELD-TABLE.
001050     05  FILLER                  PIC X(22)
001060         VALUE "EFFECTIVE DATE  01508 ".
001070     05  FILLER                  PIC X(22)
001080         VALUE "CHECK VALUE     02302 ".
001090     05  FILLER                  PIC X(22)
001100         VALUE "EXPECTED VALUE  02502 ".
001110     05  FILLER                  PIC X(22)
001120         VALUE "AMOUNT          02706P".
001130     05  FILLER                  PIC X(22)
001140         VALUE "DESCRIPTION     03320 ".
001150     05  FILLER                  PIC X(22)
001160         VALUE "TRAN CODE       05304 ".
001170     05  FILLER                  PIC X(22)
001180         VALUE "RUN DATE        05708 ".
001190     05  FILLER                  PIC X(22)
001200         VALUE "RUN TIME        06506 ".
001210     05  FILLER                  PIC X(22)
001220         VALUE "RECYCLE COUNT   07102 ".
001230     05  FILLER                  PIC X(22)
001240         VALUE "STATUS          07301 ".
001250     05  FILLER                  PIC X(22)
001260         VALUE "WRITE-OFF REASON07420 ".
001270     05  FILLER                  PIC X(22)
001280         VALUE "ACTION USER     09408 ".
001290     05  FILLER                  PIC X(22)
001300         VALUE "ACTION DATE     10208 ".
001310     05  FILLER                  PIC X(22)
001320         VALUE "ACTION TIME     11006 ".
001330     05  FILLER                  PIC X(22)
001340         VALUE "JOURNAL FLAG    11601 ".
001350     05  FILLER                  PIC X(22)
001360         VALUE "JOURNAL DATE    11708 ".
001370     05  FILLER                  PIC X(22)
001380         VALUE "ESCALATION LEVEL12501 ".
001390     05  FILLER                  PIC X(22)
001400         VALUE "SOURCE SYSTEM   12708 ".
001410     05  FILLER                  PIC X(22)
001420         VALUE "ACCOUNT NUMBER  13510 ".
001430     05  FILLER                  PIC X(22)
001440         VALUE "POST REJECT TEXT14520 ".
001450 01  IFT-FIELD-REDEF REDEFINES IFT-FIELD-TABLE.
001460     05  IFT-FIELD-ENTRY         OCCURS 20 TIMES.
001470         10  IFT-FLD-NAME        PIC X(16).
001480         10  IFT-FLD-OFFSET      PIC 9(03).
001490         10  IFT-FLD-LENGTH      PIC 9(02).
001500         10  IFT-FLD-TYPE        PIC X(01).
001510             88  IFT-FLD-IS-PACKED           VALUE "P".
001520
001530******************************************************
001540*  REPORT LINE LAYOUTS                                *
001550******************************************************
001560 01  IFT-RPT-HEADING-1.
001570     05  FILLER                  PIC X(01) VALUE SPACES.
001580     05  FILLER                  PIC X(50)
001590         VALUE "IFTSUSJA SUSPENSE MASTER CHANGE JOURNAL AUDIT".
001600     05  FILLER                  PIC X(10) VALUE "RUN DATE ".
001610     05  IFT-JH1-RUN-DATE        PIC 9(08).
001620     05  FILLER                  PIC X(04) VALUE SPACES.
001630     05  FILLER                  PIC X(10) VALUE "RUN TIME ".
001640     05  IFT-JH1-RUN-TIME        PIC 9(06).
001650     05  FILLER                  PIC X(44) VALUE SPACES.
001660
001670 01  IFT-RPT-HEADING-2.
001680     05  FILLER                  PIC X(01) VALUE SPACES.
001690     05  FILLER                  PIC X(10) VALUE "DATE".
001700     05  FILLER                  PIC X(08) VALUE "TIME".
001710     05  FILLER                  PIC X(10) VALUE "USER".
001720     05  FILLER                  PIC X(10) VALUE "PROGRAM".
001730     05  FILLER                  PIC X(09) VALUE "ACTION".
001740     05  FILLER                  PIC X(11) VALUE "RECORD ID".
001750     05  FILLER                  PIC X(07) VALUE "REASON".
001760     05  FILLER                  PIC X(20) VALUE "FIELD".
001770     05  FILLER                  PIC X(22) VALUE "BEFORE".
001780     05  FILLER                  PIC X(25) VALUE "AFTER".
001790
001800 01  IFT-RPT-ENTRY-LINE.
001810     05  FILLER                  PIC X(01) VALUE SPACES.
001820     05  IFT-JE-DATE             PIC 9(08).
001830     05  FILLER                  PIC X(02) VALUE SPACES.
001840     05  IFT-JE-TIME             PIC 9(06).
001850     05  FILLER                  PIC X(02) VALUE SPACES.
001860     05  IFT-JE-USER             PIC X(08).
001870     05  FILLER                  PIC X(02) VALUE SPACES.
001880     05  IFT-JE-PROGRAM          PIC X(08).
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  IFT-JE-ACTION           PIC X(07).
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  IFT-JE-RECORD-ID        PIC X(10).
001930     05  FILLER                  PIC X(01) VALUE SPACES.
001940     05  IFT-JE-REASON-CODE      PIC X(04).
001950     05  FILLER                  PIC X(03) VALUE SPACES.
001960     05  IFT-JE-ENTRY-DETAIL.
001970         10  FILLER              PIC X(07) VALUE SPACES.
001980         10  IFT-JE-STATUS       PIC X(01).
001990         10  FILLER              PIC X(02) VALUE SPACES.
002000         10  IFT-JE-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
002010         10  FILLER              PIC X(02) VALUE SPACES.
002020         10  IFT-JE-DESCRIPTION  PIC X(20).
002030     05  FILLER                  PIC X(20) VALUE SPACES.
002040
002050 01  IFT-RPT-FIELD-LINE.
002060     05  FILLER                  PIC X(01) VALUE SPACES.
002070     05  FILLER                  PIC X(65) VALUE SPACES.
002080     05  IFT-JF-FIELD-NAME       PIC X(16).
002090     05  FILLER                  PIC X(04) VALUE SPACES.
002100     05  IFT-JF-BEFORE           PIC X(20).
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  IFT-JF-AFTER            PIC X(20).
002130     05  FILLER                  PIC X(05) VALUE SPACES.
002140
002150 01  IFT-EDITED-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
002160
002170 01  IFT-RPT-SUMMARY-LINE.
002180     05  FILLER                  PIC X(01) VALUE SPACES.
002190     05  IFT-JS-LABEL            PIC X(35).
002200     05  IFT-JS-COUNT            PIC ZZZ,ZZZ,ZZ9.
002210     05  FILLER                  PIC X(86) VALUE SPACES.
002220
002230 PROCEDURE DIVISION.
002240
002250******************************************************
002260*  0000-MAINLINE                                      *
002270******************************************************
002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002300     IF RETURN-CODE = 16
002310         GO TO 0000-EXIT
002320     END-IF.
002330     PERFORM 2000-PRINT-ONE-ENTRY THRU 2000-EXIT
002340         UNTIL IFT-JRN-AT-EOF.
002350     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002360 0000-EXIT.
002370     STOP RUN.
002380
002390******************************************************
002400*  1000-INITIALIZE                                     *
002410******************************************************
002420 1000-INITIALIZE.
002430     ACCEPT IFT-RUN-DATE FROM DATE YYYYMMDD.
002440     ACCEPT IFT-RUN-TIME FROM TIME.
002450     OPEN INPUT IFT-JRN-FILE.
002460     IF IFT-JRN-FILE-STATUS NOT = "00"
002470         DISPLAY "IF95001E CHANGE JOURNAL COULD NOT BE OPENED - "
002480                 "STATUS " IFT-JRN-FILE-STATUS
002490         MOVE 16 TO RETURN-CODE
002500         GO TO 1000-EXIT
002510     END-IF.
002520     OPEN OUTPUT IFT-RPT-FILE.
002530     IF IFT-RPT-FILE-STATUS NOT = "00"
002540         DISPLAY "IF95002E REPORT FILE COULD NOT BE OPENED"
002550         MOVE 16 TO RETURN-CODE
002560         CLOSE IFT-JRN-FILE
002570         GO TO 1000-EXIT
002580     END-IF.
002590     MOVE IFT-RUN-DATE TO IFT-JH1-RUN-DATE.
002600     MOVE IFT-RUN-TIME TO IFT-JH1-RUN-TIME.
002610     WRITE IFT-RPT-RECORD FROM IFT-RPT-HEADING-1
002620         AFTER ADVANCING PAGE.
002630     WRITE IFT-RPT-RECORD FROM IFT-RPT-HEADING-2
002640         AFTER ADVANCING 2 LINES.
002650     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
002660 1000-EXIT.
002670     EXIT.
002680
002690******************************************************
002700*  2000-PRINT-ONE-ENTRY - THE ENTRY LINE, THEN ONE    *
002710*  LINE PER CHANGED FIELD FOR A CHANGE.  AN ADD OR A  *
002720*  DELETE CARRIES ITS ONE IMAGE ON THE ENTRY LINE.    *
002723*  THE ALL-NINES SENTINEL EACH RESET SEEDS IS PASSED  *
002726*  OVER.                                              *
002730******************************************************
002740 2000-PRINT-ONE-ENTRY.
002744     IF IFT-SUJ-RECORD-ID = ALL "9"
002748         GO TO 2000-NEXT
002752     END-IF.
002756     ADD 1 TO IFT-ENTRIES-READ.
002760     MOVE IFT-SUJ-BEFORE-IMAGE TO IFT-BEFORE-MASTER-RECORD.
002770     MOVE IFT-SUJ-AFTER-IMAGE  TO IFT-AFTER-MASTER-RECORD.
002780     MOVE SPACES               TO IFT-RPT-ENTRY-LINE.
002790     MOVE IFT-SUJ-DATE         TO IFT-JE-DATE.
002800     MOVE IFT-SUJ-TIME         TO IFT-JE-TIME.
002810     MOVE IFT-SUJ-USER         TO IFT-JE-USER.
002820     MOVE IFT-SUJ-PROGRAM      TO IFT-JE-PROGRAM.
002830     MOVE IFT-SUJ-RECORD-ID    TO IFT-JE-RECORD-ID.
002840     MOVE IFT-SUJ-REASON-CODE  TO IFT-JE-REASON-CODE.
002850     IF IFT-SUJ-WAS-ADDED
002860         ADD 1 TO IFT-ENTRIES-ADDED
002870         MOVE "ADDED"   TO IFT-JE-ACTION
002880         MOVE IFT-SUM-STATUS OF IFT-AFTER-MASTER-RECORD
002890             TO IFT-JE-STATUS
002900         MOVE IFT-SUM-AMOUNT OF IFT-AFTER-MASTER-RECORD
002910             TO IFT-JE-AMOUNT
002920         MOVE IFT-SUM-DESCRIPTION OF IFT-AFTER-MASTER-RECORD
002930             TO IFT-JE-DESCRIPTION
002940         PERFORM 2200-WRITE-ENTRY-LINE THRU 2200-EXIT
002950         GO TO 2000-NEXT
002960     END-IF.
002970     IF IFT-SUJ-WAS-DELETED
002980         ADD 1 TO IFT-ENTRIES-DELETED
002990         MOVE "DELETED" TO IFT-JE-ACTION
003000         MOVE IFT-SUM-STATUS OF IFT-BEFORE-MASTER-RECORD
003010             TO IFT-JE-STATUS
003020         MOVE IFT-SUM-AMOUNT OF IFT-BEFORE-MASTER-RECORD
003030             TO IFT-JE-AMOUNT
003040         MOVE IFT-SUM-DESCRIPTION OF IFT-BEFORE-MASTER-RECORD
003050             TO IFT-JE-DESCRIPTION
003060         PERFORM 2200-WRITE-ENTRY-LINE THRU 2200-EXIT
003070         GO TO 2000-NEXT
003080     END-IF.
003090     IF NOT IFT-SUJ-WAS-CHANGED
003100         ADD 1 TO IFT-ENTRIES-UNKNOWN
003110         MOVE "UNKNOWN" TO IFT-JE-ACTION
003120         PERFORM 2200-WRITE-ENTRY-LINE THRU 2200-EXIT
003130         DISPLAY "IF95003W UNKNOWN JOURNAL ACTION "
003140                 IFT-SUJ-ACTION " - KEY " IFT-SUJ-KEY
003150         GO TO 2000-NEXT
003160     END-IF.
003170     ADD 1 TO IFT-ENTRIES-CHANGED.
003180     MOVE "CHANGED" TO IFT-JE-ACTION.
003190     PERFORM 2200-WRITE-ENTRY-LINE THRU 2200-EXIT.
003200     MOVE ZERO TO IFT-FIELDS-THIS-ENTRY.
003210     PERFORM 2300-COMPARE-ONE-FIELD THRU 2300-EXIT
003220         VARYING IFT-FIELD-SUB FROM 1 BY 1
003230         UNTIL IFT-FIELD-SUB > 20.
003240     IF IFT-FIELDS-THIS-ENTRY = ZERO
003250         MOVE SPACES TO IFT-RPT-FIELD-LINE
003260         MOVE "NO FIELD CHANGED" TO IFT-JF-FIELD-NAME
003270         WRITE IFT-RPT-RECORD FROM IFT-RPT-FIELD-LINE
003280             AFTER ADVANCING 1 LINE
003290     END-IF.
003300 2000-NEXT.
003310     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
003320 2000-EXIT.
003330     EXIT.
003340
003350 2100-READ-JOURNAL.
003360     READ IFT-JRN-FILE
003370         AT END SET IFT-JRN-AT-EOF TO TRUE
003380     END-READ.
003390 2100-EXIT.
003400     EXIT.
003410
003420 2200-WRITE-ENTRY-LINE.
003430     WRITE IFT-RPT-RECORD FROM IFT-RPT-ENTRY-LINE
003440         AFTER ADVANCING 2 LINES.
003450 2200-EXIT.
003460     EXIT.
003470
003480******************************************************
003490*  2300-COMPARE-ONE-FIELD - THE FIELD IS COMPARED     *
003500*  BYTE FOR BYTE IN THE TWO IMAGES, SO A NUMERIC      *
003510*  FIELD STILL HOLDING SPACES COMPARES SAFELY.  THE   *
003520*  PACKED AMOUNT PRINTS EDITED; EVERY OTHER FIELD     *
003530*  PRINTS AS IT STANDS.                               *
003540******************************************************
003550 2300-COMPARE-ONE-FIELD.
003560     MOVE IFT-FLD-OFFSET (IFT-FIELD-SUB) TO IFT-FIELD-OFFSET.
003570     MOVE IFT-FLD-LENGTH (IFT-FIELD-SUB) TO IFT-FIELD-LENGTH.
003580     IF IFT-SUJ-BEFORE-IMAGE (IFT-FIELD-OFFSET:IFT-FIELD-LENGTH)
003590      = IFT-SUJ-AFTER-IMAGE (IFT-FIELD-OFFSET:IFT-FIELD-LENGTH)
003600         GO TO 2300-EXIT
003610     END-IF.
003620     ADD 1 TO IFT-FIELDS-THIS-ENTRY.
003630     ADD 1 TO IFT-FIELDS-CHANGED.
003640     MOVE SPACES TO IFT-RPT-FIELD-LINE.
003650     MOVE IFT-FLD-NAME (IFT-FIELD-SUB) TO IFT-JF-FIELD-NAME.
003660     IF IFT-FLD-IS-PACKED (IFT-FIELD-SUB)
003670         MOVE IFT-SUM-AMOUNT OF IFT-BEFORE-MASTER-RECORD
003680             TO IFT-EDITED-AMOUNT
003690         MOVE IFT-EDITED-AMOUNT TO IFT-JF-BEFORE
003700         MOVE IFT-SUM-AMOUNT OF IFT-AFTER-MASTER-RECORD
003710             TO IFT-EDITED-AMOUNT
003720         MOVE IFT-EDITED-AMOUNT TO IFT-JF-AFTER
003730     ELSE
003740         MOVE IFT-SUJ-BEFORE-IMAGE
003750                  (IFT-FIELD-OFFSET:IFT-FIELD-LENGTH)
003760             TO IFT-JF-BEFORE
003770         MOVE IFT-SUJ-AFTER-IMAGE
003780                  (IFT-FIELD-OFFSET:IFT-FIELD-LENGTH)
003790             TO IFT-JF-AFTER
003800     END-IF.
003810     WRITE IFT-RPT-RECORD FROM IFT-RPT-FIELD-LINE
003820         AFTER ADVANCING 1 LINE.
003830 2300-EXIT.
003840     EXIT.
003850
003860******************************************************
003870*  3000-FINALIZE                                       *
003880******************************************************
003890 3000-FINALIZE.
003900     MOVE SPACES TO IFT-RPT-SUMMARY-LINE.
003910     MOVE "JOURNAL ENTRIES READ  . . . . . . ." TO IFT-JS-LABEL.
003920     MOVE IFT-ENTRIES-READ TO IFT-JS-COUNT.
003930     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
003940         AFTER ADVANCING 3 LINES.
003950     MOVE "ENTRIES ADDED . . . . . . . . . . ." TO IFT-JS-LABEL.
003960     MOVE IFT-ENTRIES-ADDED TO IFT-JS-COUNT.
003970     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
003980         AFTER ADVANCING 1 LINE.
003990     MOVE "ENTRIES CHANGED . . . . . . . . . ." TO IFT-JS-LABEL.
004000     MOVE IFT-ENTRIES-CHANGED TO IFT-JS-COUNT.
004010     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
004020         AFTER ADVANCING 1 LINE.
004030     MOVE "ENTRIES DELETED . . . . . . . . . ." TO IFT-JS-LABEL.
004040     MOVE IFT-ENTRIES-DELETED TO IFT-JS-COUNT.
004050     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
004060         AFTER ADVANCING 1 LINE.
004070     MOVE "FIELDS CHANGED  . . . . . . . . . ." TO IFT-JS-LABEL.
004080     MOVE IFT-FIELDS-CHANGED TO IFT-JS-COUNT.
004090     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
004100         AFTER ADVANCING 1 LINE.
004110     MOVE "UNKNOWN ACTION CODES  . . . . . . ." TO IFT-JS-LABEL.
004120     MOVE IFT-ENTRIES-UNKNOWN TO IFT-JS-COUNT.
004130     WRITE IFT-RPT-RECORD FROM IFT-RPT-SUMMARY-LINE
004140         AFTER ADVANCING 1 LINE.
004150     CLOSE IFT-JRN-FILE.
004160     CLOSE IFT-RPT-FILE.
004170     DISPLAY "IF95099I JOURNAL ENTRIES READ: " IFT-ENTRIES-READ.
004180     DISPLAY "IF95098I FIELDS CHANGED:       " IFT-FIELDS-CHANGED.
004190     IF IFT-ENTRIES-UNKNOWN > ZERO
004200         MOVE 4 TO RETURN-CODE
004210     ELSE
004220         MOVE 0 TO RETURN-CODE
004230     END-IF.
004240 3000-EXIT.
004250     EXIT.
