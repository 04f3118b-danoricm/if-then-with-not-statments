000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    IFTTIMST.
000120 AUTHOR.        D MCCARRON.
000130 INSTALLATION.  DAILY OPERATIONS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************
000180*  MODIFICATION HISTORY                               *
000190*  --------------------------------------------------  *
000200*  10/15/2026  DM   ORIGINAL PROGRAM.  STEP TIMING     *
000210*                   STAMP FOR THE NIGHTLY JOBS.  RUN   *
000220*                   AS ITS OWN STEP BEHIND EVERY STEP  *
000230*                   OF IFTDAILY, THE SPLIT EDIT JOBS   *
000240*                   AND IFTCONSJ (AND ONCE AT THE TOP  *
000250*                   OF EACH JOB TO MARK ITS START), IT *
000260*                   APPENDS ONE RUN-TIMING ROW TO THE  *
000270*                   JOB'S TIMING WORK FILE - THE STEP  *
000280*                   STARTED WHEN THE STAMP BEFORE IT   *
000290*                   ENDED AND ENDS NOW - WITH THE      *
000300*                   DETAIL COUNT OF THE FRAMED FILE    *
000310*                   THE STEP WORKED (COUNTIN, DUMMY    *
000320*                   FOR A STEP THAT HAS NONE).  A      *
000330*                   STAMP NEVER STOPS THE NIGHT - ANY  *
000340*                   TROUBLE IS AN IF98 WARNING AND RC  *
000350*                   4, AND ONLY THAT STEP'S TIMING IS  *
000360*                   LOST.                              *
000370******************************************************
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT IFT-TSC-FILE
000470         ASSIGN TO TIMCTL
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS IFT-TSC-FILE-STATUS.
000500
000510     SELECT IFT-CNT-FILE
000520         ASSIGN TO COUNTIN
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS IFT-CNT-FILE-STATUS.
000550
000560     SELECT IFT-TIMW-FILE
000570         ASSIGN TO TIMWORK
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS IFT-TIMW-FILE-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630*    STAMP CARD - THE STEP JUST ENDED, WHERE IT SITS IN THE
000640*    NIGHT (1 FRONT JOB, 2 SPLIT EDIT, 3 CONSOLIDATION) AND
000650*    ITS ORDER WITHIN ITS JOB.  FUNCTION B ON THE FIRST
000660*    STAMP OF A JOB STARTS A NEW TIMING WORK FILE; EVERY
000670*    OTHER STAMP LEAVES IT BLANK.
000680 FD  IFT-TSC-FILE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710 01  IFT-TSC-STAMP-CARD.
000720     05  IFT-TSC-STEP-NAME          PIC X(08).
000730     05  FILLER                     PIC X(01).
000740     05  IFT-TSC-PHASE              PIC X(01).
000750         88  IFT-TSC-PHASE-VALID        VALUES "1" "2" "3".
000760     05  FILLER                     PIC X(01).
000770     05  IFT-TSC-STEP-ORDER         PIC X(02).
000780     05  IFT-TSC-STEP-ORDER-N REDEFINES IFT-TSC-STEP-ORDER
000790                                    PIC 9(02).
000800     05  FILLER                     PIC X(01).
000810     05  IFT-TSC-FUNCTION           PIC X(01).
000820         88  IFT-TSC-BEGIN-JOB          VALUE "B".
000830         88  IFT-TSC-END-STEP           VALUE " ".
000840     05  FILLER                     PIC X(65).
000850
000860 FD  IFT-CNT-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890     COPY IFTTRAN.
000900
000910 FD  IFT-TIMW-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940     COPY IFTTIMM.
000950
000960 WORKING-STORAGE SECTION.
000970
000980 77  IFT-TSC-FILE-STATUS          PIC X(02) VALUE SPACES.
000990 77  IFT-CNT-FILE-STATUS          PIC X(02) VALUE SPACES.
001000 77  IFT-TIMW-FILE-STATUS         PIC X(02) VALUE SPACES.
001010
001020 77  IFT-CNT-EOF-SWITCH           PIC X(01) VALUE "N".
001030     88  IFT-CNT-AT-EOF                      VALUE "Y".
001040 77  IFT-TIMW-EOF-SWITCH          PIC X(01) VALUE "N".
001050     88  IFT-TIMW-AT-EOF                     VALUE "Y".
001060 77  IFT-HEADER-SWITCH            PIC X(01) VALUE "N".
001070     88  IFT-HEADER-SEEN                     VALUE "Y".
001080 77  IFT-PREV-SWITCH              PIC X(01) VALUE "N".
001090     88  IFT-PREV-ROW-FOUND                  VALUE "Y".
001100
001110 77  IFT-RUN-DATE                 PIC 9(08) VALUE ZERO.
001120 77  IFT-RECORDS-COUNTED          PIC 9(09) COMP-3 VALUE ZERO.
001130 77  IFT-ROWS-ON-FILE             PIC 9(09) COMP-3 VALUE ZERO.
001140
001150*    THE KEY AND END OF THE LAST ROW ON THE WORK FILE - THE
001160*    NEW ROW STARTS THERE, AND A STEP WITH NO FRAMED FILE
001170*    OF ITS OWN CARRIES THE KEY FORWARD.
001180 77  IFT-PREV-FEED-DATE           PIC 9(08) VALUE ZERO.
001190 77  IFT-PREV-SOURCE-SYS          PIC X(08) VALUE SPACES.
001200 77  IFT-PREV-SPLIT-ID            PIC X(02) VALUE SPACES.
001210 77  IFT-PREV-CYCLE-NO            PIC 9(02) VALUE ZERO.
001220 77  IFT-PREV-END-DATE            PIC 9(08) VALUE ZERO.
001230 77  IFT-PREV-END-TIME            PIC 9(06) VALUE ZERO.
001240
001250 77  IFT-HDR-FEED-DATE            PIC 9(08) VALUE ZERO.
001260 77  IFT-HDR-SOURCE-SYS           PIC X(08) VALUE SPACES.
001270 77  IFT-HDR-SPLIT-ID             PIC X(02) VALUE SPACES.
001280 77  IFT-HDR-CYCLE-NO             PIC 9(02) VALUE ZERO.
001290
001300 77  IFT-START-DAY-NUMBER         PIC S9(09) COMP VALUE ZERO.
001310 77  IFT-END-DAY-NUMBER           PIC S9(09) COMP VALUE ZERO.
001320 77  IFT-START-SECONDS            PIC S9(09) COMP VALUE ZERO.
001330 77  IFT-END-SECONDS              PIC S9(09) COMP VALUE ZERO.
001340 77  IFT-ELAPSED-WORK             PIC S9(09) COMP VALUE ZERO.
001350
001360 01  IFT-CLOCK.
001370     05  IFT-CLOCK-TIME          PIC 9(06).
001380     05  FILLER                  PIC 9(02).
001390
001400 01  IFT-TIME-OF-DAY.
001410     05  IFT-TOD-HOURS           PIC 9(02).
001420     05  IFT-TOD-MINUTES         PIC 9(02).
001430     05  IFT-TOD-SECONDS         PIC 9(02).
001440 01  IFT-TIME-OF-DAY-N REDEFINES IFT-TIME-OF-DAY
001450                                 PIC 9(06).
001460
001470 PROCEDURE DIVISION.
001480
001490******************************************************
001500*  0000-MAINLINE                                      *
001510******************************************************
001520 0000-MAINLINE.
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001540     IF RETURN-CODE = 4
001550         GO TO 0000-EXIT
001560     END-IF.
001570     PERFORM 2000-COUNT-RECORDS THRU 2000-EXIT.
001580     IF IFT-TSC-END-STEP
001590         PERFORM 3000-FIND-LAST-ROW THRU 3000-EXIT
001600     END-IF.
001610     PERFORM 4000-WRITE-TIMING-ROW THRU 4000-EXIT.
001620 0000-EXIT.
001630     STOP RUN.
001640
001650******************************************************
001660*  1000-INITIALIZE - TAKE THE CLOCK FIRST, SO THE     *
001670*  STAMP'S OWN WORK IS CHARGED TO THE NEXT STEP, THEN *
001680*  READ AND EDIT THE STAMP CARD.                      *
001690******************************************************
001700 1000-INITIALIZE.
001710     ACCEPT IFT-RUN-DATE FROM DATE YYYYMMDD.
001720     ACCEPT IFT-CLOCK FROM TIME.
001730     OPEN INPUT IFT-TSC-FILE.
001740     IF IFT-TSC-FILE-STATUS NOT = "00"
001750         DISPLAY "IF98001W STAMP CARD COULD NOT BE OPENED - "
001760                 "NO TIMING RECORDED"
001770         MOVE 4 TO RETURN-CODE
001780         GO TO 1000-EXIT
001790     END-IF.
001800     READ IFT-TSC-FILE
001810         AT END MOVE SPACES TO IFT-TSC-STAMP-CARD
001820     END-READ.
001830     CLOSE IFT-TSC-FILE.
001840     IF IFT-TSC-STEP-NAME = SPACES
001850        OR NOT IFT-TSC-PHASE-VALID
001860        OR IFT-TSC-STEP-ORDER NOT NUMERIC
001870        OR NOT (IFT-TSC-BEGIN-JOB OR IFT-TSC-END-STEP)
001880         DISPLAY "IF98002W STAMP CARD INVALID - "
001890                 "NO TIMING RECORDED - STEP "
001900                 IFT-TSC-STEP-NAME
001910         MOVE 4 TO RETURN-CODE
001920     END-IF.
001930 1000-EXIT.
001940     EXIT.
001950
001960******************************************************
001970*  2000-COUNT-RECORDS - DETAIL RECORDS ON THE STEP'S  *
001980*  FRAMED FILE, AND THE KEY FROM ITS HEADER.  A DUMMY *
001990*  COUNTIN COUNTS NOTHING.                            *
002000******************************************************
002010 2000-COUNT-RECORDS.
002020     OPEN INPUT IFT-CNT-FILE.
002030     IF IFT-CNT-FILE-STATUS NOT = "00"
002040         DISPLAY "IF98003W COUNT FILE COULD NOT BE OPENED - "
002050                 "STATUS " IFT-CNT-FILE-STATUS
002060                 " - STEP TIMED WITH NO COUNT"
002070         MOVE 4 TO RETURN-CODE
002080         GO TO 2000-EXIT
002090     END-IF.
002100     PERFORM 2200-READ-COUNT-FILE THRU 2200-EXIT.
002110     PERFORM 2100-COUNT-ONE-RECORD THRU 2100-EXIT
002120         UNTIL IFT-CNT-AT-EOF.
002130     CLOSE IFT-CNT-FILE.
002140 2000-EXIT.
002150     EXIT.
002160
002170 2100-COUNT-ONE-RECORD.
002180     IF IFT-TRAN-HEADER-REC
002190         IF NOT IFT-HEADER-SEEN
002200             SET IFT-HEADER-SEEN TO TRUE
002210             MOVE IFT-TRAN-HDR-FEED-DATE  TO IFT-HDR-FEED-DATE
002220             MOVE IFT-TRAN-HDR-SOURCE-SYS TO IFT-HDR-SOURCE-SYS
002230             MOVE IFT-TRAN-HDR-SPLIT-ID   TO IFT-HDR-SPLIT-ID
002240             IF IFT-TRAN-HDR-CYCLE-NO NUMERIC
002250                 MOVE IFT-TRAN-HDR-CYCLE-NO
002260                     TO IFT-HDR-CYCLE-NO
002270             END-IF
002280         END-IF
002290         GO TO 2100-NEXT
002300     END-IF.
002310     IF IFT-TRAN-TRAILER-REC
002320         GO TO 2100-NEXT
002330     END-IF.
002340     ADD 1 TO IFT-RECORDS-COUNTED.
002350 2100-NEXT.
002360     PERFORM 2200-READ-COUNT-FILE THRU 2200-EXIT.
002370 2100-EXIT.
002380     EXIT.
002390
002400 2200-READ-COUNT-FILE.
002410     READ IFT-CNT-FILE
002420         AT END SET IFT-CNT-AT-EOF TO TRUE
002430     END-READ.
002440 2200-EXIT.
002450     EXIT.
002460
002470******************************************************
002480*  3000-FIND-LAST-ROW - READ THE JOB'S TIMING WORK    *
002490*  FILE TO ITS LAST ROW.  NO ROW MEANS THE JOB-START  *
002500*  STAMP DID NOT RUN; THE STEP IS THEN TIMED FROM NOW *
002510*  (ZERO ELAPSED) AND A WARNING IS GIVEN.             *
002520******************************************************
002530 3000-FIND-LAST-ROW.
002540     OPEN INPUT IFT-TIMW-FILE.
002550     IF IFT-TIMW-FILE-STATUS NOT = "00"
002560         GO TO 3000-CHECK
002570     END-IF.
002580     PERFORM 3200-READ-WORK-FILE THRU 3200-EXIT.
002590     PERFORM 3100-TAKE-ONE-ROW THRU 3100-EXIT
002600         UNTIL IFT-TIMW-AT-EOF.
002610     CLOSE IFT-TIMW-FILE.
002620 3000-CHECK.
002630     IF NOT IFT-PREV-ROW-FOUND
002640         DISPLAY "IF98004W NO JOB-START STAMP ON THE TIMING "
002650                 "WORK FILE - STEP " IFT-TSC-STEP-NAME
002660                 " TIMED FROM THIS STAMP"
002670         MOVE 4 TO RETURN-CODE
002680     END-IF.
002690 3000-EXIT.
002700     EXIT.
002710
002720 3100-TAKE-ONE-ROW.
002730     ADD 1 TO IFT-ROWS-ON-FILE.
002740     SET IFT-PREV-ROW-FOUND TO TRUE.
002750     MOVE IFT-TIM-FEED-DATE   TO IFT-PREV-FEED-DATE.
002760     MOVE IFT-TIM-SOURCE-SYS  TO IFT-PREV-SOURCE-SYS.
002770     MOVE IFT-TIM-SPLIT-ID    TO IFT-PREV-SPLIT-ID.
002780     MOVE IFT-TIM-CYCLE-NO    TO IFT-PREV-CYCLE-NO.
002790     MOVE IFT-TIM-END-DATE    TO IFT-PREV-END-DATE.
002800     MOVE IFT-TIM-END-TIME    TO IFT-PREV-END-TIME.
002810     PERFORM 3200-READ-WORK-FILE THRU 3200-EXIT.
002820 3100-EXIT.
002830     EXIT.
002840
002850 3200-READ-WORK-FILE.
002860     READ IFT-TIMW-FILE
002870         AT END SET IFT-TIMW-AT-EOF TO TRUE
002880     END-READ.
002890 3200-EXIT.
002900     EXIT.
002910
002920******************************************************
002930*  4000-WRITE-TIMING-ROW - A JOB-START STAMP OPENS A  *
002940*  NEW WORK FILE AND MARKS THE START; EVERY OTHER     *
002950*  STAMP EXTENDS IT WITH THE STEP JUST ENDED.  THE    *
002960*  KEY COMES FROM THE COUNTED FILE'S HEADER, ELSE     *
002970*  FROM THE LAST ROW.                                 *
002980******************************************************
002990 4000-WRITE-TIMING-ROW.
003000     IF IFT-TSC-BEGIN-JOB
003010         OPEN OUTPUT IFT-TIMW-FILE
003020     ELSE
003030         OPEN EXTEND IFT-TIMW-FILE
003040     END-IF.
003050     IF IFT-TIMW-FILE-STATUS NOT = "00"
003060         DISPLAY "IF98005W TIMING WORK FILE COULD NOT BE "
003070                 "OPENED - STATUS " IFT-TIMW-FILE-STATUS
003080                 " - NO TIMING RECORDED"
003090         MOVE 4 TO RETURN-CODE
003100         GO TO 4000-EXIT
003110     END-IF.
003120     MOVE SPACES TO IFT-TIMING-RECORD.
003130     IF IFT-HEADER-SEEN
003140         MOVE IFT-HDR-FEED-DATE   TO IFT-TIM-FEED-DATE
003150         MOVE IFT-HDR-SOURCE-SYS  TO IFT-TIM-SOURCE-SYS
003160         MOVE IFT-HDR-SPLIT-ID    TO IFT-TIM-SPLIT-ID
003170         MOVE IFT-HDR-CYCLE-NO    TO IFT-TIM-CYCLE-NO
003180     ELSE
003190         MOVE IFT-PREV-FEED-DATE  TO IFT-TIM-FEED-DATE
003200         MOVE IFT-PREV-SOURCE-SYS TO IFT-TIM-SOURCE-SYS
003210         MOVE IFT-PREV-SPLIT-ID   TO IFT-TIM-SPLIT-ID
003220         MOVE IFT-PREV-CYCLE-NO   TO IFT-TIM-CYCLE-NO
003230     END-IF.
003240     MOVE IFT-TSC-STEP-NAME     TO IFT-TIM-STEP-NAME.
003250     MOVE IFT-TSC-PHASE         TO IFT-TIM-PHASE.
003260     MOVE IFT-TSC-STEP-ORDER-N  TO IFT-TIM-STEP-ORDER.
003270     MOVE IFT-RUN-DATE          TO IFT-TIM-END-DATE.
003280     MOVE IFT-CLOCK-TIME        TO IFT-TIM-END-TIME.
003290     MOVE IFT-RECORDS-COUNTED   TO IFT-TIM-RECORDS.
003300     MOVE ZERO                  TO IFT-TIM-ELAPSED-SECONDS.
003310     IF IFT-TSC-BEGIN-JOB
003320         SET IFT-TIM-JOB-START TO TRUE
003330         MOVE IFT-RUN-DATE      TO IFT-TIM-START-DATE
003340         MOVE IFT-CLOCK-TIME    TO IFT-TIM-START-TIME
003350         GO TO 4000-WRITE
003360     END-IF.
003370     SET IFT-TIM-STEP-END TO TRUE.
003380     IF IFT-PREV-ROW-FOUND
003390         MOVE IFT-PREV-END-DATE TO IFT-TIM-START-DATE
003400         MOVE IFT-PREV-END-TIME TO IFT-TIM-START-TIME
003410         PERFORM 4100-COMPUTE-ELAPSED THRU 4100-EXIT
003420     ELSE
003430         MOVE IFT-RUN-DATE      TO IFT-TIM-START-DATE
003440         MOVE IFT-CLOCK-TIME    TO IFT-TIM-START-TIME
003450     END-IF.
003460 4000-WRITE.
003470     WRITE IFT-TIMING-RECORD.
003480     IF IFT-TIMW-FILE-STATUS NOT = "00"
003490         DISPLAY "IF98006W TIMING WORK FILE WRITE FAILED - "
003500                 "STATUS " IFT-TIMW-FILE-STATUS
003510         MOVE 4 TO RETURN-CODE
003520     ELSE
003530         DISPLAY "IF98099I STEP " IFT-TIM-STEP-NAME
003540                 " ELAPSED SECONDS " IFT-TIM-ELAPSED-SECONDS
003550                 " RECORDS " IFT-TIM-RECORDS
003560     END-IF.
003570     CLOSE IFT-TIMW-FILE.
003580 4000-EXIT.
003590     EXIT.
003600
003610******************************************************
003620*  4100-COMPUTE-ELAPSED - WHOLE SECONDS FROM THE      *
003630*  START STAMP TO NOW, ACROSS MIDNIGHT IF NEED BE.    *
003640*  A CLOCK THAT APPEARS TO RUN BACKWARDS GIVES ZERO.  *
003650******************************************************
003660 4100-COMPUTE-ELAPSED.
003670     IF IFT-TIM-START-DATE NOT NUMERIC
003680        OR IFT-TIM-START-TIME NOT NUMERIC
003690        OR IFT-TIM-START-DATE = ZERO
003700         GO TO 4100-EXIT
003710     END-IF.
003720     COMPUTE IFT-START-DAY-NUMBER =
003730         FUNCTION INTEGER-OF-DATE (IFT-TIM-START-DATE).
003740     COMPUTE IFT-END-DAY-NUMBER =
003750         FUNCTION INTEGER-OF-DATE (IFT-TIM-END-DATE).
003760     MOVE IFT-TIM-START-TIME TO IFT-TIME-OF-DAY-N.
003770     COMPUTE IFT-START-SECONDS = IFT-TOD-HOURS * 3600
003780                               + IFT-TOD-MINUTES * 60
003790                               + IFT-TOD-SECONDS.
003800     MOVE IFT-TIM-END-TIME TO IFT-TIME-OF-DAY-N.
003810     COMPUTE IFT-END-SECONDS = IFT-TOD-HOURS * 3600
003820                             + IFT-TOD-MINUTES * 60
003830                             + IFT-TOD-SECONDS.
003840     COMPUTE IFT-ELAPSED-WORK =
003850         (IFT-END-DAY-NUMBER - IFT-START-DAY-NUMBER) * 86400
003860       + IFT-END-SECONDS - IFT-START-SECONDS.
003870     IF IFT-ELAPSED-WORK > ZERO
003880         MOVE IFT-ELAPSED-WORK TO IFT-TIM-ELAPSED-SECONDS
003890     END-IF.
003900 4100-EXIT.
003910     EXIT.
