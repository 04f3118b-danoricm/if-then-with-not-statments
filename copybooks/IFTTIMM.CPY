000100*****************************************************
000110*  IFTTIMM.CPY                                      *
000120*  RUN-TIMING RECORD.  ONE ENTRY PER STEP OF THE     *
000130*  NIGHT (IFTDAILY, THE FOUR SPLIT EDIT JOBS AND     *
000140*  IFTCONSJ), KEYED LIKE THE RUN-HISTORY MASTER -    *
000150*  FEED DATE, SOURCE SYSTEM, SPLIT AND CYCLE - PLUS  *
000160*  THE STEP NAME.  IFTTIMST, RUN AS A STAMP STEP     *
000170*  BEHIND EACH STEP, WRITES THIS LAYOUT TO ITS JOB'S *
000180*  FLAT TIMING WORK FILE: THE STEP STARTED WHEN THE  *
000190*  STAMP BEFORE IT ENDED, SO THE FIRST STAMP OF A    *
000200*  JOB ONLY MARKS THE START.  IFTTIMLD FOLDS THE     *
000210*  NIGHT'S WORK FILES INTO THE KEYED RUN-TIMING      *
000220*  MASTER (TIMMSTR), TAKING THE FEED DATE, SOURCE    *
000230*  AND CYCLE FROM THE NIGHT'S MERGED STREAM HEADER.  *
000240*  IFTTIMRP REPORTS ELAPSED TIME, THROUGHPUT AND THE *
000250*  BATCH-WINDOW FORECAST FROM THE MASTER.            *
000260*****************************************************
000270 01  IFT-TIMING-RECORD.
000280     05  IFT-TIM-KEY.
000290         10  IFT-TIM-FEED-DATE      PIC 9(08).
000300         10  IFT-TIM-SOURCE-SYS     PIC X(08).
000310*            SPACES FOR A WHOLE-FEED STEP (IFTDAILY,
000320*            IFTCONSJ); A SPLIT EDIT JOB'S STEPS CARRY
000330*            THE SPLIT ID FROM THEIR SPLIT'S HEADER.
000340         10  IFT-TIM-SPLIT-ID       PIC X(02).
000350         10  IFT-TIM-CYCLE-NO       PIC 9(02).
000360         10  IFT-TIM-STEP-NAME      PIC X(08).
000370*    WHERE THE STEP SITS IN THE NIGHT - THE FRONT JOB,
000380*    THE PARALLEL SPLIT EDITS OR CONSOLIDATION - AND ITS
000390*    ORDER WITHIN ITS JOB, BOTH FROM THE STAMP CARD.
000400     05  IFT-TIM-PHASE              PIC X(01).
000410         88  IFT-TIM-FRONT-JOB          VALUE "1".
000420         88  IFT-TIM-SPLIT-EDIT         VALUE "2".
000430         88  IFT-TIM-CONSOLIDATION      VALUE "3".
000440     05  IFT-TIM-STEP-ORDER         PIC 9(02).
000450     05  IFT-TIM-ROW-TYPE           PIC X(01).
000460         88  IFT-TIM-JOB-START          VALUE "B".
000470         88  IFT-TIM-STEP-END           VALUE "E".
000480     05  IFT-TIM-START-DATE         PIC 9(08).
000490     05  IFT-TIM-START-TIME         PIC 9(06).
000500     05  IFT-TIM-END-DATE           PIC 9(08).
000510     05  IFT-TIM-END-TIME           PIC 9(06).
000520     05  IFT-TIM-ELAPSED-SECONDS    PIC 9(07) COMP-3.
000530*    DETAIL RECORDS ON THE FRAMED FILE THE STAMP COUNTS
000540*    FOR THE STEP; ZERO FOR A STEP WHOSE TIME DOES NOT
000550*    FOLLOW THE NIGHT'S VOLUME.
000560     05  IFT-TIM-RECORDS            PIC 9(09) COMP-3.
000570     05  FILLER                     PIC X(11).
