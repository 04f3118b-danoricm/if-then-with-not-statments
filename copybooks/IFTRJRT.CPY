000100*****************************************************
000110*  IFTRJRT.CPY                                      *
000120*  REJECT RETURN RECORD.  WRITTEN BY IFTREJRT, ONE   *
000130*  FILE PER SOURCE SYSTEM, LISTING EVERY ITEM OF     *
000140*  THAT SOURCE THE NIGHT'S EDIT SUSPENDED AND WHY,   *
000150*  SO EACH UPSTREAM TEAM CAN CORRECT ITS OWN DATA.   *
000160*  THE FILE IS FRAMED THE WAY THE INCOMING FEEDS     *
000170*  ARE - A HEADER (FEED DATE, SOURCE, CYCLE) AND A   *
000180*  TRAILER (RECORD COUNT AND HASH TOTAL OF THE       *
000190*  AMOUNTS) SO THE RECEIVING SYSTEM CAN PROVE IT     *
000200*  GOT THE WHOLE RETURN.  THE HEADER AND TRAILER     *
000210*  VIEWS REDEFINE THE SAME RECORD AREA AND ARE       *
000220*  RECOGNIZED BY THE RESERVED VALUES IN THE RECORD   *
000230*  ID POSITIONS.                                     *
000240*****************************************************
000250 01  IFT-REJRTN-RECORD.
000260     05  IFT-RJR-RECORD-ID          PIC X(10).
000270     05  IFT-RJR-EFF-DATE           PIC 9(08).
000280     05  IFT-RJR-TRAN-CODE          PIC X(04).
000290     05  IFT-RJR-AMOUNT             PIC S9(09)V99 COMP-3.
000300     05  IFT-RJR-CHECK-VALUE        PIC 9(02).
000310     05  IFT-RJR-EXPECTED-VALUE     PIC 9(02).
000320     05  IFT-RJR-REASON-CODE        PIC X(04).
000330     05  IFT-RJR-REASON-TEXT        PIC X(40).
000340     05  IFT-RJR-DESCRIPTION        PIC X(20).
000350     05  FILLER                     PIC X(04).
000360 01  IFT-REJRTN-HEADER-RECORD REDEFINES IFT-REJRTN-RECORD.
000370     05  IFT-RJR-HDR-ID             PIC X(10).
000380         88  IFT-RJR-HEADER-REC         VALUE "HDR0000000".
000390     05  IFT-RJR-HDR-FEED-DATE      PIC 9(08).
000400     05  IFT-RJR-HDR-SOURCE-SYS     PIC X(08).
000410     05  IFT-RJR-HDR-CYCLE-NO       PIC 9(02).
000420     05  IFT-RJR-HDR-RUN-DATE       PIC 9(08).
000430     05  IFT-RJR-HDR-RUN-TIME       PIC 9(06).
000440     05  FILLER                     PIC X(58).
000450 01  IFT-REJRTN-TRAILER-RECORD REDEFINES IFT-REJRTN-RECORD.
000460     05  IFT-RJR-TRL-ID             PIC X(10).
000470         88  IFT-RJR-TRAILER-REC        VALUE "TRL9999999".
000480     05  IFT-RJR-TRL-RECORD-COUNT   PIC 9(09).
000490     05  IFT-RJR-TRL-HASH-TOTAL     PIC S9(13)V99.
000500     05  FILLER                     PIC X(66).
