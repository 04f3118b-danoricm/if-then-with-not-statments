000100*****************************************************
000110*  IFTWHSC.CPY                                      *
000120*  WAREHOUSE RELEASE CONTROL RECORD.  ONE RECORD     *
000130*  WRITTEN BY IFTWHREL EACH NIGHT WITH THE FIGURES   *
000140*  OF ITS PASS OVER THE FUTURE-DATED WAREHOUSE, SO   *
000150*  IFTNIGHT CAN PUT THE RELEASED ITEMS ON THE        *
000160*  NIGHT'S CONTROL SHEET BESIDE THE ITEMS PARKED.    *
000170*  ITEMS ON FILE = RELEASED + LEFT ON FILE, AND      *
000180*  EVERY ITEM RELEASED ONTO THE STREAM IS ALSO ON    *
000190*  THE RELEASED-ITEMS EXTRACT IFTWHSCF DELETES FROM  *
000195*  THE WAREHOUSE IN THE CONSOLIDATION JOB.           *
000200*****************************************************
000210 01  IFT-WHSE-CONTROL-RECORD.
000220     05  IFT-WHC-RUN-DATE           PIC 9(08).
000230     05  IFT-WHC-RUN-TIME           PIC 9(06).
000240*    ITEMS DATED ON OR BEFORE THIS DATE (THE CONTROL
000250*    CARD'S IFT-CTL-DATE-HIGH) WERE RELEASED.
000260     05  IFT-WHC-RELEASE-THRU-DATE  PIC 9(08).
000270     05  IFT-WHC-ITEMS-ON-FILE      PIC 9(09).
000280     05  IFT-WHC-ITEMS-RELEASED     PIC 9(09).
000300     05  IFT-WHC-ITEMS-LEFT         PIC 9(09).
000310     05  IFT-WHC-RELEASED-HASH      PIC S9(13)V99.
000320     05  FILLER                     PIC X(16).
