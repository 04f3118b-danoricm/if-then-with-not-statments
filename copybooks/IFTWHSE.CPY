000100*****************************************************
000110*  IFTWHSE.CPY                                      *
000120*  FUTURE-DATED WAREHOUSE RECORD.  ONE ENTRY PER     *
000130*  ITEM THE EDIT ACCEPTED WITH AN EFFECTIVE DATE     *
000140*  PAST THE CONTROL-CARD RANGE BUT INSIDE THE        *
000150*  WAREHOUSE HORIZON.  THE ITEM IS PARKED UNEDITED - *
000160*  THE WHOLE DETAIL RIDES IN THE TRANSACTION IMAGE - *
000170*  AND IS EDITED ONLY WHEN IFTWHREL RELEASES IT ON   *
000180*  ITS EFFECTIVE DATE, SO IT MEETS THE CODE RULES IN *
000190*  FORCE ON THAT DATE, NOT ON THE DAY IT ARRIVED.    *
000200*  THE EDIT WRITES THIS LAYOUT TO A FLAT PARKED-     *
000210*  ITEMS EXTENSION PER SPLIT; IFTWHSLD LOADS THAT    *
000220*  INTO THE KEYED WAREHOUSE MASTER (KEYED BY RECORD  *
000230*  ID, THE SAME KEY THE SOURCE SYSTEMS ISSUE).       *
000240*****************************************************
000250 01  IFT-WHSE-MASTER-RECORD.
000260     05  IFT-WHS-RECORD-ID          PIC X(10).
000270     05  IFT-WHS-EFF-DATE           PIC 9(08).
000280     05  IFT-WHS-TRAN-CODE          PIC X(04).
000290     05  IFT-WHS-AMOUNT             PIC S9(09)V99 COMP-3.
000300     05  IFT-WHS-SOURCE-SYS         PIC X(08).
000310*    THE DETAIL EXACTLY AS IT CAME IN ON THE STREAM -
000320*    WRITTEN BACK UNCHANGED WHEN THE ITEM IS RELEASED.
000330     05  IFT-WHS-TRAN-IMAGE         PIC X(80).
000340*    FEED DATE AND CYCLE OF THE NIGHT THAT PARKED IT.
000350     05  IFT-WHS-FEED-DATE          PIC 9(08).
000360     05  IFT-WHS-FEED-CYCLE-NO      PIC 9(02).
000370     05  IFT-WHS-PARKED-DATE        PIC 9(08).
000380     05  IFT-WHS-PARKED-TIME        PIC 9(06).
000390     05  FILLER                     PIC X(10).
