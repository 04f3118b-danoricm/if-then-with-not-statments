000100*****************************************************
000110*  IFTARCT.CPY                                      *
000120*  PURGE ARCHIVE CONTROL-TOTAL TRAILER.  EACH OF THE *
000130*  THREE PURGES (IFTHSTPG, IFTSUSRG, IFTDUPRG)       *
000140*  WRITES EVERY ENTRY IT REMOVES TO A NEW ARCHIVE    *
000150*  GENERATION IN THE MASTER'S OWN LAYOUT BEFORE IT   *
000160*  DELETES THE ENTRY, AND CLOSES THE GENERATION      *
000170*  WITH THIS TRAILER ON THE SAME RESERVED-ID         *
000180*  CONVENTION THE CLEANED FILE USES.  THE IFTARCIQ   *
000190*  RETRIEVAL PROVES EACH GENERATION IT SEARCHES      *
000200*  AGAINST ITS TRAILER.  THE TRAILER IS WRITTEN FROM *
000210*  WORKING STORAGE AND PADDED TO THE ARCHIVE'S       *
000220*  RECORD LENGTH; THE PROCESSED-ID ARCHIVE IS ONLY   *
000230*  30 BYTES WIDE, SO ITS TRAILER STOPS AFTER THE     *
000240*  PURGE DATE - A PROCESSED-ID ENTRY HAS NO AMOUNT.  *
000250*****************************************************
000260 01  IFT-ARCHIVE-TRAILER-RECORD.
000270     05  IFT-ART-ID                 PIC X(10).
000280         88  IFT-ART-TRAILER-REC        VALUE "TRL9999999".
000290     05  IFT-ART-RECORD-COUNT       PIC 9(09).
000300     05  IFT-ART-PURGE-DATE         PIC 9(08).
000310     05  FILLER                     PIC X(03).
000320     05  IFT-ART-AMOUNT-TOTAL       PIC S9(13)V99.
