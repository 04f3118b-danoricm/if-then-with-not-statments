000215     05  IFT-CHK-EXCEPTION-COUNT    PIC 9(09) COMP-3.
000220     05  IFT-CHK-CHECKPOINT-DATE    PIC 9(08).
000230     05  IFT-CHK-CHECKPOINT-TIME    PIC 9(06).
000240     05  IFT-CHK-RECORDS-WHSE       PIC 9(09) COMP-3.
000250     05  IFT-CHK-RECORDS-HELD       PIC 9(09) COMP-3.
000260     05  FILLER                     PIC X(05).
