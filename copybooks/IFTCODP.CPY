000370     05  IFT-PND-ENTERED-BY         PIC X(08).
000380     05  IFT-PND-ENTERED-DATE       PIC 9(08).
000390     05  IFT-PND-ENTERED-TIME       PIC 9(06).
000400     05  IFT-PND-APPROVAL-LIMIT     PIC 9(09)V99 COMP-3.
000410     05  FILLER                     PIC X(01).
