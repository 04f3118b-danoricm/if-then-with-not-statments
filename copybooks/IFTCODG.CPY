000380     05  IFT-LOG-END-DATE           PIC 9(08).
000390     05  IFT-LOG-CHECK-VALUE        PIC 9(02).
000400     05  IFT-LOG-MAX-AMOUNT         PIC 9(09)V99.
000410     05  IFT-LOG-APPROVAL-LIMIT     PIC 9(09)V99.
000420     05  FILLER                     PIC X(11).
