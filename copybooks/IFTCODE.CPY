000290     05  IFT-REF-END-DATE           PIC 9(08).
000300     05  IFT-REF-CHECK-VALUE        PIC 9(02).
000310     05  IFT-REF-MAX-AMOUNT         PIC 9(09)V99.
000311*    WHAT THE EDIT DOES WITH AN ITEM OF THIS CODE DATED
000312*    IN A CLOSED ACCOUNTING PERIOD ON THE BUSINESS
000313*    CALENDAR - "B" BACK-VALUES IT INTO THE FIRST OPEN
000314*    BUSINESS DAY AFTER ITS DATE; "R" (OR SPACE, ON
000315*    ENTRIES LOADED BEFORE THE FIELD EXISTED) FAILS IT
000316*    REASON RC07.
000317     05  IFT-REF-CLOSED-ACTION      PIC X(01).
000318         88  IFT-REF-CLOSED-BACKVALUE   VALUE "B".
000319         88  IFT-REF-CLOSED-REJECT      VALUE "R" " ".
000320     05  FILLER                     PIC X(05).
000330*    LARGE-VALUE APPROVAL LIMIT.  AN ITEM OF THIS CODE
000340*    THAT PASSES EVERY EDIT BUT IS FOR MORE THAN THIS
000350*    IS WRITTEN TO THE HOLD FILE, NOT THE CLEANED
000360*    OUTPUT, UNTIL A SUPERVISOR APPROVES OR DECLINES IT
000370*    ON THE IHLD SCREEN AND A SECOND USER CONFIRMS.
000380*    ZERO (OR SPACES, ON ENTRIES LOADED BEFORE THE
000390*    FIELD EXISTED) MEANS THE CODE HAS NO HOLD.
000400     05  IFT-REF-APPROVAL-LIMIT     PIC 9(09)V99.
000410     05  FILLER                     PIC X(09).
