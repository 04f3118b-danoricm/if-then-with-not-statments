000306*    THE CLEANED OUTPUT SO POSTING SEES THE REVERSAL
000308*    FLAGGED TOO.
000310     05  IFT-TRAN-ORIG-RECORD-ID    PIC X(10).
000312*    THE SOURCE SYSTEM THAT SENT THE ITEM, STAMPED BY
000313*    IFTINTAK FROM THE SOURCE FEED'S OWN HEADER WHEN
000314*    THE FEEDS ARE MERGED ONTO ONE STREAM, SO THE
000315*    SUSPENSE, CLEANED AND HISTORY RECORDS CAN STILL
000316*    TELL WHOSE ITEM IT IS AFTER THE MERGED HEADER HAS
000317*    REPLACED THE SOURCE HEADERS.
000318     05  IFT-TRAN-SOURCE-SYS        PIC X(08).
000319*    "B" WHEN THE EDIT BACK-VALUED THE ITEM OUT OF A
000320*    CLOSED ACCOUNTING PERIOD - THE EFFECTIVE DATE
000321*    ABOVE IS THEN THE FIRST OPEN BUSINESS DAY, NOT THE
000322*    DATE THE SOURCE SENT.  SPACE OTHERWISE.
000323     05  IFT-TRAN-BACKVALUE-FLAG    PIC X(01).
000325         88  IFT-TRAN-BACKVALUED        VALUE "B".
000326*    THE ACCOUNT THE ITEM POSTS TO, AS THE SOURCE SENT IT.
000327*    THE EDIT PROVES IT AGAINST THE ACCOUNT MASTER
000329*    (REASONS RC08 NOT ON FILE, RC09 CLOSED, RC10 FROZEN)
000330*    SO POSTING IS NOT LEFT TO REJECT IT NEXT MORNING.
000332     05  IFT-TRAN-ACCOUNT-NO        PIC X(10).
000333*    THE SUPERVISOR'S CONFIRMED DECISION ON A LARGE-VALUE
000334*    ITEM, SET ONLY BY IFTHLDRL WHEN IT PUTS A DECIDED
000335*    ITEM BACK ON THE STREAM - "A" LETS IT PAST THE
000336*    APPROVAL LIMIT, "D" FAILS IT REASON RC11.  IFTINTAK
000338*    CLEARS IT ON EVERY SOURCE DETAIL, SO NO SOURCE CAN
000339*    SEND AN ITEM PRE-APPROVED.
000340     05  IFT-TRAN-HOLD-DECISION     PIC X(01).
000342         88  IFT-TRAN-HOLD-APPROVED     VALUE "A".
000343         88  IFT-TRAN-HOLD-DECLINED     VALUE "D".
000344 01  IFT-TRAN-HEADER-RECORD.
000346     05  IFT-TRAN-HDR-ID            PIC X(10).
000347         88  IFT-TRAN-HEADER-REC        VALUE "HDR0000000".
000348     05  IFT-TRAN-HDR-FEED-DATE     PIC 9(08).
000350     05  IFT-TRAN-HDR-SOURCE-SYS    PIC X(08).
000352*    SET BY IFTSPLIT ON EACH KEY-RANGE SPLIT OF THE
000354*    STREAM; SPACES ON THE RAW FEED AND ON THE
000363*    REPEATED DATE.  FEEDS FRAMED BEFORE THE FIELD
000364*    EXISTED HAVE SPACES HERE AND RUN AS CYCLE ZERO.
000365     05  IFT-TRAN-HDR-CYCLE-NO      PIC 9(02).
000366     05  FILLER                     PIC X(50).
000370 01  IFT-TRAN-TRAILER-RECORD.
000380     05  IFT-TRAN-TRL-ID            PIC X(10).
000390         88  IFT-TRAN-TRAILER-REC       VALUE "TRL9999999".
000406*        SO A SLICE OF THE STREAM CAN NET NEGATIVE.
000408*        THE SIGN RIDES IN THE LOW-ORDER BYTE'S ZONE.
000410     05  IFT-TRAN-TRL-HASH-TOTAL    PIC S9(13)V99.
000420     05  FILLER                     PIC X(46).
