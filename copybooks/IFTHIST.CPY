000348*    BEFORE THE FIELDS EXISTED.
000350     05  IFT-HST-CYCLE-NO           PIC 9(02).
000352     05  IFT-HST-ORIG-RECORD-ID     PIC X(10).
000354*    THE CLEANED DETAIL'S BACK-VALUE FLAG - "B" WHEN THE
000364*    ITEM WAS MOVED OUT OF A CLOSED PERIOD.
000374     05  IFT-HST-BACKVALUE-FLAG     PIC X(01).
000384         88  IFT-HST-BACKVALUED         VALUE "B".
000394*    THE ACCOUNT THE ITEM POSTED TO.  SPACES ON ENTRIES
000404*    LOADED BEFORE THE FIELD EXISTED.
000414     05  IFT-HST-ACCOUNT-NO         PIC X(10).
000424     05  FILLER                     PIC X(03).
