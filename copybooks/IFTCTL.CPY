000266*    BEFORE THE FIELD EXISTED HAVE SPACES HERE AND THE
000268*    PURGE FALLS BACK TO ITS BUILT-IN DEFAULT.
000270     05  IFT-CTL-RETENTION-DAYS     PIC 9(03).
000280*    DAYS PAST IFT-CTL-DATE-HIGH AN ITEM MAY BE
000290*    EFFECTIVE AND STILL BE ACCEPTED - IFNOTTHEN
000300*    PARKS IT ON THE FUTURE-DATED WAREHOUSE UNTIL
000310*    IFTWHREL RELEASES IT ON ITS EFFECTIVE DATE.
000320*    SPACES OR ZERO AND NOTHING IS WAREHOUSED - A
000330*    DATE PAST THE RANGE FAILS RC02 AS IT ALWAYS HAS.
000340     05  IFT-CTL-FUTURE-DAYS        PIC 9(03).
000350     05  FILLER                     PIC X(05).
