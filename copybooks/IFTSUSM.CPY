000160*  THE IFTSUSOL INQUIRY/CORRECTION SCREENS, AND      *
000170*  DRAINED BY IFTSUSXT WHICH HANDS RELEASED ITEMS    *
000180*  TO THE RECYCLE PASS.  EVERY ONLINE ACTION IS      *
000190*  STAMPED WITH THE USER AND TIMESTAMP.  ITEMS THE   *
000192*  POSTING SYSTEM REJECTS ARE ADDED UNDER REASON     *
000194*  RC12 BY THE IFTACKBO BACK-OUT STEP.               *
000200*                                                     *
000210*  STATUS - O OPEN ON SUSPENSE                        *
000220*           R CORRECTED AND RELEASED FOR RECYCLE      *
000500         88  IFT-SUM-IS-ESCALATED       VALUES "1" "2".
000502         88  IFT-SUM-ESC-FINAL          VALUE "2".
000504     05  FILLER                     PIC X(01).
000506*    THE SOURCE SYSTEM THAT SENT THE ITEM, CARRIED FROM
000508*    THE SUSPENSE GENERATION BY IFTSUSLD.  ENTRIES
000510*    LOADED BEFORE THE FIELD EXISTED HAVE SPACES HERE.
000512     05  IFT-SUM-SOURCE-SYS         PIC X(08).
000514*    THE ITEM'S ACCOUNT NUMBER, CARRIED FROM THE SUSPENSE
000524*    GENERATION BY IFTSUSLD AND CORRECTABLE ON ISUS.
000534*    ENTRIES LOADED BEFORE THE FIELD EXISTED HAVE SPACES.
000544     05  IFT-SUM-ACCOUNT-NO         PIC X(10).
000554*    POSTING'S OWN REJECT TEXT FOR AN ITEM THE POSTING
000564*    SYSTEM REFUSED (REASON RC12), CARRIED FROM ITS
000574*    ACKNOWLEDGMENT BY IFTACKBO.  SPACES FOR EVERY OTHER
000584*    REASON AND ON ENTRIES WRITTEN BEFORE THE FIELD EXISTED.
000594     05  IFT-SUM-POST-REJECT-TEXT   PIC X(20).
000604     05  FILLER                     PIC X(12).
