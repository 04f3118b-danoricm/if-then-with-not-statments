000100*****************************************************
000110*  IFTACCX.CPY                                      *
000120*  ACCOUNT MASTER MAINTENANCE CARD, READ BY          *
000130*  IFTACCLD.  ONE CARD PER CHANGE -                  *
000140*    AD  ADD THE ACCOUNT, OPEN, AS OF THE DATE ON    *
000150*        THE CARD (BLANK = THE RUN DATE).            *
000160*    NM  CHANGE THE ACCOUNT NAME.                    *
000170*    CL  CLOSE THE ACCOUNT.                          *
000180*    FZ  FREEZE THE ACCOUNT.                         *
000190*    OP  REOPEN A CLOSED OR FROZEN ACCOUNT.          *
000200*  THE ACCOUNT SYSTEM'S NIGHTLY EXTRACT IS CUT IN    *
000210*  THE SAME LAYOUT, SO A BULK LOAD IS A DECK OF AD   *
000220*  CARDS AND AN ACCOUNT ALREADY ON FILE IS PASSED    *
000230*  OVER BY AD.                                       *
000240*****************************************************
000250 01  IFT-ACCT-MAINT-CARD.
000260     05  IFT-AMC-ACTION-CODE        PIC X(02).
000270         88  IFT-AMC-ADD-ACCOUNT        VALUE "AD".
000280         88  IFT-AMC-RENAME-ACCOUNT     VALUE "NM".
000290         88  IFT-AMC-CLOSE-ACCOUNT      VALUE "CL".
000300         88  IFT-AMC-FREEZE-ACCOUNT     VALUE "FZ".
000310         88  IFT-AMC-REOPEN-ACCOUNT     VALUE "OP".
000320     05  IFT-AMC-ACCOUNT-NO         PIC X(10).
000330     05  IFT-AMC-ACCOUNT-NAME       PIC X(30).
000340     05  IFT-AMC-EFFECTIVE-DATE     PIC X(08).
000350     05  IFT-AMC-EFFECTIVE-DATE-N REDEFINES
000360         IFT-AMC-EFFECTIVE-DATE     PIC 9(08).
000370     05  IFT-AMC-CHANGED-BY         PIC X(08).
000380     05  FILLER                     PIC X(22).
