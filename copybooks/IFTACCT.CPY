000100*****************************************************
000110*  IFTACCT.CPY                                      *
000120*  ACCOUNT MASTER RECORD.  ONE ENTRY PER ACCOUNT AN  *
000130*  ITEM MAY POST TO, WITH ITS STATUS - OPEN, CLOSED  *
000140*  OR FROZEN.  THE MASTER IS A KEYED VSAM CLUSTER    *
000150*  (KEY = ACCOUNT NUMBER) MAINTAINED BY THE IFTACCLD *
000160*  CARD JOB AND READ BY KEY IN THE NIGHTLY EDIT,     *
000170*  WHICH FAILS AN ITEM WHOSE ACCOUNT IS NOT ON FILE  *
000180*  (RC08), CLOSED (RC09) OR FROZEN (RC10).  AN       *
000190*  ACCOUNT IS CLOSED, NEVER REMOVED, SO ITEMS STILL  *
000200*  IN SUSPENSE AGAINST IT REPORT SENSIBLY.  THE      *
000210*  ALL-NINES ACCOUNT IS THE SENTINEL THAT KEEPS THE  *
000220*  CLUSTER OPENABLE AND IS CARRIED CLOSED.           *
000230*****************************************************
000240 01  IFT-ACCT-MASTER-RECORD.
000250     05  IFT-ACC-ACCOUNT-NO         PIC X(10).
000260     05  IFT-ACC-STATUS             PIC X(01).
000270         88  IFT-ACC-IS-OPEN            VALUE "O".
000280         88  IFT-ACC-IS-CLOSED          VALUE "C".
000290         88  IFT-ACC-IS-FROZEN          VALUE "F".
000300     05  IFT-ACC-ACCOUNT-NAME       PIC X(30).
000310     05  IFT-ACC-OPENED-DATE        PIC 9(08).
000320*    DATE OF THE LAST CLOSE, FREEZE OR REOPEN.
000330     05  IFT-ACC-STATUS-DATE        PIC 9(08).
000340     05  IFT-ACC-CHANGED-BY         PIC X(08).
000350     05  IFT-ACC-CHANGED-DATE       PIC 9(08).
000360     05  FILLER                     PIC X(07).
