000170*  ITEM AS A TRANSACTION AND TRACK HOW MANY TIMES    *
000180*  AN ITEM HAS BEEN CARRIED FORWARD.  RECORDS        *
000190*  WRITTEN BEFORE THE RECYCLE PASS EXISTED HAVE      *
000200*  SPACES IN BOTH NEW FIELDS.  THE SOURCE SYSTEM     *
000202*  THAT SENT THE ITEM RIDES ON EVERY RECORD SO THE   *
000204*  IFTREJRT STEP CAN RETURN EACH SOURCE ITS OWN      *
000206*  SUSPENDED ITEMS.  THE ITEM'S ACCOUNT NUMBER RIDES *
000207*  WITH IT SO A WRONG ACCOUNT CAN BE CORRECTED ON    *
000208*  ISUS AND RECYCLED.                                *
000210*****************************************************
000220 01  IFT-SUSPENSE-RECORD.
000230     05  IFT-SUS-RECORD-ID          PIC X(10).
000320     05  IFT-SUS-TRAN-CODE          PIC X(04).
000330     05  IFT-SUS-RECYCLE-COUNT      PIC 9(02).
000340     05  FILLER                     PIC X(04).
000350     05  IFT-SUS-SOURCE-SYS         PIC X(08).
000360     05  IFT-SUS-ACCOUNT-NO         PIC X(10).
000370     05  FILLER                     PIC X(06).
