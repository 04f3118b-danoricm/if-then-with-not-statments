000100*****************************************************
000110*  IFTHOLD.CPY                                      *
000120*  LARGE-VALUE HOLD RECORD.  ONE ENTRY PER ITEM THAT *
000130*  PASSED EVERY EDIT BUT IS FOR MORE THAN ITS CODE'S *
000140*  APPROVAL LIMIT (IFT-REF-APPROVAL-LIMIT).  THE     *
000150*  EDIT WRITES THIS LAYOUT TO A FLAT HELD-ITEMS      *
000160*  EXTENSION PER SPLIT INSTEAD OF THE CLEANED        *
000170*  OUTPUT; IFTHLDLD LOADS THAT INTO THE KEYED HOLD   *
000180*  MASTER (KEYED BY RECORD ID).  ON THE IHLD SCREENS *
000190*  ONE AUTHORIZED USER APPROVES OR DECLINES THE ITEM *
000200*  AND A SECOND USER CONFIRMS; IFTHLDRL THEN PUTS    *
000210*  THE CONFIRMED ITEM BACK ON THE NEXT NIGHT'S       *
000220*  STREAM CARRYING THE DECISION, SO AN APPROVED ITEM *
000230*  POSTS AND A DECLINED ONE FAILS RC11 TO SUSPENSE.  *
000240*****************************************************
000250 01  IFT-HOLD-MASTER-RECORD.
000260     05  IFT-HLD-RECORD-ID          PIC X(10).
000270     05  IFT-HLD-STATUS             PIC X(01).
000280         88  IFT-HLD-IS-HELD            VALUE "H".
000290         88  IFT-HLD-IS-PENDING         VALUE "P".
000300         88  IFT-HLD-IS-APPROVED        VALUE "A".
000310         88  IFT-HLD-IS-DECLINED        VALUE "D".
000320         88  IFT-HLD-IS-CONFIRMED       VALUE "A" "D".
000330     05  IFT-HLD-EFF-DATE           PIC 9(08).
000340     05  IFT-HLD-TRAN-CODE          PIC X(04).
000350     05  IFT-HLD-AMOUNT             PIC S9(09)V99 COMP-3.
000360     05  IFT-HLD-SOURCE-SYS         PIC X(08).
000370     05  IFT-HLD-ACCOUNT-NO         PIC X(10).
000380*    THE CODE'S APPROVAL LIMIT THE NIGHT THE ITEM WAS
000390*    HELD, SO THE SUPERVISOR SEES WHAT IT BROKE.
000400     05  IFT-HLD-APPROVAL-LIMIT     PIC 9(09)V99 COMP-3.
000410*    THE DETAIL EXACTLY AS IT CAME IN ON THE STREAM -
000420*    WRITTEN BACK, WITH THE DECISION SET, ON RELEASE.
000430     05  IFT-HLD-TRAN-IMAGE         PIC X(80).
000440*    FEED DATE AND CYCLE OF THE NIGHT THAT HELD IT.
000450     05  IFT-HLD-FEED-DATE          PIC 9(08).
000460     05  IFT-HLD-FEED-CYCLE-NO      PIC 9(02).
000470     05  IFT-HLD-HELD-DATE          PIC 9(08).
000480     05  IFT-HLD-HELD-TIME          PIC 9(06).
000490*    THE FIRST USER'S DECISION WHILE THE STATUS IS P;
000500*    THE CONFIRMED STATUS ONCE A SECOND USER AGREES.
000510     05  IFT-HLD-DECISION           PIC X(01).
000520         88  IFT-HLD-DECIDED-APPROVE    VALUE "A".
000530         88  IFT-HLD-DECIDED-DECLINE    VALUE "D".
000540     05  IFT-HLD-DECIDED-BY         PIC X(08).
000550     05  IFT-HLD-DECIDED-DATE       PIC 9(08).
000560     05  IFT-HLD-DECIDED-TIME       PIC 9(06).
000570     05  IFT-HLD-CONFIRMED-BY       PIC X(08).
000580     05  IFT-HLD-CONFIRMED-DATE     PIC 9(08).
000590     05  IFT-HLD-CONFIRMED-TIME     PIC 9(06).
000600     05  FILLER                     PIC X(18).
