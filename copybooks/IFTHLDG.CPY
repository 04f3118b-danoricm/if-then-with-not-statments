000100*****************************************************
000110*  IFTHLDG.CPY                                      *
000120*  LARGE-VALUE HOLD DECISION LOG RECORD.  ONE ENTRY  *
000130*  PER EVENT ON THE IHLD SCREENS - A DECISION        *
000140*  ENTERED, CONFIRMED BY A SECOND USER, OR RETURNED  *
000150*  UNCONFIRMED - STAMPED WITH THE SIGNED-ON USER AND *
000160*  THE MOMENT IT HAPPENED, ON THE SAME PATTERN AS    *
000170*  THE IFTCODG CODE-REFERENCE LOG.  THE LOG IS A     *
000180*  KEYED CLUSTER (RECORD ID, DATE, TIME, EVENT) AND  *
000190*  IS NEVER UPDATED - ONLY WRITTEN AND READ.  THE    *
000200*  AMOUNT IS KEPT IN DISPLAY FORM SO A RAW PRINT OF  *
000210*  THE CLUSTER IS ITSELF READABLE.                   *
000220*****************************************************
000230 01  IFT-HOLD-LOG-RECORD.
000240     05  IFT-HLG-KEY.
000250         10  IFT-HLG-RECORD-ID      PIC X(10).
000260         10  IFT-HLG-ACTION-DATE    PIC 9(08).
000270         10  IFT-HLG-ACTION-TIME    PIC 9(06).
000280         10  IFT-HLG-EVENT          PIC X(01).
000290             88  IFT-HLG-WAS-ENTERED    VALUE "E".
000300             88  IFT-HLG-WAS-CONFIRMED  VALUE "C".
000310             88  IFT-HLG-WAS-RETURNED   VALUE "R".
000320     05  IFT-HLG-DECISION           PIC X(01).
000330     05  IFT-HLG-USER               PIC X(08).
000340     05  IFT-HLG-TRAN-CODE          PIC X(04).
000350     05  IFT-HLG-AMOUNT             PIC 9(09)V99.
000360     05  IFT-HLG-EFF-DATE           PIC 9(08).
000370     05  IFT-HLG-SOURCE-SYS         PIC X(08).
000380     05  IFT-HLG-ACCOUNT-NO         PIC X(10).
000390     05  FILLER                     PIC X(05).
