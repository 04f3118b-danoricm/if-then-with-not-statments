000100*****************************************************
000110*  IFTCALX.CPY                                      *
000120*  BUSINESS CALENDAR MAINTENANCE CARD, READ BY       *
000130*  IFTCALMT.  ONE CARD PER CHANGE -                  *
000140*    GN  GENERATE THE DAYS FROM/TO: SATURDAYS AND    *
000150*        SUNDAYS AS WEEKEND DAYS, THE REST AS        *
000160*        BUSINESS DAYS, EACH IN THE OPEN PERIOD OF   *
000170*        ITS OWN YEAR AND MONTH.                     *
000180*    HD  MARK THE DAYS FROM/TO AS HOLIDAYS.          *
000190*    BD  MARK THE DAYS FROM/TO AS BUSINESS DAYS.     *
000200*    PD  MOVE THE DAYS FROM/TO INTO THE PERIOD ON    *
000210*        THE CARD (A NON-CALENDAR FISCAL MONTH).     *
000220*    CP  CLOSE THE PERIOD ON THE CARD.               *
000230*    OP  REOPEN THE PERIOD ON THE CARD.              *
000240*  A BLANK TO-DATE MEANS THE FROM-DATE ALONE.        *
000250*****************************************************
000260 01  IFT-CAL-MAINT-CARD.
000270     05  IFT-CMC-ACTION-CODE        PIC X(02).
000280         88  IFT-CMC-GENERATE-DAYS      VALUE "GN".
000290         88  IFT-CMC-MARK-HOLIDAY       VALUE "HD".
000300         88  IFT-CMC-MARK-BUSINESS-DAY  VALUE "BD".
000310         88  IFT-CMC-ASSIGN-PERIOD      VALUE "PD".
000320         88  IFT-CMC-CLOSE-PERIOD       VALUE "CP".
000330         88  IFT-CMC-REOPEN-PERIOD      VALUE "OP".
000340     05  IFT-CMC-FROM-DATE          PIC 9(08).
000350     05  IFT-CMC-TO-DATE            PIC 9(08).
000360     05  IFT-CMC-PERIOD             PIC 9(06).
000370     05  IFT-CMC-DESCRIPTION        PIC X(20).
000380     05  IFT-CMC-CHANGED-BY         PIC X(08).
000390     05  FILLER                     PIC X(28).
