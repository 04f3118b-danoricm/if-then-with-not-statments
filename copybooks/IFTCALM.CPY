000100*****************************************************
000110*  IFTCALM.CPY                                      *
000120*  BUSINESS CALENDAR RECORD.  ONE ENTRY PER          *
000130*  CALENDAR DATE, MARKING THE DAY AS A BUSINESS DAY, *
000140*  A HOLIDAY OR A WEEKEND DAY AND CARRYING THE       *
000150*  ACCOUNTING PERIOD THE DATE BELONGS TO, OPEN OR    *
000160*  CLOSED.  THE CALENDAR IS A KEYED VSAM CLUSTER     *
000170*  (KEY = DATE) MAINTAINED BY THE IFTCALMT CARD JOB. *
000180*  THE NIGHTLY RUN TABLES A FLAT UNLOAD OF IT: THE   *
000190*  IFTCALWN STEP DERIVES THE CONTROL CARD'S VALID    *
000200*  DATE WINDOW FROM IT, THE EDIT FAILS OR BACK-      *
000210*  VALUES ITEMS DATED IN A CLOSED PERIOD, AND THE    *
000220*  PURGES COUNT THEIR RETENTION IN BUSINESS DAYS.    *
000230*  THE ALL-NINES DATE IS THE SENTINEL THAT KEEPS THE *
000240*  CLUSTER OPENABLE AND IS NOT A CALENDAR DAY.       *
000250*****************************************************
000260 01  IFT-CALENDAR-RECORD.
000270     05  IFT-CAL-DATE               PIC 9(08).
000280     05  IFT-CAL-DAY-TYPE           PIC X(01).
000290         88  IFT-CAL-BUSINESS-DAY       VALUE "B".
000300         88  IFT-CAL-HOLIDAY            VALUE "H".
000310         88  IFT-CAL-WEEKEND            VALUE "W".
000320*    ACCOUNTING PERIOD AS YYYYMM.  A PERIOD IS CLOSED BY
000330*    THE IFTCALMT "CP" CARD AT MONTH-END SIGN-OFF; EVERY
000340*    DATE IN IT THEN CARRIES STATUS "C".
000350     05  IFT-CAL-PERIOD             PIC 9(06).
000360     05  IFT-CAL-PERIOD-STATUS      PIC X(01).
000370         88  IFT-CAL-PERIOD-OPEN        VALUE "O".
000380         88  IFT-CAL-PERIOD-CLOSED      VALUE "C".
000390     05  IFT-CAL-DESCRIPTION        PIC X(20).
000400     05  FILLER                     PIC X(04).
