000374*                   FEED'S CYCLE NUMBER AND, FOR A     *
000376*                   REVERSAL, THE ORIGINAL RECORD'S    *
000378*                   ID FROM THE CLEANED DETAIL.        *
000379*  10/14/2026  DM   THE SOURCE SYSTEM IS NOW TAKEN     *
000380*                   FROM THE DETAIL ITSELF - THE       *
000381*                   CONSOLIDATED HEADER ONLY SAYS      *
000382*                   "MERGED".  A DETAIL WITH NO        *
000383*                   SOURCE OF ITS OWN STILL TAKES THE  *
000384*                   HEADER'S.                          *
000385*  10/14/2026  DM   THE CLEANED DETAIL'S BACK-VALUE    *
000386*                   FLAG IS CARRIED ONTO THE HISTORY   *
000387*                   ENTRY.                             *
000389*  10/15/2026  DM   THE CLEANED DETAIL'S ACCOUNT       *
000391*                   NUMBER IS CARRIED ONTO THE         *
000393*                   HISTORY ENTRY.                     *
000395******************************************************
000397
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.   IBM-370.
001790     MOVE IFT-TRAN-AMOUNT      TO IFT-HST-AMOUNT.
001800     MOVE IFT-TRAN-DESCRIPTION TO IFT-HST-DESCRIPTION.
001810     MOVE IFT-FEED-DATE        TO IFT-HST-FEED-DATE.
001820     IF IFT-TRAN-SOURCE-SYS = SPACES
001822         MOVE IFT-FEED-SOURCE-SYS TO IFT-HST-SOURCE-SYS
001824     ELSE
001826         MOVE IFT-TRAN-SOURCE-SYS TO IFT-HST-SOURCE-SYS
001828     END-IF.
001830     MOVE IFT-RUN-DATE         TO IFT-HST-RUN-DATE.
001832     MOVE IFT-FEED-CYCLE-NO    TO IFT-HST-CYCLE-NO.
001834     MOVE IFT-TRAN-ORIG-RECORD-ID
001836                               TO IFT-HST-ORIG-RECORD-ID.
001837     MOVE IFT-TRAN-BACKVALUE-FLAG
001838                               TO IFT-HST-BACKVALUE-FLAG.
001839     MOVE IFT-TRAN-ACCOUNT-NO  TO IFT-HST-ACCOUNT-NO.
001840 2200-EXIT.
001850     EXIT.
001860
