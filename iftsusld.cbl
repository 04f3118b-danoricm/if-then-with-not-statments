000290*                   TO THE RECYCLE PASS (STATUS Y)     *
000300*                   THAT HAS COME BACK ON SUSPENSE,    *
000310*                   WHICH IS REFRESHED AND REOPENED.   *
000313*  10/14/2026  DM   THE MASTER ENTRY NOW CARRIES THE   *
000316*                   SOURCE SYSTEM THAT SENT THE ITEM.  *
000317*  10/15/2026  DM   THE MASTER ENTRY NOW CARRIES THE   *
000318*                   ITEM'S ACCOUNT NUMBER.             *
000321*  10/15/2026  DM   A REOPENED ENTRY KEEPS THE POSTING *
000324*                   SYSTEM'S REJECT TEXT.              *
000325*  10/15/2026  DM   EVERY ENTRY ADDED OR REOPENED IS   *
000326*                   WRITTEN TO THE SUSPENSE CHANGE     *
000327*                   JOURNAL.                           *
000328******************************************************
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000500         RECORD KEY IS IFT-SUM-KEY
000510         FILE STATUS IS IFT-SUSM-FILE-STATUS.
000520
000521     SELECT IFT-SUJ-FILE
000523         ASSIGN TO AS-SUSJRNL
000525         ORGANIZATION IS SEQUENTIAL
000526         FILE STATUS IS IFT-SUJ-FILE-STATUS.
000528
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  IFT-SUSIN-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY IFTSUSM.
000630
000632 FD  IFT-SUJ-FILE
000634     LABEL RECORDS ARE STANDARD.
000636     COPY IFTSUSJ.
000638
000640 WORKING-STORAGE SECTION.
000650
000660 77  IFT-SUSIN-FILE-STATUS        PIC X(02) VALUE SPACES.
000670 77  IFT-SUSM-FILE-STATUS         PIC X(02) VALUE SPACES.
000675 77  IFT-SUJ-FILE-STATUS          PIC X(02) VALUE SPACES.
000680
000690 77  IFT-SUSIN-EOF-SWITCH         PIC X(01) VALUE "N".
000700     88  IFT-SUSIN-AT-EOF                    VALUE "Y".
000760
000770 77  IFT-RUN-DATE                 PIC 9(08) VALUE ZERO.
000780 77  IFT-RUN-TIME                 PIC 9(06) VALUE ZERO.
000785 77  IFT-SAVE-POST-REJECT-TEXT    PIC X(20) VALUE SPACES.
000786
000787*    CHANGE JOURNAL WORK AREAS - THE ENTRY AS IT STOOD
000788*    BEFORE THE UPDATE, AND THE CLOCK READ FOR EACH JOURNAL
000789*    ENTRY (HHMMSS LEADS, HUNDREDTHS DROPPED).
000790 77  IFT-CHANGE-ACTION            PIC X(01) VALUE SPACE.
000791 01  IFT-SAVE-BEFORE-IMAGE.
000793     05  IFT-SAVE-BEFORE-KEY      PIC X(14).
000794     05  FILLER                   PIC X(162).
000795 01  IFT-CHANGE-CLOCK.
000796     05  IFT-CHANGE-CLOCK-TIME    PIC 9(06).
000797     05  FILLER                   PIC 9(02).
000798
000800 PROCEDURE DIVISION.
000810
000820******************************************************
001150         CLOSE IFT-SUSIN-FILE
001160         GO TO 1000-EXIT
001170     END-IF.
001171     OPEN EXTEND IFT-SUJ-FILE.
001172     IF IFT-SUJ-FILE-STATUS NOT = "00"
001173         DISPLAY "IFL0006E CHANGE JOURNAL COULD NOT BE OPENED - "
001174                 "STATUS " IFT-SUJ-FILE-STATUS
001175         MOVE 16 TO RETURN-CODE
001176         CLOSE IFT-SUSIN-FILE
001177         CLOSE IFT-SUSM-FILE
001178         GO TO 1000-EXIT
001179     END-IF.
001180     PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
001190 1000-EXIT.
001200     EXIT.
001280     WRITE IFT-SUSPENSE-MASTER-RECORD.
001290     IF IFT-SUSM-FILE-STATUS = "00"
001300         ADD 1 TO IFT-ITEMS-ADDED
001303         MOVE "A" TO IFT-CHANGE-ACTION
001306         PERFORM 8000-WRITE-CHANGE-JOURNAL THRU 8000-EXIT
001310     ELSE
001320         IF IFT-SUSM-FILE-STATUS = "22"
001330             PERFORM 2300-HANDLE-KNOWN-ITEM THRU 2300-EXIT
001660     MOVE IFT-SUS-TRAN-CODE    TO IFT-SUM-TRAN-CODE.
001670     MOVE IFT-SUS-RUN-DATE     TO IFT-SUM-RUN-DATE.
001680     MOVE IFT-SUS-RUN-TIME     TO IFT-SUM-RUN-TIME.
001685     MOVE IFT-SUS-SOURCE-SYS   TO IFT-SUM-SOURCE-SYS.
001687     MOVE IFT-SUS-ACCOUNT-NO   TO IFT-SUM-ACCOUNT-NO.
001690     IF IFT-SUS-RECYCLE-COUNT NUMERIC
001700         MOVE IFT-SUS-RECYCLE-COUNT TO IFT-SUM-RECYCLE-COUNT
001710     ELSE
001840*  THE MASTER.  AN ITEM THE RECYCLE PASS TOOK AND     *
001850*  THE EDIT SUSPENDED AGAIN (STATUS Y) IS REFRESHED   *
001860*  AND REOPENED; ANYTHING ELSE KEEPS THE STATE        *
001870*  RECONCILIATION GAVE IT.  POSTING'S REJECT TEXT     *
001873*  (SET BY IFTACKBO) IS NOT ON THE SUSPENSE FILE AND  *
001876*  IS CARRIED OVER FROM THE OLD ENTRY.                *
001880******************************************************
001890 2300-HANDLE-KNOWN-ITEM.
001900     READ IFT-SUSM-FILE.
001950         GO TO 2300-EXIT
001960     END-IF.
001970     IF IFT-SUM-IS-RECYCLED
001971         MOVE IFT-SUSPENSE-MASTER-RECORD TO IFT-SAVE-BEFORE-IMAGE
001973         MOVE IFT-SUM-POST-REJECT-TEXT
001976             TO IFT-SAVE-POST-REJECT-TEXT
001980         PERFORM 2200-BUILD-MASTER-RECORD THRU 2200-EXIT
001983         MOVE IFT-SAVE-POST-REJECT-TEXT
001986             TO IFT-SUM-POST-REJECT-TEXT
001990         REWRITE IFT-SUSPENSE-MASTER-RECORD
002000         IF IFT-SUSM-FILE-STATUS = "00"
002010             ADD 1 TO IFT-ITEMS-REOPENED
002013             MOVE "C" TO IFT-CHANGE-ACTION
002016             PERFORM 8000-WRITE-CHANGE-JOURNAL THRU 8000-EXIT
002020         ELSE
002030             DISPLAY "IFL0005E MASTER REWRITE FAILED - STATUS "
002040                     IFT-SUSM-FILE-STATUS
002160 3000-FINALIZE.
002170     CLOSE IFT-SUSIN-FILE.
002180     CLOSE IFT-SUSM-FILE.
002185     CLOSE IFT-SUJ-FILE.
002190     DISPLAY "IFL0099I ITEMS READ:      " IFT-ITEMS-READ.
002200     DISPLAY "IFL0098I ITEMS ADDED:     " IFT-ITEMS-ADDED.
002210     DISPLAY "IFL0097I ITEMS REOPENED:  " IFT-ITEMS-REOPENED.
002220     DISPLAY "IFL0096I ITEMS LEFT ALONE:" IFT-ITEMS-LEFT-ALONE.
002230 3000-EXIT.
002240     EXIT.
002250
002260******************************************************
002270*  8000-WRITE-CHANGE-JOURNAL - ONE ENTRY ON THE       *
002280*  SUSPENSE CHANGE JOURNAL FOR THE UPDATE JUST MADE.  *
002290*  THE CALLER SETS IFT-CHANGE-ACTION AND, FOR A       *
002300*  CHANGE OR DELETE, SAVES THE BEFORE IMAGE FIRST.    *
002310*  A CHANGE THE JOURNAL DOES NOT HOLD COULD NEVER BE  *
002320*  AUDITED OR RECOVERED, SO A FAILED WRITE IS A HARD  *
002330*  STOP.                                              *
002340******************************************************
002350 8000-WRITE-CHANGE-JOURNAL.
002360     MOVE SPACES TO IFT-SUSPENSE-JOURNAL-RECORD.
002370     ACCEPT IFT-SUJ-DATE FROM DATE YYYYMMDD.
002380     ACCEPT IFT-CHANGE-CLOCK FROM TIME.
002390     MOVE IFT-CHANGE-CLOCK-TIME TO IFT-SUJ-TIME.
002400     MOVE "IFTSUSLD"            TO IFT-SUJ-PROGRAM
002410                                   IFT-SUJ-USER.
002420     MOVE IFT-CHANGE-ACTION     TO IFT-SUJ-ACTION.
002430     IF IFT-SUJ-WAS-DELETED
002440         MOVE IFT-SAVE-BEFORE-KEY TO IFT-SUJ-KEY
002450     ELSE
002460         MOVE IFT-SUM-KEY         TO IFT-SUJ-KEY
002470         MOVE IFT-SUSPENSE-MASTER-RECORD TO IFT-SUJ-AFTER-IMAGE
002480     END-IF.
002490     IF NOT IFT-SUJ-WAS-ADDED
002500         MOVE IFT-SAVE-BEFORE-IMAGE TO IFT-SUJ-BEFORE-IMAGE
002510     END-IF.
002520     WRITE IFT-SUSPENSE-JOURNAL-RECORD.
002530     IF IFT-SUJ-FILE-STATUS NOT = "00"
002540         DISPLAY "IFL0007E CHANGE JOURNAL WRITE FAILED - STATUS "
002550                 IFT-SUJ-FILE-STATUS " KEY " IFT-SUJ-KEY
002560         MOVE 16 TO RETURN-CODE
002570     END-IF.
002580 8000-EXIT.
002590     EXIT.
