000420*                   FRAME COLLATES AHEAD OF THE ALL-   *
000430*                   DIGIT DETAIL IDS AND IS PICKED     *
000440*                   OFF BY RECORD TYPE).               *
000441*  10/15/2026  DM   REJECTED ITEMS ARE NO LONGER A     *
000442*                   BREAK.  THEY ARE PRINTED AS BEFORE *
000443*                   AND THE IFTACKBO STEP THAT FOLLOWS *
000444*                   PUTS THEM BACK ON SUSPENSE UNDER   *
000445*                   RC12 FOR CORRECTION AND RECYCLE.   *
000446*                   A NIGHT WHOSE ONLY EXCEPTIONS ARE  *
000447*                   REJECTS ENDS RC 4 (VERDICT REJECTS *
000448*                   ONLY) SO THE BACK-OUT RUNS AND THE *
000449*                   NEXT NIGHT IS NOT HELD.            *
000450******************************************************
000460
000470 ENVIRONMENT DIVISION.
001090
001100 77  IFT-ACK-FOUND-SWITCH        PIC X(01) VALUE "N".
001110     88  IFT-ACK-WAS-FOUND                  VALUE "Y".
001112
001115 77  IFT-REJECTS-SWITCH          PIC X(01) VALUE "N".
001117     88  IFT-RECON-HAS-REJECTS              VALUE "Y".
001120
001130******************************************************
001140*  RUN COUNTERS AND ACCUMULATORS                      *
003480******************************************************
003490*  3300-MATCH-ACK-DETAIL - BINARY SEARCH OF THE       *
003500*  CLEANED TABLE.  A POSTED ACK MARKS THE ENTRY       *
003510*  ACKNOWLEDGED; A REJECTED ACK IS PRINTED AND LEFT   *
003520*  FOR THE IFTACKBO BACK-OUT STEP (NOT A BREAK - THE  *
003530*  ITEM WAS ANSWERED); AN ACK FOR AN ID WE NEVER SENT *
003535*  IS A BREAK.                                        *
003540******************************************************
003550 3300-MATCH-ACK-DETAIL.
003560     MOVE "N" TO IFT-ACK-FOUND-SWITCH.
003780     MOVE "Y" TO IFT-CLN-TBL-ACKED (IFT-CLN-INDEX).
003790     IF IFT-ACK-REJECTED
003800         ADD 1 TO IFT-ACKS-REJECTED
003810         SET IFT-RECON-HAS-REJECTS TO TRUE
003820         MOVE SPACES TO IFT-RPT-DETAIL-LINE
003830         MOVE IFT-ACK-RECORD-ID TO IFT-KD-RECORD-ID
003840         MOVE IFT-ACK-AMOUNT    TO IFT-KD-AMOUNT
003950*  4000-FINALIZE - SWEEP THE TABLE FOR UNPOSTED       *
003960*  ITEMS, TIE THE ACK CONTROL TOTALS TO THE CLEANED   *
003970*  TRAILER, PRINT THE SUMMARY AND VERDICT AND SET     *
003980*  THE STEP RETURN CODE.  A BREAK OUTRANKS REJECTS -  *
003983*  RC 12 HOLDS THE NIGHT AND THE BACK-OUT WAITS FOR   *
003986*  THE CLEAN RERUN.                                   *
003990******************************************************
004000 4000-FINALIZE.
004010     MOVE SPACES TO IFT-RPT-SECTION-LINE.
004150         DISPLAY "IFB0099E POSTING RECONCILIATION BROKE - "
004160                 "NEXT NIGHT IS HELD UNTIL CLEARED"
004170         MOVE 12 TO RETURN-CODE
004171         GO TO 4000-EXIT
004172     END-IF.
004174     IF IFT-RECON-HAS-REJECTS
004175         DISPLAY "IFB0098W POSTING REJECTED ITEMS - THEY GO BACK "
004177                 "TO SUSPENSE IN THE BACK-OUT STEP"
004178         MOVE 4 TO RETURN-CODE
004180     ELSE
004190         MOVE 0 TO RETURN-CODE
004200     END-IF.
005260     IF IFT-RECON-HAS-BROKEN
005270         MOVE "OUT-OF-BALANCE" TO IFT-KV-VERDICT
005280     ELSE
005290         IF IFT-RECON-HAS-REJECTS
005292             MOVE "REJECTS ONLY  " TO IFT-KV-VERDICT
005294         ELSE
005296             MOVE "PROVED        " TO IFT-KV-VERDICT
005298         END-IF
005300     END-IF.
005310     WRITE IFT-RPT-RECORD FROM IFT-RPT-VERDICT-LINE
005320         AFTER ADVANCING 2 LINES.
