000369*                   NORMALLY AND THE NIGHTLY PASS      *
000371*                   RE-ESCALATES IT IF IT BOUNCES      *
000372*                   AGAIN.                             *
000373*  10/15/2026  DM   THE ITEM'S ACCOUNT NUMBER IS SHOWN *
000374*                   AND CAN BE CORRECTED, SO AN ITEM   *
000375*                   THAT FAILED THE ACCOUNT EDIT       *
000376*                   (RC08-RC10) CAN BE PUT RIGHT AND   *
000377*                   RELEASED LIKE ANY OTHER.           *
000378*  10/15/2026  DM   AN ITEM POSTING REJECTED (RC12,    *
000380*                   PUT BACK BY IFTACKBO) SHOWS        *
000382*                   POSTING'S REJECT TEXT ON THE       *
000384*                   DETAIL PROMPT.                     *
000385*  10/15/2026  DM   EVERY CORRECTION AND WRITE-OFF IS  *
000386*                   WRITTEN TO THE SUSPENSE CHANGE     *
000388*                   JOURNAL (CICS FILE IFTSUSJ) AS A   *
000389*                   BEFORE AND AFTER IMAGE, IN THE     *
000391*                   SAME UNIT OF WORK AS THE REWRITE.  *
000392*                   IF THE JOURNAL CANNOT BE WRITTEN   *
000394*                   THE UPDATE IS BACKED OUT.          *
000395******************************************************
000397
000398 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000500 77  IFT-ABS-TIME                PIC S9(15) COMP-3 VALUE ZERO.
000510 77  IFT-ACTION-DATE             PIC 9(08) VALUE ZERO.
000520 77  IFT-ACTION-TIME             PIC 9(06) VALUE ZERO.
000522 77  IFT-JOURNAL-RBA             PIC S9(08) COMP VALUE ZERO.
000524*    THE ITEM AS IT STOOD WHEN READ FOR UPDATE - THE BEFORE
000526*    IMAGE ON ITS CHANGE JOURNAL ENTRY.
000528 77  IFT-SAVE-BEFORE-IMAGE       PIC X(176) VALUE SPACES.
000530******************************************************
000540*  SCREEN AMOUNTS TRAVEL AS 11 DIGITS, 9(9)V99, NO    *
000550*  DECIMAL POINT - THE SAME SHAPE THE CODE-REFERENCE  *
000800     05  FILLER                  PIC X(13) VALUE SPACES.
000810
000820     COPY IFTSUSM.
000823
000826     COPY IFTSUSJ.
000830
000840     COPY IFTSMAPC.
000850
002200     PERFORM 7100-SHOW-ITEM-FIELDS THRU 7100-EXIT.
002202     MOVE "KEY C TO CORRECT+RELEASE OR X TO WRITE OFF"
002210         TO SM-MSG-O.
002211*    AN ITEM POSTING REJECTED CARRIES POSTING'S OWN REASON -
002213*    PUT IT IN FRONT OF THE USER WHO HAS TO CORRECT IT.
002214     IF IFT-SUM-REASON-CODE = "RC12"
002216        AND IFT-SUM-POST-REJECT-TEXT NOT = SPACES
002217         MOVE SPACES TO SM-MSG-O
002219         STRING "POSTING REJECTED - " DELIMITED BY SIZE
002220                IFT-SUM-POST-REJECT-TEXT DELIMITED BY "  "
002222                " - C OR X" DELIMITED BY SIZE
002223             INTO SM-MSG-O
002225         END-STRING
002226     END-IF.
002228 3000-EXIT.
002230     EXIT.
002240
002250******************************************************
002550     IF SM-TCODE-L > ZERO
002560         MOVE SM-TCODE-I TO IFT-SUM-TRAN-CODE
002570     END-IF.
002572     IF SM-ACCTNO-L > ZERO
002575         MOVE SM-ACCTNO-I TO IFT-SUM-ACCOUNT-NO
002577     END-IF.
002580     MOVE "R"             TO IFT-SUM-STATUS.
002582*    A CORRECTED ITEM EARNS ITS WAY BACK INTO THE DRAIN -
002584*    THE NIGHTLY IFTSUSES PASS RE-ESCALATES IT IF IT
003200     MOVE IFT-AMOUNT-ENTRY-X  TO SM-AMOUNT-O.
003210     MOVE IFT-SUM-DESCRIPTION TO SM-DESC-O.
003220     MOVE IFT-SUM-TRAN-CODE   TO SM-TCODE-O.
003225     MOVE IFT-SUM-ACCOUNT-NO  TO SM-ACCTNO-O.
003230     MOVE IFT-SUM-STATUS      TO SM-STATUS-O.
003240     MOVE IFT-SUM-WRITEOFF-REASON TO SM-WORSN-O.
003250     MOVE SPACES TO SM-AUDIT-O.
003430     IF IFT-RESPONSE NOT = DFHRESP(NORMAL)
003440         MOVE "NO ITEM WITH THAT RECORD ID AND REASON"
003450             TO SM-MSG-O
003455         GO TO 7200-EXIT
003460     END-IF.
003465     MOVE IFT-SUSPENSE-MASTER-RECORD TO IFT-SAVE-BEFORE-IMAGE.
003470 7200-EXIT.
003480     EXIT.
003490
003500******************************************************
003510*  7300-STAMP-AND-REWRITE - EVERY UPDATE CARRIES THE  *
003520*  SIGNED-ON USER AND THE MOMENT IT HAPPENED, AND IS  *
003525*  JOURNALED BEFORE THE TASK ENDS.                    *
003530******************************************************
003540 7300-STAMP-AND-REWRITE.
003550     MOVE IFT-USER-ID     TO IFT-SUM-ACTION-USER.
003610     END-EXEC.
003620     IF IFT-RESPONSE NOT = DFHRESP(NORMAL)
003630         MOVE "UPDATE FAILED - ITEM NOT CHANGED" TO SM-MSG-O
003635         GO TO 7300-EXIT
003640     END-IF.
003645     PERFORM 7400-WRITE-JOURNAL-ENTRY THRU 7400-EXIT.
003650 7300-EXIT.
003651     EXIT.
003652
003653******************************************************
003654*  7400-WRITE-JOURNAL-ENTRY - THE BEFORE AND AFTER    *
003655*  IMAGES GO ON THE CHANGE JOURNAL IN THE SAME UNIT   *
003657*  OF WORK AS THE REWRITE.  A CHANGE THE JOURNAL      *
003658*  DOES NOT HOLD COULD NEVER BE AUDITED OR RECOVERED, *
003659*  SO IF THE WRITE FAILS THE REWRITE IS BACKED OUT    *
003660*  AND THE RESPONSE LEFT NON-NORMAL FOR THE CALLER.   *
003661******************************************************
003662 7400-WRITE-JOURNAL-ENTRY.
003664     MOVE SPACES TO IFT-SUSPENSE-JOURNAL-RECORD.
003665     MOVE IFT-ACTION-DATE            TO IFT-SUJ-DATE.
003666     MOVE IFT-ACTION-TIME            TO IFT-SUJ-TIME.
003667     MOVE "IFTSUSOL"                 TO IFT-SUJ-PROGRAM.
003668     MOVE IFT-USER-ID                TO IFT-SUJ-USER.
003670     MOVE "C"                        TO IFT-SUJ-ACTION.
003671     MOVE IFT-SUM-KEY                TO IFT-SUJ-KEY.
003672     MOVE IFT-SAVE-BEFORE-IMAGE      TO IFT-SUJ-BEFORE-IMAGE.
003673     MOVE IFT-SUSPENSE-MASTER-RECORD TO IFT-SUJ-AFTER-IMAGE.
003674     EXEC CICS WRITE FILE('IFTSUSJ')
003675         FROM(IFT-SUSPENSE-JOURNAL-RECORD)
003677         RIDFLD(IFT-JOURNAL-RBA) RBA RESP(IFT-RESPONSE)
003678     END-EXEC.
003679     IF IFT-RESPONSE NOT = DFHRESP(NORMAL)
003680         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
003681         MOVE "UPDATE BACKED OUT - CHANGE JOURNAL UNAVAILABLE"
003682             TO SM-MSG-O
003684     END-IF.
003685 7400-EXIT.
003686     EXIT.
003687
003688******************************************************
003690*  8000-SEND-MAP / 8100-SEND-FRESH-MAP                 *
003700******************************************************
003710 8000-SEND-MAP.
