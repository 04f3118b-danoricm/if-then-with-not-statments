000460*                   TRANSACTION SECURITY ON ICOD -     *
000470*                   ATTACH IT TO THE CODE-CONTROL      *
000480*                   GROUP ONLY.                        *
000481*  10/15/2026  DM   LARGE-VALUE APPROVAL LIMIT KEPT    *
000483*                   ON THE SCREEN, THE PENDING ENTRY   *
000485*                   AND THE LOG ALONGSIDE THE MAXIMUM  *
000486*                   AMOUNT; A LIMIT MUST BE UNDER THE  *
000488*                   MAXIMUM IT SITS BELOW.             *
000490******************************************************
000500
000510 ENVIRONMENT DIVISION.
000920     05  FILLER                  PIC X(01) VALUE SPACES.
000930     05  IFT-LW-MAX-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
000940     05  FILLER                  PIC X(01) VALUE SPACES.
000943     05  IFT-LW-APPROVAL-LIMIT   PIC ZZZ,ZZZ,ZZ9.99.
000946     05  FILLER                  PIC X(01) VALUE SPACES.
000950     05  IFT-LW-PENDING-FLAG     PIC X(01).
000960     05  FILLER                  PIC X(01) VALUE SPACES.
000970
000980     COPY IFTCODE.
000990
002130     MOVE IFT-REF-END-DATE    TO IFT-LW-END-DATE.
002140     MOVE IFT-REF-CHECK-VALUE TO IFT-LW-CHECK-VALUE.
002150     MOVE IFT-REF-MAX-AMOUNT  TO IFT-LW-MAX-AMOUNT.
002151     IF IFT-REF-APPROVAL-LIMIT NUMERIC
002153         MOVE IFT-REF-APPROVAL-LIMIT TO IFT-LW-APPROVAL-LIMIT
002155     ELSE
002156         MOVE ZERO TO IFT-LW-APPROVAL-LIMIT
002158     END-IF.
002160     PERFORM 7000-READ-PENDING THRU 7000-EXIT.
002170     IF IFT-PENDING-WAS-FOUND
002180         MOVE "P" TO IFT-LW-PENDING-FLAG
002620        AND (CM-EFFDTE-I NOT NUMERIC
002630             OR CM-ENDDTE-I NOT NUMERIC
002640             OR CM-CHKVAL-I NOT NUMERIC
002650             OR CM-MAXAMT-I NOT NUMERIC
002660             OR CM-APRLIM-I NOT NUMERIC)
002661         MOVE "DATES, CHECK VALUE AND AMOUNTS MUST BE NUMERIC"
002663             TO CM-MSG-O
002665         GO TO 3000-EXIT
002666     END-IF.
002668*    A LIMIT AT OR OVER THE MAXIMUM COULD NEVER HOLD
002670*    ANYTHING - THE ITEM FAILS RC04 FIRST.  ZERO IS NO HOLD.
002671     IF CM-ACTION-I NOT = "R"
002673        AND CM-APRLIM-I > ZERO
002675        AND CM-APRLIM-I NOT < CM-MAXAMT-I
002676         MOVE "APPROVAL LIMIT MUST BE UNDER THE MAX AMOUNT"
002678             TO CM-MSG-O
002680         GO TO 3000-EXIT
002690     END-IF.
002700
002810         MOVE IFT-ACTION-DATE      TO IFT-PND-END-DATE
002820         MOVE IFT-REF-CHECK-VALUE  TO IFT-PND-CHECK-VALUE
002830         MOVE IFT-REF-MAX-AMOUNT   TO IFT-PND-MAX-AMOUNT
002831         IF IFT-REF-APPROVAL-LIMIT NUMERIC
002833             MOVE IFT-REF-APPROVAL-LIMIT TO IFT-PND-APPROVAL-LIMIT
002835         ELSE
002836             MOVE ZERO TO IFT-PND-APPROVAL-LIMIT
002838         END-IF
002840     ELSE
002850         IF CM-NSTAT-I = "I"
002860             MOVE "I" TO IFT-PND-NEW-STATUS
002920         MOVE CM-CHKVAL-I          TO IFT-PND-CHECK-VALUE
002930         MOVE CM-MAXAMT-I          TO IFT-AMOUNT-ENTRY-X
002940         MOVE IFT-AMOUNT-ENTRY-9   TO IFT-PND-MAX-AMOUNT
002943         MOVE CM-APRLIM-I          TO IFT-AMOUNT-ENTRY-X
002946         MOVE IFT-AMOUNT-ENTRY-9   TO IFT-PND-APPROVAL-LIMIT
002950     END-IF.
002960     MOVE IFT-USER-ID     TO IFT-PND-ENTERED-BY.
002970     MOVE IFT-ACTION-DATE TO IFT-PND-ENTERED-DATE.
003740     MOVE IFT-PND-END-DATE     TO IFT-REF-END-DATE.
003750     MOVE IFT-PND-CHECK-VALUE  TO IFT-REF-CHECK-VALUE.
003760     MOVE IFT-PND-MAX-AMOUNT   TO IFT-REF-MAX-AMOUNT.
003765     MOVE IFT-PND-APPROVAL-LIMIT TO IFT-REF-APPROVAL-LIMIT.
003770     IF IFT-PND-IS-ADD
003780         EXEC CICS WRITE FILE('IFTCODER')
003790             FROM(IFT-CODE-REF-RECORD)
003900             MOVE IFT-PND-END-DATE    TO IFT-REF-END-DATE
003910             MOVE IFT-PND-CHECK-VALUE TO IFT-REF-CHECK-VALUE
003920             MOVE IFT-PND-MAX-AMOUNT  TO IFT-REF-MAX-AMOUNT
003923             MOVE IFT-PND-APPROVAL-LIMIT
003926                                      TO IFT-REF-APPROVAL-LIMIT
003930             EXEC CICS REWRITE FILE('IFTCODER')
003940                 FROM(IFT-CODE-REF-RECORD)
003950                 RESP(IFT-RESPONSE)
004770     MOVE IFT-PND-END-DATE     TO IFT-LOG-END-DATE.
004780     MOVE IFT-PND-CHECK-VALUE  TO IFT-LOG-CHECK-VALUE.
004790     MOVE IFT-PND-MAX-AMOUNT   TO IFT-LOG-MAX-AMOUNT.
004795     MOVE IFT-PND-APPROVAL-LIMIT TO IFT-LOG-APPROVAL-LIMIT.
004800     EXEC CICS WRITE FILE('IFTCODG')
004810         FROM(IFT-CODE-LOG-RECORD)
004820         RIDFLD(IFT-LOG-KEY) RESP(IFT-RESPONSE)
004980     MOVE IFT-PND-CHECK-VALUE TO CM-CHKVAL-O.
004990     MOVE IFT-PND-MAX-AMOUNT  TO IFT-AMOUNT-ENTRY-9.
005000     MOVE IFT-AMOUNT-ENTRY-X  TO CM-MAXAMT-O.
005003     MOVE IFT-PND-APPROVAL-LIMIT TO IFT-AMOUNT-ENTRY-9.
005006     MOVE IFT-AMOUNT-ENTRY-X  TO CM-APRLIM-O.
005010     MOVE SPACES TO CM-ENTINF-O.
005020     STRING IFT-PND-ENTERED-BY " " IFT-PND-ENTERED-DATE
005030            " " IFT-PND-ENTERED-TIME
