000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    IFTHLDOL.
000120 AUTHOR.        D MCCARRON.
000130 INSTALLATION.  DAILY OPERATIONS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160
000170******************************************************
000180*  MODIFICATION HISTORY                               *
000190*  --------------------------------------------------  *
000200*  10/15/2026  DM   ORIGINAL PROGRAM.  CICS APPROVAL   *
000210*                   FACILITY OVER THE LARGE-VALUE HOLD *
000220*                   MASTER (TRANS IHLD, MAPSET         *
000230*                   IFTHMAP), ON THE SAME PATTERN AS   *
000240*                   THE ICOD CODE-REFERENCE SCREENS.   *
000250*                   THE EDIT HOLDS AN ITEM OVER ITS    *
000260*                   CODE'S APPROVAL LIMIT BUT NOT ITS  *
000270*                   MAXIMUM INSTEAD OF POSTING IT.     *
000280*                   ONE AUTHORIZED USER APPROVES OR    *
000290*                   DECLINES EACH HELD ITEM; THE       *
000300*                   DECISION STAYS PENDING UNTIL A     *
000310*                   SECOND AUTHORIZED USER CONFIRMS IT *
000320*                   - THE DECIDER CANNOT CONFIRM THEIR *
000330*                   OWN DECISION.  A PENDING DECISION  *
000340*                   CAN BE RETURNED BY EITHER USER,    *
000350*                   PUTTING THE ITEM BACK ON HOLD.  A  *
000360*                   CONFIRMED DECISION IS FINAL; THE   *
000370*                   NIGHTLY HLDREL STEP PUTS THE ITEM  *
000380*                   BACK ON THE STREAM, WHERE AN       *
000390*                   APPROVED ITEM POSTS AND A DECLINED *
000400*                   ONE GOES TO SUSPENSE AS RC11.      *
000410*                   EVERY DECISION, CONFIRMATION AND   *
000420*                   RETURN IS STAMPED USER/DATE/TIME   *
000430*                   TO THE IFTHLDG DECISION LOG.       *
000440*                   UPDATE ACCESS IS CONTROLLED BY     *
000450*                   TRANSACTION SECURITY ON IHLD -     *
000460*                   ATTACH IT TO THE CODE-CONTROL      *
000470*                   GROUP ONLY, AS ICOD.               *
000480******************************************************
000490
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.   IBM-370.
000530 OBJECT-COMPUTER.   IBM-370.
000540
000550 DATA DIVISION.
000560 WORKING-STORAGE SECTION.
000570
000580 77  IFT-RESPONSE                PIC S9(08) COMP VALUE ZERO.
000590 77  IFT-LIST-SUB                PIC 9(02) COMP  VALUE ZERO.
000600 77  IFT-USER-ID                 PIC X(08) VALUE SPACES.
000610 77  IFT-ABS-TIME                PIC S9(15) COMP-3 VALUE ZERO.
000620 77  IFT-ACTION-DATE             PIC 9(08) VALUE ZERO.
000630 77  IFT-ACTION-TIME             PIC 9(06) VALUE ZERO.
000640
000650 01  IFT-COMM-AREA.
000660     05  IFT-CA-LAST-FUNC        PIC X(01).
000670
000680 01  IFT-LIST-WORK-LINE.
000690     05  IFT-LW-RECORD-ID        PIC X(10).
000700     05  FILLER                  PIC X(01) VALUE SPACES.
000710     05  IFT-LW-STATUS           PIC X(01).
000720     05  FILLER                  PIC X(01) VALUE SPACES.
000730     05  IFT-LW-DECISION         PIC X(01).
000740     05  FILLER                  PIC X(01) VALUE SPACES.
000750     05  IFT-LW-TRAN-CODE        PIC X(04).
000760     05  FILLER                  PIC X(01) VALUE SPACES.
000770     05  IFT-LW-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
000780     05  FILLER                  PIC X(01) VALUE SPACES.
000790     05  IFT-LW-APPROVAL-LIMIT   PIC ZZZ,ZZZ,ZZ9.99.
000800     05  FILLER                  PIC X(01) VALUE SPACES.
000810     05  IFT-LW-SOURCE-SYS       PIC X(08).
000820     05  FILLER                  PIC X(01) VALUE SPACES.
000830     05  IFT-LW-ACCOUNT-NO       PIC X(10).
000840
000850     COPY IFTHOLD.
000860
000870     COPY IFTHLDG.
000880
000890     COPY IFTHMAPC.
000900
000910 LINKAGE SECTION.
000920 01  DFHCOMMAREA                 PIC X(01).
000930
000940 PROCEDURE DIVISION.
000950
000960******************************************************
000970*  0000-MAINLINE - PSEUDO-CONVERSATIONAL.  FIRST      *
000980*  TIME IN, PAINT THE EMPTY SCREEN; AFTER THAT,       *
000990*  RECEIVE THE MAP AND ROUTE ON THE FUNCTION CODE.    *
001000******************************************************
001010 0000-MAINLINE.
001020     IF EIBCALEN = ZERO
001030         MOVE LOW-VALUES TO HLDMAPO
001040         MOVE "ENTER A FUNCTION AND RECORD ID" TO HM-MSG-O
001050         PERFORM 8100-SEND-FRESH-MAP THRU 8100-EXIT
001060         GO TO 0000-RETURN
001070     END-IF.
001080
001090     EXEC CICS RECEIVE MAP('HLDMAP') MAPSET('IFTHMAP')
001100         INTO(HLDMAPI) RESP(IFT-RESPONSE)
001110     END-EXEC.
001120     IF IFT-RESPONSE = DFHRESP(MAPFAIL)
001130         MOVE LOW-VALUES TO HLDMAPO
001140         MOVE "ENTER A FUNCTION AND RECORD ID" TO HM-MSG-O
001150         PERFORM 8100-SEND-FRESH-MAP THRU 8100-EXIT
001160         GO TO 0000-RETURN
001170     END-IF.
001180
001190     EXEC CICS ASSIGN USERID(IFT-USER-ID) END-EXEC.
001200     PERFORM 8200-GET-TIMESTAMP THRU 8200-EXIT.
001210
001220     IF HM-FUNC-I = "B"
001230         PERFORM 2000-BROWSE-HOLDS THRU 2000-EXIT
001240     ELSE
001250         IF HM-FUNC-I = "S"
001260             PERFORM 3000-SHOW-ITEM THRU 3000-EXIT
001270         ELSE
001280             IF HM-FUNC-I = "A" OR HM-FUNC-I = "D"
001290                 PERFORM 4000-DECIDE-ITEM THRU 4000-EXIT
001300             ELSE
001310                 IF HM-FUNC-I = "C"
001320                     PERFORM 5000-CONFIRM-DECISION
001330                         THRU 5000-EXIT
001340                 ELSE
001350                     IF HM-FUNC-I = "R"
001360                         PERFORM 6000-RETURN-DECISION
001370                             THRU 6000-EXIT
001380                     ELSE
001390                         MOVE "FUNCTION MUST BE B/S/A/D/C/R"
001400                             TO HM-MSG-O
001410                     END-IF
001420                 END-IF
001430             END-IF
001440         END-IF
001450     END-IF.
001460
001470     PERFORM 8000-SEND-MAP THRU 8000-EXIT.
001480 0000-RETURN.
001490     MOVE HM-FUNC-I TO IFT-CA-LAST-FUNC.
001500     EXEC CICS RETURN TRANSID('IHLD')
001510         COMMAREA(IFT-COMM-AREA) LENGTH(1)
001520     END-EXEC.
001530
001540******************************************************
001550*  2000-BROWSE-HOLDS - BROWSE THE HOLD MASTER         *
001560*  FORWARD FROM THE KEYED RECORD ID (SPACES = TOP OF  *
001570*  FILE).  EACH LINE SHOWS THE ITEM, ITS STATUS (H    *
001580*  HELD, P AWAITING CONFIRMATION, A/D CONFIRMED) AND  *
001590*  THE DECISION ENTERED SO FAR.                       *
001600******************************************************
001610 2000-BROWSE-HOLDS.
001620     MOVE SPACES TO IFT-HLD-RECORD-ID.
001630     IF HM-KEYID-I NOT = SPACES AND HM-KEYID-I NOT = LOW-VALUES
001640         MOVE HM-KEYID-I TO IFT-HLD-RECORD-ID
001650     END-IF.
001660     EXEC CICS STARTBR FILE('IFTHOLD')
001670         RIDFLD(IFT-HLD-RECORD-ID) GTEQ RESP(IFT-RESPONSE)
001680     END-EXEC.
001690     IF IFT-RESPONSE NOT = DFHRESP(NORMAL)
001700         MOVE "NO HELD ITEMS ON OR AFTER THAT KEY" TO HM-MSG-O
001710         GO TO 2000-EXIT
001720     END-IF.
001730     MOVE ZERO TO IFT-LIST-SUB.
001740     PERFORM 2100-READ-NEXT-HOLD THRU 2100-EXIT
001750         UNTIL IFT-LIST-SUB >= 8
001760            OR IFT-RESPONSE NOT = DFHRESP(NORMAL).
001770     EXEC CICS ENDBR FILE('IFTHOLD') END-EXEC.
001780     IF IFT-LIST-SUB = ZERO
001790         MOVE "NOTHING TO LIST" TO HM-MSG-O
001800     ELSE
001810         MOVE "KEY S + RECORD ID TO WORK AN ITEM" TO HM-MSG-O
001820     END-IF.
001830 2000-EXIT.
001840     EXIT.
001850
001860 2100-READ-NEXT-HOLD.
001870     EXEC CICS READNEXT FILE('IFTHOLD')
001880         INTO(IFT-HOLD-MASTER-RECORD)
001890         RIDFLD(IFT-HLD-RECORD-ID) RESP(IFT-RESPONSE)
001900     END-EXEC.
001910     IF IFT-RESPONSE NOT = DFHRESP(NORMAL)
001920         GO TO 2100-EXIT
001930     END-IF.
001940*    THE ALL-NINES SEED SENTINEL IS PUNCHED FROM CARDS -
001950*    ITS PACKED AMOUNT BYTES ARE NOT VALID DECIMAL DATA,
001960*    SO STEP PAST IT BEFORE ANY FIELD IS TOUCHED.
001970     IF IFT-HLD-RECORD-ID = "9999999999"
001980         GO TO 2100-EXIT
001990     END-IF.
002000     ADD 1 TO IFT-LIST-SUB.
002010     PERFORM 7150-BUILD-LIST-LINE THRU 7150-EXIT.
002020     MOVE IFT-LIST-WORK-LINE TO HM-LST-O (IFT-LIST-SUB).
002030 2100-EXIT.
002040     EXIT.
002050
002060******************************************************
002070*  3000-SHOW-ITEM                                      *
002080******************************************************
002090 3000-SHOW-ITEM.
002100     PERFORM 7000-READ-KEYED-ITEM THRU 7000-EXIT.
002110     IF IFT-RESPONSE NOT = DFHRESP(NORMAL)
002120         GO TO 3000-EXIT
002130     END-IF.
002140     PERFORM 7100-SHOW-ITEM-FIELDS THRU 7100-EXIT.
002150     IF IFT-HLD-IS-HELD
002160         MOVE "KEY A TO APPROVE OR D TO DECLINE" TO HM-MSG-O
002170     ELSE
002180         IF IFT-HLD-IS-PENDING
002190             MOVE "KEY C TO CONFIRM (SECOND USER) OR R TO RETURN"
002200                 TO HM-MSG-O
002210         ELSE
002220             MOVE "DECISION CONFIRMED - RELEASED ON THE NEXT RUN"
002230                 TO HM-MSG-O
002240         END-IF
002250     END-IF.
002260 3000-EXIT.
002270     EXIT.
002280
002290******************************************************
002300*  4000-DECIDE-ITEM - ONE AUTHORIZED USER APPROVES    *
002310*  (A) OR DECLINES (D) A HELD ITEM.  NOTHING IS       *
002320*  RELEASED HERE - THE DECISION WAITS FOR A SECOND    *
002330*  USER'S CONFIRMATION.                               *
002340******************************************************
002350 4000-DECIDE-ITEM.
002360     PERFORM 7200-READ-ITEM-FOR-UPDATE THRU 7200-EXIT.
002370     IF IFT-RESPONSE NOT = DFHRESP(NORMAL)
002380         GO TO 4000-EXIT
002390     END-IF.
002400     IF NOT IFT-HLD-IS-HELD
002410         EXEC CICS UNLOCK FILE('IFTHOLD') END-EXEC
002420         MOVE "ONLY A HELD ITEM CAN BE DECIDED - SEE STATUS"
002430             TO HM-MSG-O
002440         GO TO 4000-EXIT
002450     END-IF.
002460     MOVE "P"             TO IFT-HLD-STATUS.
002470     MOVE HM-FUNC-I       TO IFT-HLD-DECISION.
002480     MOVE IFT-USER-ID     TO IFT-HLD-DECIDED-BY.
002490     MOVE IFT-ACTION-DATE TO IFT-HLD-DECIDED-DATE.
002500     MOVE IFT-ACTION-TIME TO IFT-HLD-DECIDED-TIME.
002510     PERFORM 7300-REWRITE-ITEM THRU 7300-EXIT.
002520     IF IFT-RESPONSE NOT = DFHRESP(NORMAL)
002530         GO TO 4000-EXIT
002540     END-IF.
002550     MOVE "E" TO IFT-HLG-EVENT.
002560     PERFORM 7400-WRITE-LOG-ENTRY THRU 7400-EXIT.
002570     PERFORM 7100-SHOW-ITEM-FIELDS THRU 7100-EXIT.
002580     MOVE "DECISION HELD PENDING A SECOND USER'S CONFIRMATION"
002590         TO HM-MSG-O.
002600 4000-EXIT.
002610     EXIT.
002620
002630******************************************************
002640*  5000-CONFIRM-DECISION - THE SECOND HALF OF DUAL    *
002650*  CONTROL.  THE CONFIRMER MUST NOT BE THE USER WHO   *
002660*  ENTERED THE DECISION.  ONLY HERE DOES AN ITEM      *
002670*  BECOME DUE FOR RELEASE.                            *
002680******************************************************
002690 5000-CONFIRM-DECISION.
002700     PERFORM 7200-READ-ITEM-FOR-UPDATE THRU 7200-EXIT.
002710     IF IFT-RESPONSE NOT = DFHRESP(NORMAL)
002720         GO TO 5000-EXIT
002730     END-IF.
002740     IF NOT IFT-HLD-IS-PENDING
002750         EXEC CICS UNLOCK FILE('IFTHOLD') END-EXEC
002760         MOVE "NO DECISION PENDING FOR THAT ITEM" TO HM-MSG-O
002770         GO TO 5000-EXIT
002780     END-IF.
002790     IF IFT-HLD-DECIDED-BY = IFT-USER-ID
002800         EXEC CICS UNLOCK FILE('IFTHOLD') END-EXEC
002810         MOVE "DUAL CONTROL - A DIFFERENT USER MUST CONFIRM"
002820             TO HM-MSG-O
002830         GO TO 5000-EXIT
002840     END-IF.
002850     MOVE IFT-HLD-DECISION TO IFT-HLD-STATUS.
002860     MOVE IFT-USER-ID      TO IFT-HLD-CONFIRMED-BY.
002870     MOVE IFT-ACTION-DATE  TO IFT-HLD-CONFIRMED-DATE.
002880     MOVE IFT-ACTION-TIME  TO IFT-HLD-CONFIRMED-TIME.
002890     PERFORM 7300-REWRITE-ITEM THRU 7300-EXIT.
002900     IF IFT-RESPONSE NOT = DFHRESP(NORMAL)
002910         GO TO 5000-EXIT
002920     END-IF.
002930     MOVE "C" TO IFT-HLG-EVENT.
002940     PERFORM 7400-WRITE-LOG-ENTRY THRU 7400-EXIT.
002950     PERFORM 7100-SHOW-ITEM-FIELDS THRU 7100-EXIT.
002960     MOVE "DECISION CONFIRMED - RELEASED ON THE NEXT RUN"
002970         TO HM-MSG-O.
002980 5000-EXIT.
002990     EXIT.
003000
003010******************************************************
003020*  6000-RETURN-DECISION - ANY AUTHORIZED USER,        *
003030*  INCLUDING THE DECIDER WITHDRAWING THEIR OWN        *
003040*  DECISION, CAN RETURN A PENDING DECISION.  THE      *
003050*  ITEM GOES BACK ON HOLD; THE LOG KEEPS WHAT WAS     *
003060*  RETURNED.  A CONFIRMED DECISION IS FINAL.          *
003070******************************************************
003080 6000-RETURN-DECISION.
003090     PERFORM 7200-READ-ITEM-FOR-UPDATE THRU 7200-EXIT.
003100     IF IFT-RESPONSE NOT = DFHRESP(NORMAL)
003110         GO TO 6000-EXIT
003120     END-IF.
003130     IF NOT IFT-HLD-IS-PENDING
003140         EXEC CICS UNLOCK FILE('IFTHOLD') END-EXEC
003150         MOVE "NO DECISION PENDING FOR THAT ITEM" TO HM-MSG-O
003160         GO TO 6000-EXIT
003170     END-IF.
003180     MOVE "R" TO IFT-HLG-EVENT.
003190     MOVE IFT-HLD-DECISION TO IFT-HLG-DECISION.
003200     MOVE "H"    TO IFT-HLD-STATUS.
003210     MOVE SPACES TO IFT-HLD-DECISION
003220                    IFT-HLD-DECIDED-BY.
003230     MOVE ZERO   TO IFT-HLD-DECIDED-DATE
003240                    IFT-HLD-DECIDED-TIME.
003250     PERFORM 7300-REWRITE-ITEM THRU 7300-EXIT.
003260     IF IFT-RESPONSE NOT = DFHRESP(NORMAL)
003270         GO TO 6000-EXIT
003280     END-IF.
003290     PERFORM 7400-WRITE-LOG-ENTRY THRU 7400-EXIT.
003300     PERFORM 7100-SHOW-ITEM-FIELDS THRU 7100-EXIT.
003310     MOVE "DECISION RETURNED - ITEM HELD AGAIN" TO HM-MSG-O.
003320 6000-EXIT.
003330     EXIT.
003340
003350******************************************************
003360*  7000-READ-KEYED-ITEM - THE SENTINEL IS REFUSED     *
003370*  BEFORE ANY FIELD IS TOUCHED (SAME GUARD AS THE     *
003380*  BROWSE).                                           *
003390******************************************************
003400 7000-READ-KEYED-ITEM.
003410     MOVE HM-KEYID-I TO IFT-HLD-RECORD-ID.
003420     EXEC CICS READ FILE('IFTHOLD')
003430         INTO(IFT-HOLD-MASTER-RECORD)
003440         RIDFLD(IFT-HLD-RECORD-ID) RESP(IFT-RESPONSE)
003450     END-EXEC.
003460     IF IFT-RESPONSE = DFHRESP(NORMAL)
003470        AND IFT-HLD-RECORD-ID = "9999999999"
003480         MOVE DFHRESP(NOTFND) TO IFT-RESPONSE
003490     END-IF.
003500     IF IFT-RESPONSE NOT = DFHRESP(NORMAL)
003510         MOVE "NO HELD ITEM WITH THAT RECORD ID" TO HM-MSG-O
003520     END-IF.
003530 7000-EXIT.
003540     EXIT.
003550
003560******************************************************
003570*  7100-SHOW-ITEM-FIELDS - THE ITEM ON THE FIRST LIST *
003580*  LINE, THEN WHEN IT WAS HELD AND WHO HAS DECIDED    *
003590*  AND CONFIRMED IT SO FAR.                           *
003600******************************************************
003610 7100-SHOW-ITEM-FIELDS.
003620     PERFORM 7150-BUILD-LIST-LINE THRU 7150-EXIT.
003630     MOVE IFT-LIST-WORK-LINE TO HM-LST-O (1).
003640     MOVE SPACES TO HM-HLDINF-O
003650                    HM-DECINF-O
003660                    HM-CNFINF-O.
003670     STRING "FEED " IFT-HLD-FEED-DATE "/" IFT-HLD-FEED-CYCLE-NO
003680            " ON " IFT-HLD-HELD-DATE " " IFT-HLD-HELD-TIME
003690         DELIMITED BY SIZE INTO HM-HLDINF-O
003700     END-STRING.
003710     IF IFT-HLD-DECIDED-BY NOT = SPACES
003720         STRING IFT-HLD-DECISION " " IFT-HLD-DECIDED-BY
003730                " " IFT-HLD-DECIDED-DATE
003740                " " IFT-HLD-DECIDED-TIME
003750             DELIMITED BY SIZE INTO HM-DECINF-O
003760         END-STRING
003770     END-IF.
003780     IF IFT-HLD-IS-CONFIRMED
003790         STRING IFT-HLD-CONFIRMED-BY " " IFT-HLD-CONFIRMED-DATE
003800                " " IFT-HLD-CONFIRMED-TIME
003810             DELIMITED BY SIZE INTO HM-CNFINF-O
003820         END-STRING
003830     END-IF.
003840 7100-EXIT.
003850     EXIT.
003860
003870 7150-BUILD-LIST-LINE.
003880     MOVE IFT-HLD-RECORD-ID      TO IFT-LW-RECORD-ID.
003890     MOVE IFT-HLD-STATUS         TO IFT-LW-STATUS.
003900     MOVE IFT-HLD-DECISION       TO IFT-LW-DECISION.
003910     MOVE IFT-HLD-TRAN-CODE      TO IFT-LW-TRAN-CODE.
003920     MOVE IFT-HLD-AMOUNT         TO IFT-LW-AMOUNT.
003930     MOVE IFT-HLD-APPROVAL-LIMIT TO IFT-LW-APPROVAL-LIMIT.
003940     MOVE IFT-HLD-SOURCE-SYS     TO IFT-LW-SOURCE-SYS.
003950     MOVE IFT-HLD-ACCOUNT-NO     TO IFT-LW-ACCOUNT-NO.
003960 7150-EXIT.
003970     EXIT.
003980
003990******************************************************
004000*  7200-READ-ITEM-FOR-UPDATE                           *
004010******************************************************
004020 7200-READ-ITEM-FOR-UPDATE.
004030     MOVE HM-KEYID-I TO IFT-HLD-RECORD-ID.
004040     EXEC CICS READ FILE('IFTHOLD') UPDATE
004050         INTO(IFT-HOLD-MASTER-RECORD)
004060         RIDFLD(IFT-HLD-RECORD-ID) RESP(IFT-RESPONSE)
004070     END-EXEC.
004080     IF IFT-RESPONSE = DFHRESP(NORMAL)
004090        AND IFT-HLD-RECORD-ID = "9999999999"
004100         EXEC CICS UNLOCK FILE('IFTHOLD') END-EXEC
004110         MOVE DFHRESP(NOTFND) TO IFT-RESPONSE
004120     END-IF.
004130     IF IFT-RESPONSE NOT = DFHRESP(NORMAL)
004140         MOVE "NO HELD ITEM WITH THAT RECORD ID" TO HM-MSG-O
004150     END-IF.
004160 7200-EXIT.
004170     EXIT.
004180
004190******************************************************
004200*  7300-REWRITE-ITEM                                   *
004210******************************************************
004220 7300-REWRITE-ITEM.
004230     EXEC CICS REWRITE FILE('IFTHOLD')
004240         FROM(IFT-HOLD-MASTER-RECORD)
004250         RESP(IFT-RESPONSE)
004260     END-EXEC.
004270     IF IFT-RESPONSE NOT = DFHRESP(NORMAL)
004280         MOVE "UPDATE FAILED - ITEM NOT CHANGED" TO HM-MSG-O
004290     END-IF.
004300 7300-EXIT.
004310     EXIT.
004320
004330******************************************************
004340*  7400-WRITE-LOG-ENTRY - EVERY DECISION,             *
004350*  CONFIRMATION AND RETURN GOES ON THE DECISION LOG   *
004360*  WITH THE SIGNED-ON USER AND THE MOMENT IT          *
004370*  HAPPENED.  THE EVENT BYTE IS SET BY THE CALLER     *
004380*  BEFORE THE PERFORM; A RETURN ALSO SETS THE         *
004390*  DECISION IT TOOK BACK.                             *
004400******************************************************
004410 7400-WRITE-LOG-ENTRY.
004420     MOVE IFT-HLD-RECORD-ID      TO IFT-HLG-RECORD-ID.
004430     MOVE IFT-ACTION-DATE        TO IFT-HLG-ACTION-DATE.
004440     MOVE IFT-ACTION-TIME        TO IFT-HLG-ACTION-TIME.
004450     IF NOT IFT-HLG-WAS-RETURNED
004460         MOVE IFT-HLD-DECISION   TO IFT-HLG-DECISION
004470     END-IF.
004480     MOVE IFT-USER-ID            TO IFT-HLG-USER.
004490     MOVE IFT-HLD-TRAN-CODE      TO IFT-HLG-TRAN-CODE.
004500     MOVE IFT-HLD-AMOUNT         TO IFT-HLG-AMOUNT.
004510     MOVE IFT-HLD-EFF-DATE       TO IFT-HLG-EFF-DATE.
004520     MOVE IFT-HLD-SOURCE-SYS     TO IFT-HLG-SOURCE-SYS.
004530     MOVE IFT-HLD-ACCOUNT-NO     TO IFT-HLG-ACCOUNT-NO.
004540     EXEC CICS WRITE FILE('IFTHLDG')
004550         FROM(IFT-HOLD-LOG-RECORD)
004560         RIDFLD(IFT-HLG-KEY) RESP(IFT-RESPONSE)
004570     END-EXEC.
004580     IF IFT-RESPONSE NOT = DFHRESP(NORMAL)
004590         MOVE "WARNING - DECISION LOG WRITE FAILED" TO HM-MSG-O
004600     END-IF.
004610 7400-EXIT.
004620     EXIT.
004630
004640******************************************************
004650*  8000-SEND-MAP / 8100-SEND-FRESH-MAP                 *
004660******************************************************
004670 8000-SEND-MAP.
004680     EXEC CICS SEND MAP('HLDMAP') MAPSET('IFTHMAP')
004690         FROM(HLDMAPO) DATAONLY
004700     END-EXEC.
004710 8000-EXIT.
004720     EXIT.
004730
004740 8100-SEND-FRESH-MAP.
004750     EXEC CICS SEND MAP('HLDMAP') MAPSET('IFTHMAP')
004760         FROM(HLDMAPO) ERASE
004770     END-EXEC.
004780 8100-EXIT.
004790     EXIT.
004800
004810******************************************************
004820*  8200-GET-TIMESTAMP                                  *
004830******************************************************
004840 8200-GET-TIMESTAMP.
004850     EXEC CICS ASKTIME ABSTIME(IFT-ABS-TIME) END-EXEC.
004860     EXEC CICS FORMATTIME ABSTIME(IFT-ABS-TIME)
004870         YYYYMMDD(IFT-ACTION-DATE)
004880         TIME(IFT-ACTION-TIME)
004890     END-EXEC.
004900 8200-EXIT.
004910     EXIT.
