002250*                 CONTROL, THE STANDARD SHOP PAGE HEADER    *
002260*                 AND AN END-OF-REPORT LINE-COUNT TRAILER.  *
002270*-----------------------------------------------------------*
002272* 2026-10-15 RKM  REVERSALS.  A REVERSED ORIGINAL SHOWS ITS  *
002274*                 REVERSED (V) RECORD AND A REVERSAL SHOWS   *
002276*                 THE ORIGINAL IT BACKED OUT, EACH WITH A    *
002278*                 LINK LINE; AN ID INQUIRY ON A REVERSAL     *
002280*                 ALSO LISTS THE V RECORD IT LEFT BEHIND.    *
002282*-----------------------------------------------------------*
002284* 2026-10-15 RKM  A SUPERVISOR-OVERRIDDEN CROSS-DAY          *
002286*                 DUPLICATE SHOWS AS STATUS OVERRIDE WITH    *
002288*                 THE DATE IT WAS FIRST ACCEPTED AND THE     *
002290*                 SUPERVISOR WHO LET IT THROUGH.             *
002292*-----------------------------------------------------------*
002300* 2026-10-15 RKM  LARGE-VALUE HOLDS.  A HELD TRANSACTION     *
002310*                 SHOWS AS STATUS HELD WITH THE RESULT THAT  *
002320*                 BROKE ITS BRANCH'S LIMIT; THE SUPERVISOR'S *
002330*                 DECISION SHOWS AS RELEASED OR DECLINED     *
002340*                 WITH THE DECISION DATE AND APPROVER, AND A *
002350*                 RELEASED HOLD'S POSTING CARRIES THE DATE   *
002360*                 IT WAS POSTED.                             *
002370*-----------------------------------------------------------*
002372* 2026-10-15 RKM  EVERY REQUEST CARD IS CHECKED THROUGH      *
002374*                 AUTHCHK: THE SUBMITTER MUST HOLD THE HQY   *
002376*                 FUNCTION, AND FOR A BRANCH REQUEST THE     *
002378*                 BRANCH. A REFUSED CARD IS ANSWERED WITH A  *
002380*                 REFUSAL LINE ONLY. A TRANSACTION ID        *
002382*                 REQUEST SHOWS ONLY THE RECORDS OF BRANCHES *
002384*                 THE SUBMITTER HOLDS; THE REST ARE          *
002386*                 WITHHELD, COUNTED, AND LOGGED AS ONE       *
002388*                 VIOLATION. REFUSALS AND WITHHELD RECORDS   *
002390*                 END THE STEP WITH CONDITION CODE 4.        *
002392*-----------------------------------------------------------*
002394 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.  IBM-370.
002600 OBJECT-COMPUTER.  IBM-370.
005700 77  WS-DATE-TO                PIC 9(08) VALUE 0.
005800 77  WS-OP-SUB                 PIC 9(01) VALUE 0 COMP.
005810 77  WS-PS-SUB                 PIC 9(01) VALUE 0 COMP.
005900 77  WS-REFUSED-COUNT          PIC 9(06) VALUE 0 COMP.
006000 77  WS-WITHHELD-COUNT         PIC 9(06) VALUE 0 COMP.
006100 77  WS-REQ-WITHHELD-COUNT     PIC 9(06) VALUE 0 COMP.
006150 77  WS-WITHHELD-BRANCH        PIC X(03) VALUE SPACES.
006700 01  WS-RPT-REQ-DTL.
006800     05  FILLER       PIC X(08) VALUE 'REQUEST '.
006900     05  RQ-D-TYPE    PIC X(01).
008800     05  HD-STATUS    PIC X(08).
008900     05  FILLER       PIC X(06) VALUE ' RSN: '.
009000     05  HD-REASON    PIC X(04).
009010 01  WS-RPT-LINK-DTL.
009020     05  FILLER       PIC X(04) VALUE SPACES.
009030     05  LD-LINK-TEXT PIC X(12).
009035     05  FILLER       PIC X(01) VALUE SPACE.
009040     05  LD-LINK-ID   PIC X(06).
009050     05  LD-LINK-WORD PIC X(04).
009060     05  LD-LINK-DATE PIC 9(08).
009070     05  LD-LINK-BY-LIT PIC X(04).
009080     05  LD-LINK-BY   PIC X(08).
009100 01  WS-RPT-OP-DTL.
009200     05  FILLER       PIC X(08) VALUE '    OP: '.
009300     05  OD-OP-CODE   PIC X(03).
010400 01  WS-RPT-BAD-DTL.
010500     05  FILLER       PIC X(34) VALUE
010600         'REQUEST TYPE NOT T OR B - SKIPPED.'.
010605 01  WS-RPT-REFUSED-DTL.
010610     05  FILLER       PIC X(33) VALUE
010615         'REQUEST REFUSED - NOT AUTHORISED '.
010620     05  RF-REASON    PIC X(04).
010625     05  FILLER       PIC X(01) VALUE SPACES.
010630     05  RF-TEXT      PIC X(20).
010635 01  WS-RPT-WITHHELD-DTL.
010640     05  FILLER       PIC X(40) VALUE
010645         'RECORD(S) WITHHELD - BRANCH NOT GRANTED:'.
010650     05  WH-COUNT     PIC Z(5)9.
010700 01  WS-RPT-CNT.
010800     05  FILLER       PIC X(10) VALUE 'REQUESTS: '.
010900     05  C-REQUESTS   PIC Z(5)9.
011100     05  C-INVALID    PIC Z(5)9.
011200     05  FILLER       PIC X(10) VALUE ' MATCHES: '.
011300     05  C-MATCHES    PIC Z(5)9.
011320     05  FILLER       PIC X(10) VALUE ' REFUSED: '.
011340     05  C-REFUSED    PIC Z(5)9.
011360     05  FILLER       PIC X(11) VALUE ' WITHHELD: '.
011380     05  C-WITHHELD   PIC Z(5)9.
011400     COPY RUNDATE.
011450     COPY PRINTSV.
011460     COPY AUTHCHK.
011500*
011600 PROCEDURE DIVISION.
011700*-----------------------------------------------------------*
015100* 2000-ANSWER-ONE-REQUEST - ECHO THE REQUEST, SCAN THE FULL  *
015200* HISTORY MASTER FOR ITS MATCHES (THE MASTER IS CLOSED AND   *
015300* REOPENED PER REQUEST), AND SAY SO WHEN NOTHING MATCHED.    *
015350* A SUBMITTER WITHOUT THE AUTHORITY GETS A REFUSAL LINE.     *
015400*-----------------------------------------------------------*
015500 2000-ANSWER-ONE-REQUEST.
015600     MOVE RQ-REQ-TYPE TO RQ-D-TYPE
016100     MOVE RQ-SUBMITTER-ID TO RQ-D-SUBMIT
016200     MOVE WS-RPT-REQ-DTL TO PS-DETAIL-LINE
016220     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
016225     PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT
016230     IF NOT AU-RC-AUTHORISED
016235         ADD 1 TO WS-REFUSED-COUNT
016240         MOVE AU-REASON-CODE TO RF-REASON
016245         MOVE AU-REASON-TEXT TO RF-TEXT
016250         MOVE WS-RPT-REFUSED-DTL TO PS-DETAIL-LINE
016255         PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
016260         GO TO 2000-NEXT
016265     END-IF
016300     IF NOT RQ-TYPE-VALID
016400         ADD 1 TO WS-BAD-REQ-COUNT
016500         MOVE WS-RPT-BAD-DTL TO PS-DETAIL-LINE
017200         MOVE RQ-DATE-TO TO WS-DATE-TO
017300     END-IF
017400     MOVE 0 TO WS-REQ-MATCH-COUNT
017450     MOVE 0 TO WS-REQ-WITHHELD-COUNT
017500     MOVE 'N' TO WS-HST-EOF-SWITCH
017600     OPEN INPUT ARITH-HST-FILE
017700     PERFORM 2100-SCAN-ONE-HISTORY THRU 2100-EXIT
017800         UNTIL WS-HST-EOF
017900     CLOSE ARITH-HST-FILE
017920     IF WS-REQ-WITHHELD-COUNT > 0
017940         PERFORM 2200-REPORT-WITHHELD THRU 2200-EXIT
017960     END-IF
017980     IF WS-REQ-MATCH-COUNT = 0 AND WS-REQ-WITHHELD-COUNT = 0
018100         MOVE WS-RPT-NONE-DTL TO PS-DETAIL-LINE
018120         PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
018200     END-IF.
018400     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
018500 2000-EXIT.
018600     EXIT.
018605*-----------------------------------------------------------*
018610* 2050-CHECK-AUTHORITY - THE SUBMITTER MUST HOLD THE HQY     *
018615* FUNCTION AND, FOR A BRANCH REQUEST, THAT BRANCH.  AUTHCHK  *
018620* LOGS A REFUSAL WITH THE CARD IMAGE.                        *
018625*-----------------------------------------------------------*
018630 2050-CHECK-AUTHORITY.
018635     SET AU-FUNC-CHECK TO TRUE
018640     MOVE 'ARITHHQY' TO AU-PROGRAM-ID
018645     MOVE RQ-SUBMITTER-ID TO AU-OPERATOR-ID
018650     MOVE 'HQY' TO AU-REQ-FUNCTION
018655     IF RQ-BY-BRANCH
018660         MOVE RQ-BRANCH-CODE TO AU-BRANCH-CODE
018665     ELSE
018670         MOVE SPACES TO AU-BRANCH-CODE
018675     END-IF
018680     MOVE ARITH-HRQ-REC TO AU-CARD-IMAGE
018685     CALL 'AUTHCHK' USING AUTHCHK-PARM.
018690 2050-EXIT.
018695     EXIT.
018700 2100-SCAN-ONE-HISTORY.
018800     READ ARITH-HST-FILE
018900         AT END
019100         NOT AT END
019200             IF (RQ-BY-TRANS-ID
019300                 AND HS-TRANS-ID = RQ-TRANS-ID)
019320                 OR (RQ-BY-TRANS-ID
019340                 AND HS-REVERSED
019360                 AND HS-LINK-TRANS-ID = RQ-TRANS-ID)
019400                 OR (RQ-BY-BRANCH
019500                 AND HS-BRANCH-CODE = RQ-BRANCH-CODE
019600                 AND HS-PROC-DATE >= RQ-DATE-FROM
019700                 AND HS-PROC-DATE <= WS-DATE-TO)
019800                 PERFORM 2150-CHECK-ONE-MATCH THRU 2150-EXIT
019900             END-IF
020000     END-READ.
020100 2100-EXIT.
020200     EXIT.
020202*-----------------------------------------------------------*
020204* 2150-CHECK-ONE-MATCH - A TRANSACTION ID CAN TURN UP UNDER  *
020206* ANY BRANCH, SO EACH RECORD IS QUERIED (WITHOUT LOGGING)    *
020208* AGAINST THE SUBMITTER'S BRANCHES AND WITHHELD IF NOT HELD. *
020210*-----------------------------------------------------------*
020212 2150-CHECK-ONE-MATCH.
020214     IF RQ-BY-TRANS-ID
020216         SET AU-FUNC-QUERY TO TRUE
020218         MOVE HS-BRANCH-CODE TO AU-BRANCH-CODE
020220         CALL 'AUTHCHK' USING AUTHCHK-PARM
020222         IF NOT AU-RC-AUTHORISED
020224             ADD 1 TO WS-REQ-WITHHELD-COUNT
020225             MOVE HS-BRANCH-CODE TO WS-WITHHELD-BRANCH
020226             GO TO 2150-EXIT
020228         END-IF
020230     END-IF
020232     PERFORM 3000-PRINT-ONE-MATCH THRU 3000-EXIT.
020234 2150-EXIT.
020236     EXIT.
020238*-----------------------------------------------------------*
020240* 2200-REPORT-WITHHELD - SAY HOW MANY RECORDS WERE WITHHELD  *
020242* AND LOG ONE BRANCH VIOLATION FOR THE REQUEST, NAMING THE   *
020243* LAST BRANCH WITHHELD.                                      *
020244*-----------------------------------------------------------*
020246 2200-REPORT-WITHHELD.
020248     ADD WS-REQ-WITHHELD-COUNT TO WS-WITHHELD-COUNT
020250     MOVE WS-REQ-WITHHELD-COUNT TO WH-COUNT
020252     MOVE WS-RPT-WITHHELD-DTL TO PS-DETAIL-LINE
020254     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
020256     SET AU-FUNC-LOG TO TRUE
020258     MOVE 'S005' TO AU-REASON-CODE
020259     MOVE WS-WITHHELD-BRANCH TO AU-BRANCH-CODE
020260     CALL 'AUTHCHK' USING AUTHCHK-PARM.
020262 2200-EXIT.
020264     EXIT.
020300*-----------------------------------------------------------*
020400* 3000-PRINT-ONE-MATCH - ONE LIFECYCLE LINE PER RECORD AND   *
020500* ONE INDENTED LINE PER OPERATION ENTRY THE RECORD CARRIES.  *
021400         WHEN HS-ACCEPTED MOVE 'ACCEPTED' TO HD-STATUS
021500         WHEN HS-REJECTED MOVE 'REJECTED' TO HD-STATUS
021600         WHEN HS-RECYCLED MOVE 'RECYCLED' TO HD-STATUS
021650         WHEN HS-REVERSED MOVE 'REVERSED' TO HD-STATUS
021660         WHEN HS-OVERRIDDEN MOVE 'OVERRIDE' TO HD-STATUS
021670         WHEN HS-HELD     MOVE 'HELD    ' TO HD-STATUS
021680         WHEN HS-RELEASED MOVE 'RELEASED' TO HD-STATUS
021690         WHEN HS-DECLINED MOVE 'DECLINED' TO HD-STATUS
021700         WHEN OTHER       MOVE '?       ' TO HD-STATUS
021800     END-EVALUATE
021900     MOVE HS-REASON-CODE TO HD-REASON
022000     MOVE WS-RPT-HST-DTL TO PS-DETAIL-LINE
022020     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
022040     IF HS-LINK-REVERSES OR HS-LINK-REVERSED-BY
022050         OR HS-LINK-DUPLICATE-OF
022055         OR HS-LINK-RELEASED-HOLD OR HS-LINK-DECISION
022060         PERFORM 3050-PRINT-LINK THRU 3050-EXIT
022080     END-IF
022100     PERFORM 3100-PRINT-ONE-OP THRU 3100-EXIT
022200         VARYING WS-OP-SUB FROM 1 BY 1
022300         UNTIL WS-OP-SUB > 4.
022400 3000-EXIT.
022500     EXIT.
022505 3050-PRINT-LINK.
022506     MOVE SPACES TO LD-LINK-BY-LIT
022508     MOVE SPACES TO LD-LINK-BY
022510     EVALUATE TRUE
022512         WHEN HS-LINK-REVERSES
022514             MOVE 'REVERSES' TO LD-LINK-TEXT
022516             MOVE ' OF ' TO LD-LINK-WORD
022518         WHEN HS-LINK-REVERSED-BY
022520             MOVE 'REVERSED BY' TO LD-LINK-TEXT
022522             MOVE ' ON ' TO LD-LINK-WORD
022523         WHEN HS-LINK-RELEASED-HOLD
022524             MOVE 'POSTED' TO LD-LINK-TEXT
022525             MOVE ' ON ' TO LD-LINK-WORD
022526             MOVE ' BY ' TO LD-LINK-BY-LIT
022527             MOVE HS-OVERRIDE-ID TO LD-LINK-BY
022528         WHEN HS-LINK-DECISION
022529             MOVE 'DECIDED' TO LD-LINK-TEXT
022530             MOVE ' ON ' TO LD-LINK-WORD
022531             MOVE ' BY ' TO LD-LINK-BY-LIT
022532             MOVE HS-OVERRIDE-ID TO LD-LINK-BY
022533         WHEN OTHER
022534             MOVE 'DUPLICATE OF' TO LD-LINK-TEXT
022535             MOVE ' ON ' TO LD-LINK-WORD
022536             MOVE ' BY ' TO LD-LINK-BY-LIT
022537             MOVE HS-OVERRIDE-ID TO LD-LINK-BY
022538     END-EVALUATE
022545     MOVE HS-LINK-TRANS-ID TO LD-LINK-ID
022550     MOVE HS-LINK-DATE TO LD-LINK-DATE
022555     MOVE WS-RPT-LINK-DTL TO PS-DETAIL-LINE
022560     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
022565 3050-EXIT.
022570     EXIT.
022600 3100-PRINT-ONE-OP.
022700     IF HS-OP-DISP(WS-OP-SUB) = SPACES
022800         GO TO 3100-EXIT
022900     END-IF
023000     MOVE HS-OP-CODE(WS-OP-SUB) TO OD-OP-CODE
023100     MOVE SPACES TO OD-ERROR
023120     IF HS-OP-DISP(WS-OP-SUB) = 'P' OR 'H'
023140         IF HS-OP-DISP(WS-OP-SUB) = 'P'
023160             MOVE 'POSTED  ' TO OD-DISP
023180         ELSE
023200             MOVE 'HELD    ' TO OD-DISP
023220         END-IF
023400         MOVE HS-OP-SIGN(WS-OP-SUB) TO OD-SIGN
023500         MOVE HS-OP-RESULT(WS-OP-SUB) TO OD-RESULT
023600     ELSE
024500*-----------------------------------------------------------*
024600* 5900-INQUIRY-SUMMARY - REQUEST AND MATCH COUNTS.  ANY      *
024700* INVALID REQUEST CARD ENDS THE STEP WITH CONDITION CODE 4.  *
024750* SO DOES ANY REFUSED CARD OR WITHHELD RECORD.               *
024800*-----------------------------------------------------------*
024900 5900-INQUIRY-SUMMARY.
025000     MOVE WS-REQ-COUNT TO C-REQUESTS
025100     MOVE WS-BAD-REQ-COUNT TO C-INVALID
025200     MOVE WS-MATCH-COUNT TO C-MATCHES
025220     MOVE WS-REFUSED-COUNT TO C-REFUSED
025240     MOVE WS-WITHHELD-COUNT TO C-WITHHELD
025300     MOVE WS-RPT-CNT TO PS-DETAIL-LINE
025320     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
025340     PERFORM 7890-PRINT-TRAILER THRU 7890-EXIT
025350     IF WS-BAD-REQ-COUNT > 0 OR WS-REFUSED-COUNT > 0
025400         OR WS-WITHHELD-COUNT > 0
025500         MOVE 4 TO RETURN-CODE
025600     END-IF.
025700 5900-EXIT.
