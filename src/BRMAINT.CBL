002350*                 CONTROL, THE STANDARD SHOP PAGE HEADER    *
002360*                 AND AN END-OF-REPORT LINE-COUNT TRAILER.  *
002370*-----------------------------------------------------------*
002372* 2026-10-15 RKM  THE BRANCH AUTHORISATION LIMIT IS SET BY   *
002374*                 AN ADD OR CHANGE (BLANK MEANS NO LIMIT),   *
002376*                 CARRIED THROUGH TO THE NEW MASTER AND      *
002378*                 LISTED IN THE BEFORE/AFTER IMAGES.  A      *
002380*                 LIMIT THAT IS NOT NUMERIC IS REJECTED.     *
002382*-----------------------------------------------------------*
002383* 2026-10-15 RKM  EVERY TRANSACTION IS FIRST CHECKED THROUGH *
002384*                 AUTHCHK: THE SUBMITTER MUST HOLD THE BRM   *
002385*                 FUNCTION FOR THE BRANCH ON THE OPERATOR    *
002386*                 AUTHORITY MASTER. A REFUSED CARD IS NOT    *
002387*                 APPLIED, IS LOGGED AS A SECURITY           *
002388*                 VIOLATION, SHOWS AS REFUSED ON THE AUDIT   *
002389*                 REPORT AND COUNT LINE, AND ENDS THE STEP   *
002390*                 WITH CONDITION CODE 4.                     *
002391*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.  IBM-370.
005800     88  WS-TRN-EOF            VALUE 'Y'.
005900 77  WS-FOUND-SWITCH           PIC X(01) VALUE 'N'.
006000     88  WS-ENTRY-FOUND        VALUE 'Y'.
006020 77  WS-AUTH-SWITCH            PIC X(01) VALUE 'N'.
006040     88  WS-AUTHORISED         VALUE 'Y'.
006100 77  WS-MAX-ENTRIES            PIC 9(03) VALUE 50 COMP.
006200 77  WS-ENTRY-COUNT            PIC 9(03) VALUE 0 COMP.
006300 77  WS-BEFORE-COUNT           PIC 9(03) VALUE 0 COMP.
006900 77  WS-CHG-COUNT              PIC 9(06) VALUE 0 COMP.
007000 77  WS-DEL-COUNT              PIC 9(06) VALUE 0 COMP.
007100 77  WS-REJECT-COUNT           PIC 9(06) VALUE 0 COMP.
007105 77  WS-REFUSED-COUNT          PIC 9(06) VALUE 0 COMP.
007110 77  WS-PS-SUB                 PIC 9(01) VALUE 0 COMP.
007200 01  WS-BRM-REC.
007300     05  WB-BRANCH-CODE        PIC X(03).
007400     05  WB-BRANCH-NAME        PIC X(30).
007500     05  WB-ACTIVE-FLAG        PIC X(01).
007600     05  WB-EXPECT-FLAG        PIC X(01).
007650     05  WB-AUTH-LIMIT         PIC 9(05)V99.
007700     05  WB-FILLER             PIC X(38).
007800 01  WS-BRANCH-TABLE.
007900     05  WS-BRANCH-ENTRY OCCURS 50 TIMES.
008000         10  BE-BRANCH-CODE    PIC X(03).
008100         10  BE-BRANCH-NAME    PIC X(30).
008200         10  BE-ACTIVE-FLAG    PIC X(01).
008300         10  BE-EXPECT-FLAG    PIC X(01).
008400         10  BE-AUTH-LIMIT     PIC 9(05)V99.
009200 01  WS-RPT-LIST-HDR.
009300     05  LH-TAG       PIC X(07).
009400     05  FILLER       PIC X(10) VALUE ' ENTRIES: '.
010200     05  LD-ACTIVE    PIC X(01).
010300     05  FILLER       PIC X(08) VALUE ' DAILY: '.
010400     05  LD-EXPECT    PIC X(01).
010420     05  FILLER       PIC X(08) VALUE ' LIMIT: '.
010440     05  LD-LIMIT     PIC ZZ,ZZ9.99.
010500 01  WS-RPT-TRN-DTL.
010600     05  TD-ACTION    PIC X(06).
010700     05  FILLER       PIC X(01) VALUE SPACES.
012300     05  C-DELETED    PIC ZZ9.
012400     05  FILLER       PIC X(11) VALUE ' REJECTED: '.
012500     05  C-REJECTED   PIC ZZ9.
012520     05  FILLER       PIC X(10) VALUE ' REFUSED: '.
012540     05  C-REFUSED    PIC ZZ9.
012600     05  FILLER       PIC X(08) VALUE ' AFTER: '.
012700     05  C-AFTER      PIC ZZ9.
012800     05  FILLER       PIC X(02) VALUE SPACES.
012900     05  C-RECON-MSG  PIC X(14).
013000     COPY RUNDATE.
013050     COPY PRINTSV.
013060     COPY AUTHCHK.
013100*
013200 PROCEDURE DIVISION.
013300*-----------------------------------------------------------*
018400                 BE-ACTIVE-FLAG(WS-ENTRY-COUNT)
018500             MOVE BM-EXPECT-FILE-FLAG TO
018600                 BE-EXPECT-FLAG(WS-ENTRY-COUNT)
018610             IF BM-AUTH-LIMIT NUMERIC
018620                 MOVE BM-AUTH-LIMIT TO
018630                     BE-AUTH-LIMIT(WS-ENTRY-COUNT)
018640             ELSE
018650                 MOVE 0 TO BE-AUTH-LIMIT(WS-ENTRY-COUNT)
018660             END-IF
018700     END-READ.
018800 1100-EXIT.
018900     EXIT.
020000     MOVE BE-BRANCH-NAME(WS-ENTRY-SUB) TO LD-NAME
020100     MOVE BE-ACTIVE-FLAG(WS-ENTRY-SUB) TO LD-ACTIVE
020200     MOVE BE-EXPECT-FLAG(WS-ENTRY-SUB) TO LD-EXPECT
020250     MOVE BE-AUTH-LIMIT(WS-ENTRY-SUB) TO LD-LIMIT
020300     MOVE WS-RPT-LIST-DTL TO PS-DETAIL-LINE
020320     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
020400 1210-EXIT.
021300 1300-EXIT.
021400     EXIT.
021500*-----------------------------------------------------------*
021550* 2000-APPLY-ONE-TRN - CHECK THE SUBMITTER'S AUTHORITY, THEN *
021600* VALIDATE AND APPLY ONE MAINTENANCE TRANSACTION AGAINST THE *
021650* WORK TABLE, THEN SHOW IT ON THE AUDIT REPORT WITH ITS      *
021700* DISPOSITION AND SUBMITTER.                                 *
021750*-----------------------------------------------------------*
022000 2000-APPLY-ONE-TRN.
022050     PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT
022100     EVALUATE TRUE
022120         WHEN NOT WS-AUTHORISED
022140             MOVE 'REFUSED - UNAUTHORISED' TO TD-DISPOSITION
022160             MOVE AU-REASON-CODE TO TD-DISPOSITION(24:4)
022180             ADD 1 TO WS-REFUSED-COUNT
022200         WHEN NOT BR-ACTION-VALID
022300             MOVE 'REJECTED - INVALID ACTION' TO
022400                 TD-DISPOSITION
023100         WHEN NOT BR-ACTIVE-VALID OR NOT BR-EXPECT-VALID
023200             MOVE 'REJECTED - FLAG NOT Y/N' TO TD-DISPOSITION
023300             ADD 1 TO WS-REJECT-COUNT
023310         WHEN BR-AUTH-LIMIT NOT = SPACES
023320             AND BR-AUTH-LIMIT NOT NUMERIC
023330             MOVE 'REJECTED - LIMIT NOT NUMERIC' TO
023340                 TD-DISPOSITION
023350             ADD 1 TO WS-REJECT-COUNT
023400         WHEN BR-ACTION-ADD
023500             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
023600         WHEN OTHER
024000     PERFORM 1300-READ-TRN THRU 1300-EXIT.
024100 2000-EXIT.
024200     EXIT.
024202*-----------------------------------------------------------*
024204* 2050-CHECK-AUTHORITY - THE SUBMITTER MUST HOLD THE BRM     *
024206* FUNCTION FOR THE BRANCH ON THE CARD.                       *
024208* AUTHCHK LOGS A REFUSAL WITH THE CARD IMAGE.                *
024210*-----------------------------------------------------------*
024212 2050-CHECK-AUTHORITY.
024214     SET AU-FUNC-CHECK TO TRUE
024216     MOVE 'BRMAINT' TO AU-PROGRAM-ID
024218     MOVE BR-SUBMITTER-ID TO AU-OPERATOR-ID
024220     MOVE 'BRM' TO AU-REQ-FUNCTION
024222     MOVE BR-BRANCH-CODE TO AU-BRANCH-CODE
024224     MOVE BRM-TRN-REC TO AU-CARD-IMAGE
024226     CALL 'AUTHCHK' USING AUTHCHK-PARM
024228     IF AU-RC-AUTHORISED
024230         MOVE 'Y' TO WS-AUTH-SWITCH
024232     ELSE
024234         MOVE 'N' TO WS-AUTH-SWITCH
024236     END-IF.
024238 2050-EXIT.
024240     EXIT.
024300*-----------------------------------------------------------*
024400* 2200-LOCATE-ENTRY - FIND THE TRANSACTION CODE IN THE WORK  *
024500* TABLE (WS-TARGET-SUB) OR, WHEN ABSENT, THE ASCENDING       *
029200     MOVE BR-BRANCH-NAME TO BE-BRANCH-NAME(WS-TARGET-SUB)
029300     MOVE BR-ACTIVE-FLAG TO BE-ACTIVE-FLAG(WS-TARGET-SUB)
029400     MOVE BR-EXPECT-FILE-FLAG TO BE-EXPECT-FLAG(WS-TARGET-SUB)
029450     PERFORM 3200-SET-LIMIT THRU 3200-EXIT
029500     ADD 1 TO WS-ENTRY-COUNT
029600     ADD 1 TO WS-ADD-COUNT
029700     MOVE 'APPLIED' TO TD-DISPOSITION.
030500     MOVE BE-ACTIVE-FLAG(WS-SHIFT-SUB) TO
030600         BE-ACTIVE-FLAG(WS-SHIFT-SUB + 1)
030700     MOVE BE-EXPECT-FLAG(WS-SHIFT-SUB) TO
030750         BE-EXPECT-FLAG(WS-SHIFT-SUB + 1)
030800     MOVE BE-AUTH-LIMIT(WS-SHIFT-SUB) TO
030850         BE-AUTH-LIMIT(WS-SHIFT-SUB + 1).
030900 3100-EXIT.
031000     EXIT.
031005*-----------------------------------------------------------*
031010* 3200-SET-LIMIT - A BLANK LIMIT ON THE TRANSACTION MEANS    *
031015* THE BRANCH HAS NO AUTHORISATION LIMIT.                     *
031020*-----------------------------------------------------------*
031025 3200-SET-LIMIT.
031030     IF BR-AUTH-LIMIT = SPACES
031035         MOVE 0 TO BE-AUTH-LIMIT(WS-TARGET-SUB)
031040     ELSE
031045         MOVE BR-AUTH-LIMIT-NUM TO BE-AUTH-LIMIT(WS-TARGET-SUB)
031050     END-IF.
031055 3200-EXIT.
031060     EXIT.
031100*-----------------------------------------------------------*
031200* 3500-APPLY-CHANGE - REJECT A CHANGE TO A CODE THAT IS NOT  *
031300* ON THE MASTER, OTHERWISE REPLACE THE NAME, BOTH FLAGS AND  *
031400* THE LIMIT IN PLACE.  THIS IS HOW A BRANCH IS DEACTIVATED   *
031500* WITHOUT LOSING ITS ROW.                                    *
031600*-----------------------------------------------------------*
031700 3500-APPLY-CHANGE.
031800     PERFORM 2200-LOCATE-ENTRY THRU 2200-EXIT
032400     MOVE BR-BRANCH-NAME TO BE-BRANCH-NAME(WS-TARGET-SUB)
032500     MOVE BR-ACTIVE-FLAG TO BE-ACTIVE-FLAG(WS-TARGET-SUB)
032600     MOVE BR-EXPECT-FILE-FLAG TO BE-EXPECT-FLAG(WS-TARGET-SUB)
032650     PERFORM 3200-SET-LIMIT THRU 3200-EXIT
032700     ADD 1 TO WS-CHG-COUNT
032800     MOVE 'APPLIED' TO TD-DISPOSITION.
032900 3500-EXIT.
035500     MOVE BE-ACTIVE-FLAG(WS-SHIFT-SUB + 1) TO
035600         BE-ACTIVE-FLAG(WS-SHIFT-SUB)
035700     MOVE BE-EXPECT-FLAG(WS-SHIFT-SUB + 1) TO
035750         BE-EXPECT-FLAG(WS-SHIFT-SUB)
035800     MOVE BE-AUTH-LIMIT(WS-SHIFT-SUB + 1) TO
035850         BE-AUTH-LIMIT(WS-SHIFT-SUB).
035900 4100-EXIT.
036000     EXIT.
036100 2900-REPORT-ONE-TRN.
039000     MOVE BE-BRANCH-NAME(WS-ENTRY-SUB) TO WB-BRANCH-NAME
039100     MOVE BE-ACTIVE-FLAG(WS-ENTRY-SUB) TO WB-ACTIVE-FLAG
039200     MOVE BE-EXPECT-FLAG(WS-ENTRY-SUB) TO WB-EXPECT-FLAG
039250     MOVE BE-AUTH-LIMIT(WS-ENTRY-SUB) TO WB-AUTH-LIMIT
039300     WRITE NEW-BRM-REC FROM WS-BRM-REC.
039400 5100-EXIT.
039500     EXIT.
040300     MOVE WS-CHG-COUNT TO C-CHANGED
040400     MOVE WS-DEL-COUNT TO C-DELETED
040500     MOVE WS-REJECT-COUNT TO C-REJECTED
040550     MOVE WS-REFUSED-COUNT TO C-REFUSED
040600     MOVE WS-ENTRY-COUNT TO C-AFTER
040700     IF WS-BEFORE-COUNT + WS-ADD-COUNT - WS-DEL-COUNT
040800         = WS-ENTRY-COUNT
041300     MOVE WS-RPT-CNT TO PS-DETAIL-LINE
041320     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
041340     PERFORM 7890-PRINT-TRAILER THRU 7890-EXIT
041350     IF WS-REJECT-COUNT > 0 OR WS-REFUSED-COUNT > 0
041500         MOVE 4 TO RETURN-CODE
041600     END-IF.
041700 5900-EXIT.
