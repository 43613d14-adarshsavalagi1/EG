001898*                 CONTROL, THE STANDARD SHOP PAGE HEADER   *
001899*                 AND AN END-OF-REPORT LINE-COUNT TRAILER. *
001900*-----------------------------------------------------------*
001905* 2026-10-15 RKM  A CORRECTION IS APPLIED ONLY WHEN AUTHCHK  *
001910*                 FINDS ITS SUBMITTER HOLDS THE COR FUNCTION *
001915*                 FOR THE BRANCH THE EXCEPTION AROSE IN. A   *
001920*                 REFUSED CORRECTION IS LOGGED AS A SECURITY *
001925*                 VIOLATION AND LISTED, ITS EXCEPTION AGES   *
001930*                 AS THOUGH UNCORRECTED, AND THE STEP ENDS   *
001935*                 WITH CONDITION CODE 4. A CORRECTION THAT   *
001940*                 MATCHES NO EXCEPTION IS STILL CHECKED,     *
001945*                 WITHOUT A BRANCH, SO AN UNAUTHORISED CARD  *
001950*                 IS NEVER MERELY LISTED AS UNMATCHED.       *
001955*-----------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.  IBM-370.
006120     88  WS-CTL-EOF            VALUE 'Y'.
006130 77  WS-PROC-DATE              PIC 9(08) VALUE 0.
006140 77  WS-PS-SUB                 PIC 9(01) VALUE 0 COMP.
006160 77  WS-AUTH-SWITCH            PIC X(01) VALUE 'N'.
006180     88  WS-AUTHORISED         VALUE 'Y'.
006200 77  WS-MAX-CORRECTIONS        PIC 9(03) VALUE 200 COMP.
006300 77  WS-COR-COUNT              PIC 9(03) VALUE 0 COMP.
006400 77  WS-COR-SUB                PIC 9(03) VALUE 0 COMP.
006700 77  WS-AGED-COUNT             PIC 9(06) VALUE 0 COMP.
006800 77  WS-APPLIED-COUNT          PIC 9(06) VALUE 0 COMP.
006900 77  WS-UNAPPLIED-COUNT        PIC 9(06) VALUE 0 COMP.
006950 77  WS-REFUSED-COUNT          PIC 9(06) VALUE 0 COMP.
007000 01  WS-CORRECTION-TABLE.
007100     05  WS-COR-ENTRY OCCURS 200 TIMES.
007200         10  CT-RUN-ID         PIC X(08).
007650         10  CT-OP-CODE        PIC X(03).
007700         10  CT-USED-SWITCH    PIC X(01).
007800             88  CT-USED        VALUE 'Y'.
007900             88  CT-REFUSED     VALUE 'R'.
008000         10  CT-CARD-IMAGE     PIC X(80).
008700 01  WS-RPT-AGE-DTL.
008800     05  FILLER       PIC X(06) VALUE 'AGED: '.
008900     05  AG-RUN-ID    PIC X(08).
010300     05  UN-TRANS-ID  PIC Z(5)9.
010400     05  FILLER       PIC X(06) VALUE ' BY: '.
010500     05  UN-SUBMITTER PIC X(08).
010505 01  WS-RPT-REFUSED-DTL.
010510     05  FILLER       PIC X(22) VALUE
010515         'CORRECTION REFUSED:   '.
010520     05  RF-RUN-ID    PIC X(08).
010525     05  FILLER       PIC X(01) VALUE SPACES.
010530     05  RF-TRANS-ID  PIC Z(5)9.
010535     05  FILLER       PIC X(06) VALUE ' BY: '.
010540     05  RF-SUBMITTER PIC X(08).
010545     05  FILLER       PIC X(01) VALUE SPACES.
010550     05  RF-BRANCH    PIC X(03).
010555     05  FILLER       PIC X(01) VALUE SPACES.
010560     05  RF-REASON    PIC X(04).
010565     05  FILLER       PIC X(01) VALUE SPACES.
010570     05  RF-TEXT      PIC X(20).
010600 01  WS-RPT-CNT1.
010700     05  FILLER       PIC X(11) VALUE 'EXCEPTIONS:'.
010800     05  C1-ERR-IN    PIC Z(5)9.
012300     05  FILLER       PIC X(02) VALUE SPACES.
012400     05  FILLER       PIC X(11) VALUE 'UNMATCHED: '.
012500     05  C2-UNAPPLIED PIC Z(5)9.
012520     05  FILLER       PIC X(02) VALUE SPACES.
012540     05  FILLER       PIC X(09) VALUE 'REFUSED: '.
012560     05  C2-REFUSED   PIC Z(5)9.
012600     COPY RUNDATE.
012610     COPY PRINTSV.
012620     COPY AUTHCHK.
012700*
012800 PROCEDURE DIVISION.
012900*-----------------------------------------------------------*
019000             MOVE AC-SUBMITTER-ID TO
019100                 CT-SUBMITTER-ID(WS-COR-COUNT)
019150             MOVE AC-OP-CODE TO CT-OP-CODE(WS-COR-COUNT)
019160             MOVE ARITH-COR-REC TO CT-CARD-IMAGE(WS-COR-COUNT)
019200             MOVE 'N' TO CT-USED-SWITCH(WS-COR-COUNT)
019300     END-READ.
019400 1200-EXIT.
021700 2100-MATCH-ONE-CORRECTION.
021800     IF CT-RUN-ID(WS-COR-SUB) = AE-RUN-ID
021900         AND CT-TRANS-ID(WS-COR-SUB) = AE-TRANS-ID
021950         AND NOT CT-REFUSED(WS-COR-SUB)
022000         MOVE 'Y' TO WS-MATCH-SWITCH
022100         MOVE WS-COR-SUB TO WS-MATCH-SUB
022200     END-IF.
022700* IN ARITH-TRANS FORMAT.  THE FIRST EXCEPTION TO MATCH A     *
022800* CORRECTION CONSUMES IT, SO A TRANSACTION THAT EXCEPTED ON  *
022900* MORE THAN ONE OPERATION IS RE-EMITTED ONLY ONCE.           *
022950* A CORRECTION WHOSE SUBMITTER MAY NOT CORRECT THE           *
023000* EXCEPTION'S BRANCH IS REFUSED AND THE EXCEPTION AGES.      *
023050*-----------------------------------------------------------*
023100 3000-APPLY-CORRECTION.
023300     IF NOT CT-USED(WS-MATCH-SUB)
023305         PERFORM 3050-CHECK-AUTHORITY THRU 3050-EXIT
023310         IF NOT WS-AUTHORISED
023315             SET CT-REFUSED(WS-MATCH-SUB) TO TRUE
023320             PERFORM 3060-REPORT-REFUSED THRU 3060-EXIT
023325             PERFORM 4000-AGE-EXCEPTION THRU 4000-EXIT
023330             GO TO 3000-EXIT
023335         END-IF
023340     END-IF
023345     ADD 1 TO WS-MATCHED-COUNT
023350     IF NOT CT-USED(WS-MATCH-SUB)
023400         SET CT-USED(WS-MATCH-SUB) TO TRUE
023500         ADD 1 TO WS-APPLIED-COUNT
023600         MOVE SPACES TO ARITH-TRANS-REC
024100     END-IF.
024200 3000-EXIT.
024300     EXIT.
024301*-----------------------------------------------------------*
024302* 3050-CHECK-AUTHORITY - THE SUBMITTER MUST HOLD THE COR     *
024303* FUNCTION FOR THE BRANCH (SPACES WHEN THE CORRECTION MATCHED*
024304* NO EXCEPTION).  AUTHCHK LOGS A REFUSAL WITH THE CARD IMAGE.*
024305*-----------------------------------------------------------*
024306 3050-CHECK-AUTHORITY.
024307     SET AU-FUNC-CHECK TO TRUE
024308     MOVE 'ARITHRCY' TO AU-PROGRAM-ID
024309     MOVE CT-SUBMITTER-ID(WS-MATCH-SUB) TO AU-OPERATOR-ID
024310     MOVE 'COR' TO AU-REQ-FUNCTION
024311     IF WS-ERR-EOF
024312         MOVE SPACES TO AU-BRANCH-CODE
024313     ELSE
024314         MOVE AE-BRANCH-CODE TO AU-BRANCH-CODE
024315     END-IF
024316     MOVE CT-CARD-IMAGE(WS-MATCH-SUB) TO AU-CARD-IMAGE
024317     CALL 'AUTHCHK' USING AUTHCHK-PARM
024318     IF AU-RC-AUTHORISED
024319         MOVE 'Y' TO WS-AUTH-SWITCH
024320     ELSE
024321         MOVE 'N' TO WS-AUTH-SWITCH
024322     END-IF.
024323 3050-EXIT.
024324     EXIT.
024325 3060-REPORT-REFUSED.
024326     ADD 1 TO WS-REFUSED-COUNT
024327     MOVE CT-RUN-ID(WS-MATCH-SUB) TO RF-RUN-ID
024328     MOVE CT-TRANS-ID(WS-MATCH-SUB) TO RF-TRANS-ID
024329     MOVE CT-SUBMITTER-ID(WS-MATCH-SUB) TO RF-SUBMITTER
024330     MOVE AU-BRANCH-CODE TO RF-BRANCH
024331     MOVE AU-REASON-CODE TO RF-REASON
024332     MOVE AU-REASON-TEXT TO RF-TEXT
024333     MOVE WS-RPT-REFUSED-DTL TO PS-DETAIL-LINE
024334     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
024335 3060-EXIT.
024336     EXIT.
024337*-----------------------------------------------------------*
024338* 3100-WRITE-HISTORY - APPEND THE RECYCLED LIFECYCLE RECORD  *
024339* TO THE ARITH-HST MASTER SO THE INQUIRY SHOWS THE          *
024340* EXCEPTION WAS CORRECTED AND RE-EMITTED.                   *
024350*-----------------------------------------------------------*
024360 3100-WRITE-HISTORY.
026500* 5900-AGING-SUMMARY - LIST EVERY CORRECTION THAT MATCHED NO *
026600* EXCEPTION, THEN PRINT THE BALANCING COUNTS.  MATCHED PLUS  *
026700* AGED MUST EQUAL EXCEPTIONS READ.                           *
026720* A REFUSED CORRECTION'S EXCEPTION IS COUNTED AS AGED.       *
026740* ANY REFUSAL ENDS THE STEP WITH CONDITION CODE 4.           *
026800*-----------------------------------------------------------*
026900 5900-AGING-SUMMARY.
027000     PERFORM 5910-REPORT-ONE-UNMATCHED THRU 5910-EXIT
028200     MOVE WS-COR-COUNT TO C2-COR-IN
028300     MOVE WS-APPLIED-COUNT TO C2-APPLIED
028400     MOVE WS-UNAPPLIED-COUNT TO C2-UNAPPLIED
028450     MOVE WS-REFUSED-COUNT TO C2-REFUSED
028500     MOVE WS-RPT-CNT2 TO PS-DETAIL-LINE
028520     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
028530     PERFORM 7890-PRINT-TRAILER THRU 7890-EXIT
028540     IF WS-REFUSED-COUNT > 0
028550         MOVE 4 TO RETURN-CODE
028560     END-IF.
028600 5900-EXIT.
028700     EXIT.
028800 5910-REPORT-ONE-UNMATCHED.
028805     IF CT-USED(WS-COR-SUB) OR CT-REFUSED(WS-COR-SUB)
028810         GO TO 5910-EXIT
028815     END-IF
028820     MOVE WS-COR-SUB TO WS-MATCH-SUB
028825     PERFORM 3050-CHECK-AUTHORITY THRU 3050-EXIT
028830     IF NOT WS-AUTHORISED
028835         SET CT-REFUSED(WS-COR-SUB) TO TRUE
028840         PERFORM 3060-REPORT-REFUSED THRU 3060-EXIT
028845         GO TO 5910-EXIT
028850     END-IF
028900     IF NOT CT-USED(WS-COR-SUB)
029000         ADD 1 TO WS-UNAPPLIED-COUNT
029100         MOVE CT-RUN-ID(WS-COR-SUB) TO UN-RUN-ID
