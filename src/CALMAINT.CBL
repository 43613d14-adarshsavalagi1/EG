002240*                 CONTROL, THE STANDARD SHOP PAGE HEADER    *
002250*                 AND AN END-OF-REPORT LINE-COUNT TRAILER.  *
002260*-----------------------------------------------------------*
002262* 2026-10-15 RKM  EVERY TRANSACTION IS FIRST CHECKED THROUGH *
002264*                 AUTHCHK: THE SUBMITTER MUST HOLD THE CAL   *
002266*                 FUNCTION ON THE OPERATOR AUTHORITY MASTER. *
002268*                 A REFUSED CARD IS NOT APPLIED, IS LOGGED   *
002270*                 AS A SECURITY VIOLATION, SHOWS AS REFUSED  *
002272*                 ON THE AUDIT REPORT AND COUNT LINE, AND    *
002274*                 ENDS THE STEP WITH CONDITION CODE 4.       *
002276*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.  IBM-370.
005900     88  WS-ENTRY-FOUND        VALUE 'Y'.
006000 77  WS-DATE-OK-SWITCH         PIC X(01) VALUE 'N'.
006100     88  WS-DATE-OK            VALUE 'Y'.
006120 77  WS-AUTH-SWITCH            PIC X(01) VALUE 'N'.
006140     88  WS-AUTHORISED         VALUE 'Y'.
006200 77  WS-MAX-ENTRIES            PIC 9(03) VALUE 100 COMP.
006300 77  WS-ENTRY-COUNT            PIC 9(03) VALUE 0 COMP.
006400 77  WS-BEFORE-COUNT           PIC 9(03) VALUE 0 COMP.
006900 77  WS-ADD-COUNT              PIC 9(06) VALUE 0 COMP.
007000 77  WS-DEL-COUNT              PIC 9(06) VALUE 0 COMP.
007100 77  WS-REJECT-COUNT           PIC 9(06) VALUE 0 COMP.
007105 77  WS-REFUSED-COUNT          PIC 9(06) VALUE 0 COMP.
007110 77  WS-PS-SUB                 PIC 9(01) VALUE 0 COMP.
007200 77  WS-TRN-YEAR               PIC 9(04) VALUE 0.
007300 77  WS-TRN-MONTH              PIC 9(02) VALUE 0.
012200     05  C-DELETED    PIC ZZ9.
012300     05  FILLER       PIC X(11) VALUE ' REJECTED: '.
012400     05  C-REJECTED   PIC ZZ9.
012420     05  FILLER       PIC X(10) VALUE ' REFUSED: '.
012440     05  C-REFUSED    PIC ZZ9.
012500     05  FILLER       PIC X(08) VALUE ' AFTER: '.
012600     05  C-AFTER      PIC ZZ9.
012700     05  FILLER       PIC X(02) VALUE SPACES.
012800     05  C-RECON-MSG  PIC X(14).
012900     COPY RUNDATE.
012950     COPY PRINTSV.
012960     COPY AUTHCHK.
013000*
013100 PROCEDURE DIVISION.
013200*-----------------------------------------------------------*
021000* AUDIT REPORT WITH ITS DISPOSITION AND SUBMITTER.           *
021100*-----------------------------------------------------------*
021200 2000-APPLY-ONE-TRN.
021250     PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT
021300     EVALUATE TRUE
021320         WHEN NOT WS-AUTHORISED
021340             MOVE 'REFUSED - UNAUTHORISED' TO TD-DISPOSITION
021360             MOVE AU-REASON-CODE TO TD-DISPOSITION(24:4)
021380             ADD 1 TO WS-REFUSED-COUNT
021400         WHEN NOT CL-ACTION-VALID
021500             MOVE 'REJECTED - INVALID ACTION' TO
021600                 TD-DISPOSITION
023300     PERFORM 1300-READ-TRN THRU 1300-EXIT.
023400 2000-EXIT.
023500     EXIT.
023502*-----------------------------------------------------------*
023504* 2050-CHECK-AUTHORITY - THE SUBMITTER MUST HOLD THE CAL     *
023506* FUNCTION; THE CALENDAR IS NOT HELD BY BRANCH.              *
023508* AUTHCHK LOGS A REFUSAL WITH THE CARD IMAGE.                *
023510*-----------------------------------------------------------*
023512 2050-CHECK-AUTHORITY.
023514     SET AU-FUNC-CHECK TO TRUE
023516     MOVE 'CALMAINT' TO AU-PROGRAM-ID
023518     MOVE CL-SUBMITTER-ID TO AU-OPERATOR-ID
023520     MOVE 'CAL' TO AU-REQ-FUNCTION
023522     MOVE SPACES TO AU-BRANCH-CODE
023524     MOVE CAL-TRN-REC TO AU-CARD-IMAGE
023526     CALL 'AUTHCHK' USING AUTHCHK-PARM
023528     IF AU-RC-AUTHORISED
023530         MOVE 'Y' TO WS-AUTH-SWITCH
023532     ELSE
023534         MOVE 'N' TO WS-AUTH-SWITCH
023536     END-IF.
023538 2050-EXIT.
023540     EXIT.
023600*-----------------------------------------------------------*
023700* 2100-VALIDATE-DATE - A REAL CALENDAR DATE: NUMERIC, A      *
023800* PLAUSIBLE CENTURY, MONTH 01-12, AND A DAY THE MONTH        *
040100     MOVE WS-ADD-COUNT TO C-ADDED
040200     MOVE WS-DEL-COUNT TO C-DELETED
040300     MOVE WS-REJECT-COUNT TO C-REJECTED
040350     MOVE WS-REFUSED-COUNT TO C-REFUSED
040400     MOVE WS-ENTRY-COUNT TO C-AFTER
040500     IF WS-BEFORE-COUNT + WS-ADD-COUNT - WS-DEL-COUNT
040600         = WS-ENTRY-COUNT
041100     MOVE WS-RPT-CNT TO PS-DETAIL-LINE
041120     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
041140     PERFORM 7890-PRINT-TRAILER THRU 7890-EXIT
041150     IF WS-REJECT-COUNT > 0 OR WS-REFUSED-COUNT > 0
041300         MOVE 4 TO RETURN-CODE
041400     END-IF.
041500 5900-EXIT.
