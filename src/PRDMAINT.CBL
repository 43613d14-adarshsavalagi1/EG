000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRDMAINT.
000300 AUTHOR.        R K MERCER.
000400 INSTALLATION.  BATCH APPLICATIONS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*-----------------------------------------------------------*
001000* 2026-10-15 RKM  ORIGINAL PROGRAM.  TRANSACTION-DRIVEN      *
001100*                 MAINTENANCE FOR THE ACCOUNTING PERIOD      *
001200*                 CONTROL MASTER, IN THE BRMAINT PATTERN.  A *
001300*                 CLOSE CARD MARKS A YEAR AND MONTH CLOSED,  *
001400*                 SO EXAMPLE POSTS ANYTHING THAT STILL       *
001500*                 BELONGS TO IT AS A PRIOR-PERIOD ADJUSTMENT *
001600*                 IN THE CURRENT OPEN PERIOD; A REOPEN CARD, *
001700*                 WHICH MUST GIVE A REASON, LETS IT TAKE     *
001800*                 POSTINGS AGAIN.  EVERY CARD'S SUBMITTER    *
001900*                 MUST HOLD THE PRD FUNCTION ON THE OPERATOR *
002000*                 AUTHORITY MASTER; REFUSALS GO TO THE       *
002100*                 SECURITY VIOLATIONS FILE THROUGH AUTHCHK.  *
002200*                 EVERY CLOSE AND REOPEN APPLIED IS APPENDED *
002300*                 TO THE PERIOD AUDIT TRAIL AND SHOWN ON A   *
002400*                 BEFORE/AFTER AUDIT REPORT.  ENDS WITH      *
002500*                 CONDITION CODE 4 WHEN ANY TRANSACTION WAS  *
002600*                 REJECTED OR REFUSED.                       *
002700*-----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.  IBM-370.
003100 OBJECT-COMPUTER.  IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OLD-PRD-FILE     ASSIGN TO OLDPRD
003500                             ORGANIZATION IS SEQUENTIAL.
003600     SELECT PRD-TRN-FILE     ASSIGN TO PRDTRN
003700                             ORGANIZATION IS SEQUENTIAL.
003800     SELECT NEW-PRD-FILE     ASSIGN TO NEWPRD
003900                             ORGANIZATION IS SEQUENTIAL.
004000     SELECT PRD-AUD-FILE     ASSIGN TO PRDAUD
004100                             ORGANIZATION IS SEQUENTIAL.
004200     SELECT PRD-RPT-FILE     ASSIGN TO PRDRPT
004300                             ORGANIZATION IS SEQUENTIAL.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  OLD-PRD-FILE
004800     RECORDING MODE IS F.
004900     COPY PRDCTL.
005000 FD  PRD-TRN-FILE
005100     RECORDING MODE IS F.
005200     COPY PRDTRN.
005300 FD  NEW-PRD-FILE
005400     RECORDING MODE IS F.
005500 01  NEW-PRD-REC                PIC X(80).
005600 FD  PRD-AUD-FILE
005700     RECORDING MODE IS F.
005800     COPY PRDAUD.
005900 FD  PRD-RPT-FILE
006000     RECORDING MODE IS F.
006100 01  PRD-RPT-REC                PIC X(133).
006200*
006300 WORKING-STORAGE SECTION.
006400 77  WS-MST-EOF-SWITCH         PIC X(01) VALUE 'N'.
006500     88  WS-MST-EOF            VALUE 'Y'.
006600 77  WS-TRN-EOF-SWITCH         PIC X(01) VALUE 'N'.
006700     88  WS-TRN-EOF            VALUE 'Y'.
006800 77  WS-FOUND-SWITCH           PIC X(01) VALUE 'N'.
006900     88  WS-ENTRY-FOUND        VALUE 'Y'.
007000 77  WS-AUTH-SWITCH            PIC X(01) VALUE 'N'.
007100     88  WS-AUTHORISED         VALUE 'Y'.
007200 77  WS-MAX-ENTRIES            PIC 9(03) VALUE 240 COMP.
007300 77  WS-ENTRY-COUNT            PIC 9(03) VALUE 0 COMP.
007400 77  WS-BEFORE-COUNT           PIC 9(03) VALUE 0 COMP.
007500 77  WS-ENTRY-SUB              PIC 9(03) VALUE 0 COMP.
007600 77  WS-SHIFT-SUB              PIC 9(03) VALUE 0 COMP.
007700 77  WS-TARGET-SUB             PIC 9(03) VALUE 0 COMP.
007800 77  WS-TRN-IN-COUNT           PIC 9(06) VALUE 0 COMP.
007900 77  WS-CLOSE-COUNT            PIC 9(06) VALUE 0 COMP.
008000 77  WS-NEW-COUNT              PIC 9(06) VALUE 0 COMP.
008100 77  WS-REOPEN-COUNT           PIC 9(06) VALUE 0 COMP.
008200 77  WS-REJECT-COUNT           PIC 9(06) VALUE 0 COMP.
008300 77  WS-REFUSED-COUNT          PIC 9(06) VALUE 0 COMP.
008400 77  WS-PS-SUB                 PIC 9(01) VALUE 0 COMP.
008500 77  WS-CURRENT-PERIOD         PIC X(06).
008600 77  WS-OLD-STATUS             PIC X(01).
008700 01  WS-PRD-REC.
008800     05  WP-PERIOD             PIC X(06).
008900     05  WP-STATUS             PIC X(01).
009000     05  WP-CLOSED-DATE        PIC X(10).
009100     05  WP-CLOSED-BY          PIC X(08).
009200     05  WP-REOPEN-COUNT       PIC 9(03).
009300     05  WP-REOPENED-DATE      PIC X(10).
009400     05  WP-REOPENED-BY        PIC X(08).
009500     05  WP-FILLER             PIC X(34).
009600 01  WS-PERIOD-TABLE.
009700     05  WS-PERIOD-ENTRY OCCURS 240 TIMES.
009800         10  PE-PERIOD         PIC X(06).
009900         10  PE-STATUS         PIC X(01).
010000             88  PE-CLOSED      VALUE 'C'.
010100             88  PE-REOPENED    VALUE 'O'.
010200         10  PE-CLOSED-DATE    PIC X(10).
010300         10  PE-CLOSED-BY      PIC X(08).
010400         10  PE-REOPEN-COUNT   PIC 9(03).
010500         10  PE-REOPENED-DATE  PIC X(10).
010600         10  PE-REOPENED-BY    PIC X(08).
010700 01  WS-RPT-LIST-HDR.
010800     05  LH-TAG       PIC X(07).
010900     05  FILLER       PIC X(10) VALUE ' PERIODS: '.
011000     05  LH-COUNT     PIC ZZ9.
011100 01  WS-RPT-LIST-DTL.
011200     05  FILLER       PIC X(03) VALUE SPACES.
011300     05  LD-YEAR      PIC X(04).
011400     05  FILLER       PIC X(01) VALUE '-'.
011500     05  LD-MONTH     PIC X(02).
011600     05  FILLER       PIC X(02) VALUE SPACES.
011700     05  LD-STATUS    PIC X(08).
011800     05  FILLER       PIC X(09) VALUE ' CLOSED: '.
011900     05  LD-CLOSED-DATE PIC X(10).
012000     05  FILLER       PIC X(05) VALUE ' BY: '.
012100     05  LD-CLOSED-BY PIC X(08).
012200     05  FILLER       PIC X(11) VALUE ' REOPENED: '.
012300     05  LD-REOPEN-COUNT PIC ZZ9.
012400     05  FILLER       PIC X(07) VALUE ' LAST: '.
012500     05  LD-REOPENED-DATE PIC X(10).
012600     05  FILLER       PIC X(05) VALUE ' BY: '.
012700     05  LD-REOPENED-BY PIC X(08).
012800 01  WS-RPT-TRN-DTL.
012900     05  TD-ACTION    PIC X(06).
013000     05  FILLER       PIC X(01) VALUE SPACES.
013100     05  TD-PERIOD    PIC X(06).
013200     05  FILLER       PIC X(01) VALUE SPACES.
013300     05  TD-REASON    PIC X(40).
013400     05  FILLER       PIC X(05) VALUE ' BY: '.
013500     05  TD-SUBMITTER PIC X(08).
013600     05  FILLER       PIC X(01) VALUE SPACES.
013700     05  TD-DISPOSITION PIC X(30).
013800 01  WS-RPT-CNT.
013900     05  FILLER       PIC X(08) VALUE 'BEFORE: '.
014000     05  C-BEFORE     PIC ZZ9.
014100     05  FILLER       PIC X(09) VALUE ' CLOSED: '.
014200     05  C-CLOSED     PIC ZZ9.
014300     05  FILLER       PIC X(06) VALUE ' NEW: '.
014400     05  C-NEW        PIC ZZ9.
014500     05  FILLER       PIC X(11) VALUE ' REOPENED: '.
014600     05  C-REOPENED   PIC ZZ9.
014700     05  FILLER       PIC X(11) VALUE ' REJECTED: '.
014800     05  C-REJECTED   PIC ZZ9.
014900     05  FILLER       PIC X(10) VALUE ' REFUSED: '.
015000     05  C-REFUSED    PIC ZZ9.
015100     05  FILLER       PIC X(08) VALUE ' AFTER: '.
015200     05  C-AFTER      PIC ZZ9.
015300     05  FILLER       PIC X(02) VALUE SPACES.
015400     05  C-RECON-MSG  PIC X(14).
015500     COPY RUNDATE.
015600     COPY PRINTSV.
015700     COPY AUTHCHK.
015800*
015900 PROCEDURE DIVISION.
016000*-----------------------------------------------------------*
016100* 0000-MAIN-PARA                                             *
016200*-----------------------------------------------------------*
016300 0000-MAIN-PARA.
016400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016500     PERFORM 2000-APPLY-ONE-TRN THRU 2000-EXIT
016600         UNTIL WS-TRN-EOF
016700     PERFORM 5000-WRITE-NEW-MASTER THRU 5000-EXIT
016800     PERFORM 5900-MAINT-SUMMARY THRU 5900-EXIT
016900     PERFORM 9999-TERMINATE THRU 9999-EXIT
017000     STOP RUN.
017100*-----------------------------------------------------------*
017200* 1000-INITIALIZE - LOAD THE CURRENT PERIOD CONTROL MASTER   *
017300* INTO THE WORK TABLE, LIST IT AS THE BEFORE IMAGE, NOTE     *
017400* TODAY'S PERIOD FOR THE CLOSE CHECK AND PRIME THE           *
017500* TRANSACTION READ-AHEAD.                                    *
017600*-----------------------------------------------------------*
017700 1000-INITIALIZE.
017800     CALL 'RUNDATE' USING RUNDATE-PARM
017900     MOVE RD-FORMATTED-DATE(1:4) TO WS-CURRENT-PERIOD(1:4)
018000     MOVE RD-FORMATTED-DATE(6:2) TO WS-CURRENT-PERIOD(5:2)
018100     OPEN INPUT OLD-PRD-FILE
018200     OPEN INPUT PRD-TRN-FILE
018300     OPEN OUTPUT NEW-PRD-FILE
018400     OPEN EXTEND PRD-AUD-FILE
018500     OPEN OUTPUT PRD-RPT-FILE
018600     SET PS-FUNC-OPEN TO TRUE
018700     MOVE 'PERIOD CONTROL MAINTENANCE' TO PS-REPORT-TITLE
018900     MOVE 'PRDMAINT' TO PS-PROGRAM-ID
019000     MOVE RD-FORMATTED-DATE TO PS-RUN-DATE
019100     MOVE RD-BUSINESS-DAY-FLAG TO PS-BUS-DAY-FLAG
019200     MOVE 0 TO PS-LINES-PER-PAGE
019300     CALL 'PRINTSVC' USING PRINTSVC-PARM
019400     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
019500         UNTIL WS-MST-EOF
019600     CLOSE OLD-PRD-FILE
019700     MOVE WS-ENTRY-COUNT TO WS-BEFORE-COUNT
019800     MOVE 'BEFORE ' TO LH-TAG
019900     PERFORM 1200-LIST-MASTER THRU 1200-EXIT
020000     PERFORM 1300-READ-TRN THRU 1300-EXIT.
020100 1000-EXIT.
020200     EXIT.
020300 1100-LOAD-ONE-ENTRY.
020400     READ OLD-PRD-FILE
020500         AT END
020600             MOVE 'Y' TO WS-MST-EOF-SWITCH
020700         NOT AT END
020800             IF WS-ENTRY-COUNT >= WS-MAX-ENTRIES
020900                 DISPLAY 'PRDMAINT - PERIOD CONTROL MASTER '
021000                     'EXCEEDS ' WS-MAX-ENTRIES ' PERIODS'
021100                 MOVE 16 TO RETURN-CODE
021200                 GO TO 9999-ABEND
021300             END-IF
021400             ADD 1 TO WS-ENTRY-COUNT
021500             MOVE PC-PERIOD TO PE-PERIOD(WS-ENTRY-COUNT)
021600             MOVE PC-STATUS TO PE-STATUS(WS-ENTRY-COUNT)
021700             MOVE PC-CLOSED-DATE TO PE-CLOSED-DATE(WS-ENTRY-COUNT)
021800             MOVE PC-CLOSED-BY TO PE-CLOSED-BY(WS-ENTRY-COUNT)
021900             MOVE PC-REOPEN-COUNT TO
022000                 PE-REOPEN-COUNT(WS-ENTRY-COUNT)
022100             MOVE PC-REOPENED-DATE TO
022200                 PE-REOPENED-DATE(WS-ENTRY-COUNT)
022300             MOVE PC-REOPENED-BY TO PE-REOPENED-BY(WS-ENTRY-COUNT)
022400     END-READ.
022500 1100-EXIT.
022600     EXIT.
022700 1200-LIST-MASTER.
022800     MOVE WS-ENTRY-COUNT TO LH-COUNT
022900     MOVE WS-RPT-LIST-HDR TO PS-DETAIL-LINE
023000     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
023100     PERFORM 1210-LIST-ONE-ENTRY THRU 1210-EXIT
023200         VARYING WS-ENTRY-SUB FROM 1 BY 1
023300         UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT.
023400 1200-EXIT.
023500     EXIT.
023600 1210-LIST-ONE-ENTRY.
023700     MOVE PE-PERIOD(WS-ENTRY-SUB)(1:4) TO LD-YEAR
023800     MOVE PE-PERIOD(WS-ENTRY-SUB)(5:2) TO LD-MONTH
023900     IF PE-CLOSED(WS-ENTRY-SUB)
024000         MOVE 'CLOSED' TO LD-STATUS
024100     ELSE
024200         MOVE 'REOPENED' TO LD-STATUS
024300     END-IF
024400     MOVE PE-CLOSED-DATE(WS-ENTRY-SUB) TO LD-CLOSED-DATE
024500     MOVE PE-CLOSED-BY(WS-ENTRY-SUB) TO LD-CLOSED-BY
024600     MOVE PE-REOPEN-COUNT(WS-ENTRY-SUB) TO LD-REOPEN-COUNT
024700     MOVE PE-REOPENED-DATE(WS-ENTRY-SUB) TO LD-REOPENED-DATE
024800     MOVE PE-REOPENED-BY(WS-ENTRY-SUB) TO LD-REOPENED-BY
024900     MOVE WS-RPT-LIST-DTL TO PS-DETAIL-LINE
025000     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
025100 1210-EXIT.
025200     EXIT.
025300 1300-READ-TRN.
025400     READ PRD-TRN-FILE
025500         AT END
025600             MOVE 'Y' TO WS-TRN-EOF-SWITCH
025700         NOT AT END
025800             ADD 1 TO WS-TRN-IN-COUNT
025900     END-READ.
026000 1300-EXIT.
026100     EXIT.
026200*-----------------------------------------------------------*
026300* 2000-APPLY-ONE-TRN - CHECK THE SUBMITTER'S AUTHORITY, THEN *
026400* VALIDATE AND APPLY ONE CLOSE OR REOPEN AGAINST THE WORK    *
026500* TABLE, THEN SHOW IT ON THE AUDIT REPORT WITH ITS           *
026600* DISPOSITION AND SUBMITTER.                                 *
026700*-----------------------------------------------------------*
026800 2000-APPLY-ONE-TRN.
026900     PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT
027000     EVALUATE TRUE
027100         WHEN NOT WS-AUTHORISED
027200             MOVE 'REFUSED - UNAUTHORISED' TO TD-DISPOSITION
027300             MOVE AU-REASON-CODE TO TD-DISPOSITION(24:4)
027400             ADD 1 TO WS-REFUSED-COUNT
027500         WHEN NOT PX-ACTION-VALID
027600             MOVE 'REJECTED - INVALID ACTION' TO
027700                 TD-DISPOSITION
027800             ADD 1 TO WS-REJECT-COUNT
027900         WHEN PX-PERIOD NOT NUMERIC
028000             MOVE 'REJECTED - INVALID PERIOD' TO
028100                 TD-DISPOSITION
028200             ADD 1 TO WS-REJECT-COUNT
028300         WHEN PX-PERIOD-MONTH < 1 OR PX-PERIOD-MONTH > 12
028400             MOVE 'REJECTED - INVALID PERIOD' TO
028500                 TD-DISPOSITION
028600             ADD 1 TO WS-REJECT-COUNT
028700         WHEN PX-ACTION-CLOSE
028800             PERFORM 3000-APPLY-CLOSE THRU 3000-EXIT
028900         WHEN OTHER
029000             PERFORM 3500-APPLY-REOPEN THRU 3500-EXIT
029100     END-EVALUATE
029200     PERFORM 2900-REPORT-ONE-TRN THRU 2900-EXIT
029300     PERFORM 1300-READ-TRN THRU 1300-EXIT.
029400 2000-EXIT.
029500     EXIT.
029600*-----------------------------------------------------------*
029700* 2050-CHECK-AUTHORITY - THE SUBMITTER MUST HOLD THE PRD     *
029800* FUNCTION, FOR A CLOSE AND A REOPEN ALIKE.  PERIODS ARE     *
029900* SHOP-WIDE, SO NO BRANCH IS CHECKED.  AUTHCHK LOGS A        *
030000* REFUSAL WITH THE CARD IMAGE.                               *
030100*-----------------------------------------------------------*
030200 2050-CHECK-AUTHORITY.
030300     SET AU-FUNC-CHECK TO TRUE
030400     MOVE 'PRDMAINT' TO AU-PROGRAM-ID
030500     MOVE PX-SUBMITTER-ID TO AU-OPERATOR-ID
030600     MOVE 'PRD' TO AU-REQ-FUNCTION
030700     MOVE SPACES TO AU-BRANCH-CODE
030800     MOVE PRD-TRN-REC TO AU-CARD-IMAGE
030900     CALL 'AUTHCHK' USING AUTHCHK-PARM
031000     IF AU-RC-AUTHORISED
031100         MOVE 'Y' TO WS-AUTH-SWITCH
031200     ELSE
031300         MOVE 'N' TO WS-AUTH-SWITCH
031400     END-IF.
031500 2050-EXIT.
031600     EXIT.
031700*-----------------------------------------------------------*
031800* 2200-LOCATE-ENTRY - FIND THE TRANSACTION PERIOD IN THE     *
031900* WORK TABLE (WS-TARGET-SUB) OR, WHEN ABSENT, THE ASCENDING  *
032000* POSITION IT WOULD OCCUPY.                                  *
032100*-----------------------------------------------------------*
032200 2200-LOCATE-ENTRY.
032300     MOVE 'N' TO WS-FOUND-SWITCH
032400     MOVE 0 TO WS-TARGET-SUB
032500     PERFORM 2210-CHECK-ONE-ENTRY THRU 2210-EXIT
032600         VARYING WS-ENTRY-SUB FROM 1 BY 1
032700         UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
032800             OR WS-ENTRY-FOUND
032900             OR WS-TARGET-SUB > 0
033000     IF NOT WS-ENTRY-FOUND AND WS-TARGET-SUB = 0
033100         COMPUTE WS-TARGET-SUB = WS-ENTRY-COUNT + 1
033200     END-IF.
033300 2200-EXIT.
033400     EXIT.
033500 2210-CHECK-ONE-ENTRY.
033600     EVALUATE TRUE
033700         WHEN PE-PERIOD(WS-ENTRY-SUB) = PX-PERIOD
033800             MOVE 'Y' TO WS-FOUND-SWITCH
033900             MOVE WS-ENTRY-SUB TO WS-TARGET-SUB
034000         WHEN PE-PERIOD(WS-ENTRY-SUB) > PX-PERIOD
034100             MOVE WS-ENTRY-SUB TO WS-TARGET-SUB
034200     END-EVALUATE.
034300 2210-EXIT.
034400     EXIT.
034500*-----------------------------------------------------------*
034600* 3000-APPLY-CLOSE - A PERIOD THAT HAS NOT STARTED YET       *
034700* CANNOT BE CLOSED, NOR CAN ONE ALREADY CLOSED.  A REOPENED  *
034800* PERIOD IS CLOSED AGAIN IN PLACE; A PERIOD CLOSED FOR THE   *
034900* FIRST TIME IS INSERTED IN ASCENDING POSITION.              *
035000*-----------------------------------------------------------*
035100 3000-APPLY-CLOSE.
035200     IF PX-PERIOD > WS-CURRENT-PERIOD
035300         MOVE 'REJECTED - PERIOD NOT STARTED' TO TD-DISPOSITION
035400         ADD 1 TO WS-REJECT-COUNT
035500         GO TO 3000-EXIT
035600     END-IF
035700     PERFORM 2200-LOCATE-ENTRY THRU 2200-EXIT
035800     IF WS-ENTRY-FOUND
035900         IF PE-CLOSED(WS-TARGET-SUB)
036000             MOVE 'REJECTED - ALREADY CLOSED' TO TD-DISPOSITION
036100             ADD 1 TO WS-REJECT-COUNT
036200             GO TO 3000-EXIT
036300         END-IF
036400         MOVE PE-STATUS(WS-TARGET-SUB) TO WS-OLD-STATUS
036500     ELSE
036600         IF WS-ENTRY-COUNT >= WS-MAX-ENTRIES
036700             DISPLAY 'PRDMAINT - PERIOD CONTROL MASTER '
036800                 'EXCEEDS ' WS-MAX-ENTRIES ' PERIODS'
036900             MOVE 16 TO RETURN-CODE
037000             GO TO 9999-ABEND
037100         END-IF
037200         PERFORM 3100-SHIFT-ONE-DOWN THRU 3100-EXIT
037300             VARYING WS-SHIFT-SUB FROM WS-ENTRY-COUNT BY -1
037400             UNTIL WS-SHIFT-SUB < WS-TARGET-SUB
037500         MOVE PX-PERIOD TO PE-PERIOD(WS-TARGET-SUB)
037600         MOVE 0 TO PE-REOPEN-COUNT(WS-TARGET-SUB)
037700         MOVE SPACES TO PE-REOPENED-DATE(WS-TARGET-SUB)
037800         MOVE SPACES TO PE-REOPENED-BY(WS-TARGET-SUB)
037900         MOVE SPACES TO WS-OLD-STATUS
038000         ADD 1 TO WS-ENTRY-COUNT
038100         ADD 1 TO WS-NEW-COUNT
038200     END-IF
038300     SET PE-CLOSED(WS-TARGET-SUB) TO TRUE
038400     MOVE RD-FORMATTED-DATE TO PE-CLOSED-DATE(WS-TARGET-SUB)
038500     MOVE PX-SUBMITTER-ID TO PE-CLOSED-BY(WS-TARGET-SUB)
038600     ADD 1 TO WS-CLOSE-COUNT
038700     PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT
038800     MOVE 'APPLIED' TO TD-DISPOSITION.
038900 3000-EXIT.
039000     EXIT.
039100 3100-SHIFT-ONE-DOWN.
039200     MOVE WS-PERIOD-ENTRY(WS-SHIFT-SUB) TO
039300         WS-PERIOD-ENTRY(WS-SHIFT-SUB + 1).
039400 3100-EXIT.
039500     EXIT.
039600*-----------------------------------------------------------*
039700* 3500-APPLY-REOPEN - ONLY A CLOSED PERIOD CAN BE REOPENED,  *
039800* AND ONLY WITH A REASON FOR THE AUDIT TRAIL.  THE ROW STAYS *
039900* ON THE MASTER AS REOPENED, WITH ITS ORIGINAL CLOSE AND A   *
040000* COUNT OF REOPENINGS.                                       *
040100*-----------------------------------------------------------*
040200 3500-APPLY-REOPEN.
040300     IF PX-REASON = SPACES
040400         MOVE 'REJECTED - NO REASON GIVEN' TO TD-DISPOSITION
040500         ADD 1 TO WS-REJECT-COUNT
040600         GO TO 3500-EXIT
040700     END-IF
040800     PERFORM 2200-LOCATE-ENTRY THRU 2200-EXIT
040900     IF NOT WS-ENTRY-FOUND
041000         MOVE 'REJECTED - PERIOD NOT CLOSED' TO TD-DISPOSITION
041100         ADD 1 TO WS-REJECT-COUNT
041200         GO TO 3500-EXIT
041300     END-IF
041400     IF NOT PE-CLOSED(WS-TARGET-SUB)
041500         MOVE 'REJECTED - PERIOD NOT CLOSED' TO TD-DISPOSITION
041600         ADD 1 TO WS-REJECT-COUNT
041700         GO TO 3500-EXIT
041800     END-IF
041900     MOVE PE-STATUS(WS-TARGET-SUB) TO WS-OLD-STATUS
042000     SET PE-REOPENED(WS-TARGET-SUB) TO TRUE
042100     ADD 1 TO PE-REOPEN-COUNT(WS-TARGET-SUB)
042200     MOVE RD-FORMATTED-DATE TO PE-REOPENED-DATE(WS-TARGET-SUB)
042300     MOVE PX-SUBMITTER-ID TO PE-REOPENED-BY(WS-TARGET-SUB)
042400     ADD 1 TO WS-REOPEN-COUNT
042500     PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT
042600     MOVE 'APPLIED' TO TD-DISPOSITION.
042700 3500-EXIT.
042800     EXIT.
042900*-----------------------------------------------------------*
043000* 4000-WRITE-AUDIT - APPEND THE CHANGE JUST APPLIED TO THE   *
043100* PERIOD AUDIT TRAIL: WHEN, THE PERIOD, THE STATUS BEFORE    *
043200* AND AFTER, WHO AND WHY.                                    *
043300*-----------------------------------------------------------*
043400 4000-WRITE-AUDIT.
043500     MOVE SPACES TO PRD-AUD-REC
043600     MOVE FUNCTION CURRENT-DATE TO PA-TIMESTAMP
043700     MOVE PX-PERIOD TO PA-PERIOD
043800     MOVE PX-ACTION TO PA-ACTION
043900     MOVE WS-OLD-STATUS TO PA-OLD-STATUS
044000     MOVE PE-STATUS(WS-TARGET-SUB) TO PA-NEW-STATUS
044100     MOVE PX-SUBMITTER-ID TO PA-OPERATOR-ID
044200     MOVE PX-REASON TO PA-REASON
044300     WRITE PRD-AUD-REC.
044400 4000-EXIT.
044500     EXIT.
044600 2900-REPORT-ONE-TRN.
044700     EVALUATE TRUE
044800         WHEN PX-ACTION-CLOSE  MOVE 'CLOSE ' TO TD-ACTION
044900         WHEN PX-ACTION-REOPEN MOVE 'REOPEN' TO TD-ACTION
045000         WHEN OTHER            MOVE 'OTHER ' TO TD-ACTION
045100     END-EVALUATE
045200     MOVE PX-PERIOD TO TD-PERIOD
045300     MOVE PX-REASON TO TD-REASON
045400     MOVE PX-SUBMITTER-ID TO TD-SUBMITTER
045500     MOVE WS-RPT-TRN-DTL TO PS-DETAIL-LINE
045600     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
045700 2900-EXIT.
045800     EXIT.
045900*-----------------------------------------------------------*
046000* 5000-WRITE-NEW-MASTER - LIST THE AFTER IMAGE AND WRITE THE *
046100* WORK TABLE, STILL IN ASCENDING PERIOD ORDER, AS THE NEW    *
046200* PERIOD CONTROL MASTER.                                     *
046300*-----------------------------------------------------------*
046400 5000-WRITE-NEW-MASTER.
046500     MOVE 'AFTER  ' TO LH-TAG
046600     PERFORM 1200-LIST-MASTER THRU 1200-EXIT
046700     PERFORM 5100-WRITE-ONE-ENTRY THRU 5100-EXIT
046800         VARYING WS-ENTRY-SUB FROM 1 BY 1
046900         UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT.
047000 5000-EXIT.
047100     EXIT.
047200 5100-WRITE-ONE-ENTRY.
047300     MOVE SPACES TO WP-FILLER
047400     MOVE PE-PERIOD(WS-ENTRY-SUB) TO WP-PERIOD
047500     MOVE PE-STATUS(WS-ENTRY-SUB) TO WP-STATUS
047600     MOVE PE-CLOSED-DATE(WS-ENTRY-SUB) TO WP-CLOSED-DATE
047700     MOVE PE-CLOSED-BY(WS-ENTRY-SUB) TO WP-CLOSED-BY
047800     MOVE PE-REOPEN-COUNT(WS-ENTRY-SUB) TO WP-REOPEN-COUNT
047900     MOVE PE-REOPENED-DATE(WS-ENTRY-SUB) TO WP-REOPENED-DATE
048000     MOVE PE-REOPENED-BY(WS-ENTRY-SUB) TO WP-REOPENED-BY
048100     WRITE NEW-PRD-REC FROM WS-PRD-REC.
048200 5100-EXIT.
048300     EXIT.
048400*-----------------------------------------------------------*
048500* 5900-MAINT-SUMMARY - AUDIT COUNTS.  BEFORE PLUS PERIODS    *
048600* CLOSED FOR THE FIRST TIME MUST EQUAL AFTER.                *
048700*-----------------------------------------------------------*
048800 5900-MAINT-SUMMARY.
048900     MOVE WS-BEFORE-COUNT TO C-BEFORE
049000     MOVE WS-CLOSE-COUNT TO C-CLOSED
049100     MOVE WS-NEW-COUNT TO C-NEW
049200     MOVE WS-REOPEN-COUNT TO C-REOPENED
049300     MOVE WS-REJECT-COUNT TO C-REJECTED
049400     MOVE WS-REFUSED-COUNT TO C-REFUSED
049500     MOVE WS-ENTRY-COUNT TO C-AFTER
049600     IF WS-BEFORE-COUNT + WS-NEW-COUNT = WS-ENTRY-COUNT
049700         MOVE 'RECONCILED' TO C-RECON-MSG
049800     ELSE
049900         MOVE 'OUT OF BALANCE' TO C-RECON-MSG
050000     END-IF
050100     MOVE WS-RPT-CNT TO PS-DETAIL-LINE
050200     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
050300     PERFORM 7890-PRINT-TRAILER THRU 7890-EXIT
050400     IF WS-REJECT-COUNT > 0 OR WS-REFUSED-COUNT > 0
050500         MOVE 4 TO RETURN-CODE
050600     END-IF.
050700 5900-EXIT.
050800     EXIT.
050900*-----------------------------------------------------------*
051000* 7800-7890 - SHARED PRINT SERVICES.  THE CALLER MOVES ITS   *
051100* LINE TO PS-DETAIL-LINE; PRINTSVC HANDS BACK THE ASA PRINT  *
051200* LINES (PAGE HEADER, DETAIL, TRAILER) TO WRITE.             *
051300*-----------------------------------------------------------*
051400 7800-PRINT-DETAIL.
051500     SET PS-FUNC-DETAIL TO TRUE
051600     CALL 'PRINTSVC' USING PRINTSVC-PARM
051700     PERFORM 7850-WRITE-SVC-LINES THRU 7850-EXIT.
051800 7800-EXIT.
051900     EXIT.
052000 7850-WRITE-SVC-LINES.
052100     PERFORM 7860-WRITE-ONE-SVC-LINE THRU 7860-EXIT
052200         VARYING WS-PS-SUB FROM 1 BY 1
052300         UNTIL WS-PS-SUB > PS-OUT-COUNT.
052400 7850-EXIT.
052500     EXIT.
052600 7860-WRITE-ONE-SVC-LINE.
052700     WRITE PRD-RPT-REC FROM PS-OUT-LINE(WS-PS-SUB).
052800 7860-EXIT.
052900     EXIT.
053000 7890-PRINT-TRAILER.
053100     SET PS-FUNC-CLOSE TO TRUE
053200     CALL 'PRINTSVC' USING PRINTSVC-PARM
053300     PERFORM 7850-WRITE-SVC-LINES THRU 7850-EXIT.
053400 7890-EXIT.
053500     EXIT.
053600*-----------------------------------------------------------*
053700* 9999-TERMINATE - NORMAL END OF JOB.                        *
053800*-----------------------------------------------------------*
053900 9999-TERMINATE.
054000     CLOSE PRD-TRN-FILE
054100     CLOSE NEW-PRD-FILE
054200     CLOSE PRD-AUD-FILE
054300     CLOSE PRD-RPT-FILE.
054400 9999-EXIT.
054500     EXIT.
054600 9999-ABEND.
054700     STOP RUN.
