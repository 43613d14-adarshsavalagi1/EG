000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RATMAINT.
000300 AUTHOR.        R K MERCER.
000400 INSTALLATION.  BATCH APPLICATIONS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*-----------------------------------------------------------*
001000* 2026-10-15 RKM  ORIGINAL PROGRAM.  TRANSACTION-DRIVEN      *
001100*                 MAINTENANCE FOR THE CHARGEBACK RATE TABLE  *
001200*                 THAT ARITHCHG PRICES THE MONTH FROM, IN THE*
001300*                 BRMAINT PATTERN.  EVERY CARD'S SUBMITTER   *
001400*                 MUST HOLD THE RAT FUNCTION ON THE OPERATOR *
001500*                 AUTHORITY MASTER; REFUSALS GO TO THE       *
001600*                 SECURITY VIOLATIONS FILE THROUGH AUTHCHK.  *
001700*                 APPLIES KEYED ADDS, CHANGES AND DELETES,   *
001800*                 VALIDATES THE FEE CODE, FEE AND INCOME     *
001900*                 ACCOUNT, KEEPS THE OUTPUT IN ASCENDING FEE *
002000*                 CODE ORDER AND PRINTS A BEFORE/AFTER AUDIT *
002100*                 REPORT OF EVERY CHANGE WITH THE SUBMITTER'S*
002200*                 ID.  ENDS WITH CONDITION CODE 4 WHEN ANY   *
002300*                 TRANSACTION WAS REJECTED OR REFUSED.       *
002400*-----------------------------------------------------------*
002410* 2026-10-15 RKM  DELETE CARDS ARE REJECTED - CODE REQUIRED. *
002420*                 ARITHCHG PRICES THE MONTH FROM ALL SIX FEE *
002430*                 CODES AND STOPS WHEN ONE IS MISSING, SO A  *
002440*                 CODE IS NEVER REMOVED; IT IS ZEROED WITH A *
002450*                 CHANGE CARD INSTEAD.  THE DELETE           *
002460*                 PARAGRAPHS AND THE DELETED COUNT ARE GONE. *
002470*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.  IBM-370.
002800 OBJECT-COMPUTER.  IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OLD-RAT-FILE     ASSIGN TO OLDRAT
003200                             ORGANIZATION IS SEQUENTIAL.
003300     SELECT RAT-TRN-FILE     ASSIGN TO RATTRN
003400                             ORGANIZATION IS SEQUENTIAL.
003500     SELECT NEW-RAT-FILE     ASSIGN TO NEWRAT
003600                             ORGANIZATION IS SEQUENTIAL.
003700     SELECT RAT-RPT-FILE     ASSIGN TO RATRPT
003800                             ORGANIZATION IS SEQUENTIAL.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  OLD-RAT-FILE
004300     RECORDING MODE IS F.
004400     COPY RATEM.
004500 FD  RAT-TRN-FILE
004600     RECORDING MODE IS F.
004700     COPY RATTRN.
004800 FD  NEW-RAT-FILE
004900     RECORDING MODE IS F.
005000 01  NEW-RAT-REC                PIC X(80).
005100 FD  RAT-RPT-FILE
005200     RECORDING MODE IS F.
005300 01  RAT-RPT-REC                PIC X(133).
005400*
005500 WORKING-STORAGE SECTION.
005600 77  WS-MST-EOF-SWITCH         PIC X(01) VALUE 'N'.
005700     88  WS-MST-EOF            VALUE 'Y'.
005800 77  WS-TRN-EOF-SWITCH         PIC X(01) VALUE 'N'.
005900     88  WS-TRN-EOF            VALUE 'Y'.
006000 77  WS-FOUND-SWITCH           PIC X(01) VALUE 'N'.
006100     88  WS-ENTRY-FOUND        VALUE 'Y'.
006200 77  WS-AUTH-SWITCH            PIC X(01) VALUE 'N'.
006300     88  WS-AUTHORISED         VALUE 'Y'.
006400 77  WS-MAX-ENTRIES            PIC 9(03) VALUE 10 COMP.
006500 77  WS-ENTRY-COUNT            PIC 9(03) VALUE 0 COMP.
006600 77  WS-BEFORE-COUNT           PIC 9(03) VALUE 0 COMP.
006700 77  WS-ENTRY-SUB              PIC 9(03) VALUE 0 COMP.
006800 77  WS-SHIFT-SUB              PIC 9(03) VALUE 0 COMP.
006900 77  WS-TARGET-SUB             PIC 9(03) VALUE 0 COMP.
007000 77  WS-TRN-IN-COUNT           PIC 9(06) VALUE 0 COMP.
007100 77  WS-ADD-COUNT              PIC 9(06) VALUE 0 COMP.
007200 77  WS-CHG-COUNT              PIC 9(06) VALUE 0 COMP.
007400 77  WS-REJECT-COUNT           PIC 9(06) VALUE 0 COMP.
007500 77  WS-REFUSED-COUNT          PIC 9(06) VALUE 0 COMP.
007600 77  WS-PS-SUB                 PIC 9(01) VALUE 0 COMP.
007700 01  WS-RAT-REC.
007800     05  WR-FEE-CODE           PIC X(03).
007900     05  WR-DESCRIPTION        PIC X(30).
008000     05  WR-FEE-AMOUNT         PIC 9(03)V99.
008100     05  WR-INCOME-ACCOUNT     PIC X(10).
008200     05  WR-FILLER             PIC X(32).
008300 01  WS-RATE-TABLE.
008400     05  WS-RATE-ENTRY OCCURS 10 TIMES.
008500         10  RE-FEE-CODE       PIC X(03).
008600         10  RE-DESCRIPTION    PIC X(30).
008700         10  RE-FEE-AMOUNT     PIC 9(03)V99.
008800         10  RE-INCOME-ACCOUNT PIC X(10).
008900 01  WS-RPT-LIST-HDR.
009000     05  LH-TAG       PIC X(07).
009100     05  FILLER       PIC X(10) VALUE ' ENTRIES: '.
009200     05  LH-COUNT     PIC ZZ9.
009300 01  WS-RPT-LIST-DTL.
009400     05  FILLER       PIC X(03) VALUE SPACES.
009500     05  LD-CODE      PIC X(03).
009600     05  FILLER       PIC X(02) VALUE SPACES.
009700     05  LD-DESC      PIC X(30).
009800     05  FILLER       PIC X(06) VALUE ' FEE: '.
009900     05  LD-FEE       PIC ZZ9.99.
010000     05  FILLER       PIC X(10) VALUE ' ACCOUNT: '.
010100     05  LD-ACCOUNT   PIC X(10).
010200 01  WS-RPT-TRN-DTL.
010300     05  TD-ACTION    PIC X(06).
010400     05  FILLER       PIC X(01) VALUE SPACES.
010500     05  TD-CODE      PIC X(03).
010600     05  FILLER       PIC X(01) VALUE SPACES.
010700     05  TD-DESC      PIC X(20).
010800     05  FILLER       PIC X(05) VALUE ' BY: '.
010900     05  TD-SUBMITTER PIC X(08).
011000     05  FILLER       PIC X(01) VALUE SPACES.
011100     05  TD-DISPOSITION PIC X(28).
011200 01  WS-RPT-CNT.
011300     05  FILLER       PIC X(08) VALUE 'BEFORE: '.
011400     05  C-BEFORE     PIC ZZ9.
011500     05  FILLER       PIC X(08) VALUE ' ADDED: '.
011600     05  C-ADDED      PIC ZZ9.
011700     05  FILLER       PIC X(10) VALUE ' CHANGED: '.
011800     05  C-CHANGED    PIC ZZ9.
012100     05  FILLER       PIC X(11) VALUE ' REJECTED: '.
012200     05  C-REJECTED   PIC ZZ9.
012300     05  FILLER       PIC X(10) VALUE ' REFUSED: '.
012400     05  C-REFUSED    PIC ZZ9.
012500     05  FILLER       PIC X(08) VALUE ' AFTER: '.
012600     05  C-AFTER      PIC ZZ9.
012700     05  FILLER       PIC X(02) VALUE SPACES.
012800     05  C-RECON-MSG  PIC X(14).
012900     COPY RUNDATE.
013000     COPY PRINTSV.
013100     COPY AUTHCHK.
013200*
013300 PROCEDURE DIVISION.
013400*-----------------------------------------------------------*
013500* 0000-MAIN-PARA                                             *
013600*-----------------------------------------------------------*
013700 0000-MAIN-PARA.
013800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013900     PERFORM 2000-APPLY-ONE-TRN THRU 2000-EXIT
014000         UNTIL WS-TRN-EOF
014100     PERFORM 5000-WRITE-NEW-MASTER THRU 5000-EXIT
014200     PERFORM 5900-MAINT-SUMMARY THRU 5900-EXIT
014300     PERFORM 9999-TERMINATE THRU 9999-EXIT
014400     STOP RUN.
014500*-----------------------------------------------------------*
014600* 1000-INITIALIZE - LOAD THE CURRENT RATE TABLE INTO THE WORK*
014700* TABLE, LIST IT AS THE BEFORE IMAGE, AND PRIME THE          *
014800* TRANSACTION READ-AHEAD.                                    *
014900*-----------------------------------------------------------*
015000 1000-INITIALIZE.
015100     CALL 'RUNDATE' USING RUNDATE-PARM
015200     OPEN INPUT OLD-RAT-FILE
015300     OPEN INPUT RAT-TRN-FILE
015400     OPEN OUTPUT NEW-RAT-FILE
015500     OPEN OUTPUT RAT-RPT-FILE
015600     SET PS-FUNC-OPEN TO TRUE
015700     MOVE 'CHARGEBACK RATE MAINTENANCE' TO PS-REPORT-TITLE
015800     MOVE 'RATMAINT' TO PS-PROGRAM-ID
015900     MOVE RD-FORMATTED-DATE TO PS-RUN-DATE
016000     MOVE RD-BUSINESS-DAY-FLAG TO PS-BUS-DAY-FLAG
016100     MOVE 0 TO PS-LINES-PER-PAGE
016200     CALL 'PRINTSVC' USING PRINTSVC-PARM
016300     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
016400         UNTIL WS-MST-EOF
016500     CLOSE OLD-RAT-FILE
016600     MOVE WS-ENTRY-COUNT TO WS-BEFORE-COUNT
016700     MOVE 'BEFORE ' TO LH-TAG
016800     PERFORM 1200-LIST-MASTER THRU 1200-EXIT
016900     PERFORM 1300-READ-TRN THRU 1300-EXIT.
017000 1000-EXIT.
017100     EXIT.
017200 1100-LOAD-ONE-ENTRY.
017300     READ OLD-RAT-FILE
017400         AT END
017500             MOVE 'Y' TO WS-MST-EOF-SWITCH
017600         NOT AT END
017700             IF WS-ENTRY-COUNT >= WS-MAX-ENTRIES
017800                 DISPLAY 'RATMAINT - RATE TABLE EXCEEDS '
017900                     WS-MAX-ENTRIES ' ENTRIES'
018000                 MOVE 16 TO RETURN-CODE
018100                 GO TO 9999-ABEND
018200             END-IF
018300             ADD 1 TO WS-ENTRY-COUNT
018400             MOVE RM-FEE-CODE TO RE-FEE-CODE(WS-ENTRY-COUNT)
018500             MOVE RM-DESCRIPTION TO
018600                 RE-DESCRIPTION(WS-ENTRY-COUNT)
018700             MOVE RM-FEE-AMOUNT TO RE-FEE-AMOUNT(WS-ENTRY-COUNT)
018800             MOVE RM-INCOME-ACCOUNT TO
018900                 RE-INCOME-ACCOUNT(WS-ENTRY-COUNT)
019000     END-READ.
019100 1100-EXIT.
019200     EXIT.
019300 1200-LIST-MASTER.
019400     MOVE WS-ENTRY-COUNT TO LH-COUNT
019500     MOVE WS-RPT-LIST-HDR TO PS-DETAIL-LINE
019600     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
019700     PERFORM 1210-LIST-ONE-ENTRY THRU 1210-EXIT
019800         VARYING WS-ENTRY-SUB FROM 1 BY 1
019900         UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT.
020000 1200-EXIT.
020100     EXIT.
020200 1210-LIST-ONE-ENTRY.
020300     MOVE RE-FEE-CODE(WS-ENTRY-SUB) TO LD-CODE
020400     MOVE RE-DESCRIPTION(WS-ENTRY-SUB) TO LD-DESC
020500     MOVE RE-FEE-AMOUNT(WS-ENTRY-SUB) TO LD-FEE
020600     MOVE RE-INCOME-ACCOUNT(WS-ENTRY-SUB) TO LD-ACCOUNT
020700     MOVE WS-RPT-LIST-DTL TO PS-DETAIL-LINE
020800     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
020900 1210-EXIT.
021000     EXIT.
021100 1300-READ-TRN.
021200     READ RAT-TRN-FILE
021300         AT END
021400             MOVE 'Y' TO WS-TRN-EOF-SWITCH
021500         NOT AT END
021600             ADD 1 TO WS-TRN-IN-COUNT
021700     END-READ.
021800 1300-EXIT.
021900     EXIT.
022000*-----------------------------------------------------------*
022100* 2000-APPLY-ONE-TRN - CHECK THE SUBMITTER'S AUTHORITY, THEN *
022200* VALIDATE AND APPLY ONE MAINTENANCE TRANSACTION AGAINST THE *
022300* WORK TABLE, THEN SHOW IT ON THE AUDIT REPORT WITH ITS      *
022400* DISPOSITION AND SUBMITTER.                                 *
022500*-----------------------------------------------------------*
022600 2000-APPLY-ONE-TRN.
022700     PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT
022800     EVALUATE TRUE
022900         WHEN NOT WS-AUTHORISED
023000             MOVE 'REFUSED - UNAUTHORISED' TO TD-DISPOSITION
023100             MOVE AU-REASON-CODE TO TD-DISPOSITION(24:4)
023200             ADD 1 TO WS-REFUSED-COUNT
023300         WHEN NOT RX-ACTION-VALID
023400             MOVE 'REJECTED - INVALID ACTION' TO
023500                 TD-DISPOSITION
023600             ADD 1 TO WS-REJECT-COUNT
023700         WHEN RX-FEE-CODE = SPACES
023800             MOVE 'REJECTED - BLANK CODE' TO TD-DISPOSITION
023900             ADD 1 TO WS-REJECT-COUNT
024000         WHEN RX-ACTION-DELETE
024100             MOVE 'REJECTED - CODE REQUIRED' TO TD-DISPOSITION
024150             ADD 1 TO WS-REJECT-COUNT
024200         WHEN NOT RX-FEE-CODE-VALID
024300             MOVE 'REJECTED - UNKNOWN FEE CODE' TO TD-DISPOSITION
024400             ADD 1 TO WS-REJECT-COUNT
024500         WHEN RX-FEE-AMOUNT NOT NUMERIC
024600             MOVE 'REJECTED - FEE NOT NUMERIC' TO TD-DISPOSITION
024700             ADD 1 TO WS-REJECT-COUNT
024800         WHEN RX-INCOME-ACCOUNT = SPACES
024900             MOVE 'REJECTED - BLANK ACCOUNT' TO TD-DISPOSITION
025000             ADD 1 TO WS-REJECT-COUNT
025100         WHEN RX-ACTION-ADD
025200             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
025300         WHEN OTHER
025400             PERFORM 3500-APPLY-CHANGE THRU 3500-EXIT
025500     END-EVALUATE
025600     PERFORM 2900-REPORT-ONE-TRN THRU 2900-EXIT
025700     PERFORM 1300-READ-TRN THRU 1300-EXIT.
025800 2000-EXIT.
025900     EXIT.
026000*-----------------------------------------------------------*
026100* 2050-CHECK-AUTHORITY - THE SUBMITTER MUST HOLD THE RAT     *
026200* FUNCTION.  THE RATE TABLE IS SHOP-WIDE, SO NO BRANCH IS    *
026300* CHECKED.  AUTHCHK LOGS A REFUSAL WITH THE CARD IMAGE.      *
026400*-----------------------------------------------------------*
026500 2050-CHECK-AUTHORITY.
026600     SET AU-FUNC-CHECK TO TRUE
026700     MOVE 'RATMAINT' TO AU-PROGRAM-ID
026800     MOVE RX-SUBMITTER-ID TO AU-OPERATOR-ID
026900     MOVE 'RAT' TO AU-REQ-FUNCTION
027000     MOVE SPACES TO AU-BRANCH-CODE
027100     MOVE RAT-TRN-REC TO AU-CARD-IMAGE
027200     CALL 'AUTHCHK' USING AUTHCHK-PARM
027300     IF AU-RC-AUTHORISED
027400         MOVE 'Y' TO WS-AUTH-SWITCH
027500     ELSE
027600         MOVE 'N' TO WS-AUTH-SWITCH
027700     END-IF.
027800 2050-EXIT.
027900     EXIT.
028000*-----------------------------------------------------------*
028100* 2200-LOCATE-ENTRY - FIND THE TRANSACTION CODE IN THE WORK  *
028200* TABLE (WS-TARGET-SUB) OR, WHEN ABSENT, THE ASCENDING       *
028300* POSITION IT WOULD OCCUPY.                                  *
028400*-----------------------------------------------------------*
028500 2200-LOCATE-ENTRY.
028600     MOVE 'N' TO WS-FOUND-SWITCH
028700     MOVE 0 TO WS-TARGET-SUB
028800     PERFORM 2210-CHECK-ONE-ENTRY THRU 2210-EXIT
028900         VARYING WS-ENTRY-SUB FROM 1 BY 1
029000         UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
029100             OR WS-ENTRY-FOUND
029200             OR WS-TARGET-SUB > 0
029300     IF NOT WS-ENTRY-FOUND AND WS-TARGET-SUB = 0
029400         COMPUTE WS-TARGET-SUB = WS-ENTRY-COUNT + 1
029500     END-IF.
029600 2200-EXIT.
029700     EXIT.
029800 2210-CHECK-ONE-ENTRY.
029900     EVALUATE TRUE
030000         WHEN RE-FEE-CODE(WS-ENTRY-SUB) = RX-FEE-CODE
030100             MOVE 'Y' TO WS-FOUND-SWITCH
030200             MOVE WS-ENTRY-SUB TO WS-TARGET-SUB
030300         WHEN RE-FEE-CODE(WS-ENTRY-SUB) > RX-FEE-CODE
030400             MOVE WS-ENTRY-SUB TO WS-TARGET-SUB
030500     END-EVALUATE.
030600 2210-EXIT.
030700     EXIT.
030800*-----------------------------------------------------------*
030900* 3000-APPLY-ADD - REJECT A DUPLICATE CODE, OTHERWISE SHIFT  *
031000* THE TABLE DOWN AND INSERT IN ASCENDING POSITION.           *
031100*-----------------------------------------------------------*
031200 3000-APPLY-ADD.
031300     PERFORM 2200-LOCATE-ENTRY THRU 2200-EXIT
031400     IF WS-ENTRY-FOUND
031500         MOVE 'REJECTED - DUPLICATE CODE' TO TD-DISPOSITION
031600         ADD 1 TO WS-REJECT-COUNT
031700         GO TO 3000-EXIT
031800     END-IF
031900     IF WS-ENTRY-COUNT >= WS-MAX-ENTRIES
032000         DISPLAY 'RATMAINT - RATE TABLE EXCEEDS '
032100             WS-MAX-ENTRIES ' ENTRIES'
032200         MOVE 16 TO RETURN-CODE
032300         GO TO 9999-ABEND
032400     END-IF
032500     PERFORM 3100-SHIFT-ONE-DOWN THRU 3100-EXIT
032600         VARYING WS-SHIFT-SUB FROM WS-ENTRY-COUNT BY -1
032700         UNTIL WS-SHIFT-SUB < WS-TARGET-SUB
032800     MOVE RX-FEE-CODE TO RE-FEE-CODE(WS-TARGET-SUB)
032900     PERFORM 3200-SET-RATE THRU 3200-EXIT
033000     ADD 1 TO WS-ENTRY-COUNT
033100     ADD 1 TO WS-ADD-COUNT
033200     MOVE 'APPLIED' TO TD-DISPOSITION.
033300 3000-EXIT.
033400     EXIT.
033500 3100-SHIFT-ONE-DOWN.
033600     MOVE WS-RATE-ENTRY(WS-SHIFT-SUB) TO
033700         WS-RATE-ENTRY(WS-SHIFT-SUB + 1).
033800 3100-EXIT.
033900     EXIT.
034000 3200-SET-RATE.
034100     MOVE RX-DESCRIPTION TO RE-DESCRIPTION(WS-TARGET-SUB)
034200     MOVE RX-FEE-AMOUNT-NUM TO RE-FEE-AMOUNT(WS-TARGET-SUB)
034300     MOVE RX-INCOME-ACCOUNT TO RE-INCOME-ACCOUNT(WS-TARGET-SUB).
034400 3200-EXIT.
034500     EXIT.
034600*-----------------------------------------------------------*
034700* 3500-APPLY-CHANGE - REJECT A CHANGE TO A CODE THAT IS NOT  *
034800* ON THE TABLE, OTHERWISE REPLACE THE DESCRIPTION, FEE AND   *
034900* INCOME ACCOUNT IN PLACE.                                   *
035000*-----------------------------------------------------------*
035100 3500-APPLY-CHANGE.
035200     PERFORM 2200-LOCATE-ENTRY THRU 2200-EXIT
035300     IF NOT WS-ENTRY-FOUND
035400         MOVE 'REJECTED - CODE NOT ON FILE' TO TD-DISPOSITION
035500         ADD 1 TO WS-REJECT-COUNT
035600         GO TO 3500-EXIT
035700     END-IF
035800     PERFORM 3200-SET-RATE THRU 3200-EXIT
035900     ADD 1 TO WS-CHG-COUNT
036000     MOVE 'APPLIED' TO TD-DISPOSITION.
036100 3500-EXIT.
036200     EXIT.
038700 2900-REPORT-ONE-TRN.
038800     EVALUATE TRUE
038900         WHEN RX-ACTION-ADD    MOVE 'ADD   ' TO TD-ACTION
039000         WHEN RX-ACTION-CHANGE MOVE 'CHANGE' TO TD-ACTION
039100         WHEN RX-ACTION-DELETE MOVE 'DELETE' TO TD-ACTION
039200         WHEN OTHER            MOVE 'OTHER ' TO TD-ACTION
039300     END-EVALUATE
039400     MOVE RX-FEE-CODE TO TD-CODE
039500     MOVE RX-DESCRIPTION TO TD-DESC
039600     MOVE RX-SUBMITTER-ID TO TD-SUBMITTER
039700     MOVE WS-RPT-TRN-DTL TO PS-DETAIL-LINE
039800     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
039900 2900-EXIT.
040000     EXIT.
040100*-----------------------------------------------------------*
040200* 5000-WRITE-NEW-MASTER - LIST THE AFTER IMAGE AND WRITE     *
040300* THE WORK TABLE, STILL IN ASCENDING CODE ORDER, AS THE      *
040400* NEW RATE TABLE.                                            *
040500*-----------------------------------------------------------*
040600 5000-WRITE-NEW-MASTER.
040700     MOVE 'AFTER  ' TO LH-TAG
040800     PERFORM 1200-LIST-MASTER THRU 1200-EXIT
040900     PERFORM 5100-WRITE-ONE-ENTRY THRU 5100-EXIT
041000         VARYING WS-ENTRY-SUB FROM 1 BY 1
041100         UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT.
041200 5000-EXIT.
041300     EXIT.
041400 5100-WRITE-ONE-ENTRY.
041500     MOVE SPACES TO WR-FILLER
041600     MOVE RE-FEE-CODE(WS-ENTRY-SUB) TO WR-FEE-CODE
041700     MOVE RE-DESCRIPTION(WS-ENTRY-SUB) TO WR-DESCRIPTION
041800     MOVE RE-FEE-AMOUNT(WS-ENTRY-SUB) TO WR-FEE-AMOUNT
041900     MOVE RE-INCOME-ACCOUNT(WS-ENTRY-SUB) TO WR-INCOME-ACCOUNT
042000     WRITE NEW-RAT-REC FROM WS-RAT-REC.
042100 5100-EXIT.
042200     EXIT.
042300*-----------------------------------------------------------*
042400* 5900-MAINT-SUMMARY - AUDIT COUNTS.  BEFORE PLUS ADDS       *
042500* MUST EQUAL AFTER.                                          *
042600*-----------------------------------------------------------*
042700 5900-MAINT-SUMMARY.
042800     MOVE WS-BEFORE-COUNT TO C-BEFORE
042900     MOVE WS-ADD-COUNT TO C-ADDED
043000     MOVE WS-CHG-COUNT TO C-CHANGED
043200     MOVE WS-REJECT-COUNT TO C-REJECTED
043300     MOVE WS-REFUSED-COUNT TO C-REFUSED
043400     MOVE WS-ENTRY-COUNT TO C-AFTER
043500     IF WS-BEFORE-COUNT + WS-ADD-COUNT = WS-ENTRY-COUNT
043700         MOVE 'RECONCILED' TO C-RECON-MSG
043800     ELSE
043900         MOVE 'OUT OF BALANCE' TO C-RECON-MSG
044000     END-IF
044100     MOVE WS-RPT-CNT TO PS-DETAIL-LINE
044200     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
044300     PERFORM 7890-PRINT-TRAILER THRU 7890-EXIT
044400     IF WS-REJECT-COUNT > 0 OR WS-REFUSED-COUNT > 0
044500         MOVE 4 TO RETURN-CODE
044600     END-IF.
044700 5900-EXIT.
044800     EXIT.
044900*-----------------------------------------------------------*
045000* 7800-7890 - SHARED PRINT SERVICES.  THE CALLER MOVES ITS   *
045100* LINE TO PS-DETAIL-LINE; PRINTSVC HANDS BACK THE ASA PRINT  *
045200* LINES (PAGE HEADER, DETAIL, TRAILER) TO WRITE.             *
045300*-----------------------------------------------------------*
045400 7800-PRINT-DETAIL.
045500     SET PS-FUNC-DETAIL TO TRUE
045600     CALL 'PRINTSVC' USING PRINTSVC-PARM
045700     PERFORM 7850-WRITE-SVC-LINES THRU 7850-EXIT.
045800 7800-EXIT.
045900     EXIT.
046000 7850-WRITE-SVC-LINES.
046100     PERFORM 7860-WRITE-ONE-SVC-LINE THRU 7860-EXIT
046200         VARYING WS-PS-SUB FROM 1 BY 1
046300         UNTIL WS-PS-SUB > PS-OUT-COUNT.
046400 7850-EXIT.
046500     EXIT.
046600 7860-WRITE-ONE-SVC-LINE.
046700     WRITE RAT-RPT-REC FROM PS-OUT-LINE(WS-PS-SUB).
046800 7860-EXIT.
046900     EXIT.
047000 7890-PRINT-TRAILER.
047100     SET PS-FUNC-CLOSE TO TRUE
047200     CALL 'PRINTSVC' USING PRINTSVC-PARM
047300     PERFORM 7850-WRITE-SVC-LINES THRU 7850-EXIT.
047400 7890-EXIT.
047500     EXIT.
047600*-----------------------------------------------------------*
047700* 9999-TERMINATE - NORMAL END OF JOB.                        *
047800*-----------------------------------------------------------*
047900 9999-TERMINATE.
048000     CLOSE RAT-TRN-FILE
048100     CLOSE NEW-RAT-FILE
048200     CLOSE RAT-RPT-FILE.
048300 9999-EXIT.
048400     EXIT.
048500 9999-ABEND.
048600     STOP RUN.
