000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    OPRMAINT.
000300 AUTHOR.        R K MERCER.
000400 INSTALLATION.  BATCH APPLICATIONS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*-----------------------------------------------------------*
001000* 2026-10-15 RKM  ORIGINAL PROGRAM.  TRANSACTION-DRIVEN      *
001100*                 MAINTENANCE FOR THE OPERATOR AUTHORITY     *
001200*                 MASTER, IN THE BRMAINT PATTERN.  EVERY     *
001300*                 CARD'S SUBMITTER MUST HOLD THE OPR         *
001400*                 FUNCTION AND MAY NOT ACT ON THEIR OWN      *
001500*                 ENTRY; REFUSALS GO TO THE SECURITY         *
001600*                 VIOLATIONS FILE THROUGH AUTHCHK.  APPLIES  *
001700*                 KEYED ADDS, CHANGES AND DELETES, VALIDATES *
001800*                 THE FLAGS AND FUNCTION CODES, KEEPS THE    *
001900*                 OUTPUT IN ASCENDING OPERATOR ID ORDER AND  *
002000*                 PRINTS A BEFORE/AFTER AUDIT REPORT OF      *
002100*                 EVERY CHANGE WITH THE SUBMITTER'S ID.      *
002200*                 ENDS WITH CONDITION CODE 4 WHEN ANY        *
002300*                 TRANSACTION WAS REJECTED OR REFUSED.       *
002400*-----------------------------------------------------------*
002410* 2026-10-15 RKM  ADDED THE RAT FUNCTION CODE (CHARGEBACK    *
002420*                 RATE TABLE MAINTENANCE) TO THE CODES A     *
002430*                 CARD MAY GRANT.                            *
002440*-----------------------------------------------------------*
002450* 2026-10-15 RKM  ADDED THE PRD FUNCTION CODE (ACCOUNTING    *
002460*                 PERIOD CLOSE AND REOPEN) TO THE CODES A    *
002470*                 CARD MAY GRANT.                            *
002480*-----------------------------------------------------------*
002481* 2026-10-15 RKM  EIGHT FUNCTION SLOTS PER OPERATOR,         *
002483*                 FOLLOWING THE MASTER AND THE CARD.  THE    *
002485*                 NAME ON THE CARD IS NOW 19 CHARACTERS, SO  *
002487*                 A CARD IS MOVED TO ITS TABLE ENTRY FIELD   *
002489*                 BY FIELD AND THE NAME PADDED TO THE        *
002491*                 MASTER'S 20.  THE BEFORE/AFTER LISTING     *
002493*                 SHOWS ALL EIGHT SLOTS.                     *
002495*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.  IBM-370.
002800 OBJECT-COMPUTER.  IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OLD-OPR-FILE     ASSIGN TO OLDOPR
003200                             ORGANIZATION IS SEQUENTIAL.
003300     SELECT OPR-TRN-FILE     ASSIGN TO OPRTRN
003400                             ORGANIZATION IS SEQUENTIAL.
003500     SELECT NEW-OPR-FILE     ASSIGN TO NEWOPR
003600                             ORGANIZATION IS SEQUENTIAL.
003700     SELECT OPR-RPT-FILE     ASSIGN TO OPRRPT
003800                             ORGANIZATION IS SEQUENTIAL.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  OLD-OPR-FILE
004300     RECORDING MODE IS F.
004400     COPY OPRAUTH.
004500 FD  OPR-TRN-FILE
004600     RECORDING MODE IS F.
004700     COPY OPRTRN.
004800 FD  NEW-OPR-FILE
004900     RECORDING MODE IS F.
005000 01  NEW-OPR-REC                PIC X(80).
005100 FD  OPR-RPT-FILE
005200     RECORDING MODE IS F.
005300 01  OPR-RPT-REC                PIC X(133).
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
006400 77  WS-FUNC-SWITCH            PIC X(01) VALUE 'Y'.
006500     88  WS-FUNCTIONS-VALID    VALUE 'Y'.
006600 77  WS-MAX-ENTRIES            PIC 9(03) VALUE 200 COMP.
006700 77  WS-ENTRY-COUNT            PIC 9(03) VALUE 0 COMP.
006800 77  WS-BEFORE-COUNT           PIC 9(03) VALUE 0 COMP.
006900 77  WS-ENTRY-SUB              PIC 9(03) VALUE 0 COMP.
007000 77  WS-SHIFT-SUB              PIC 9(03) VALUE 0 COMP.
007100 77  WS-TARGET-SUB             PIC 9(03) VALUE 0 COMP.
007200 77  WS-SLOT-SUB               PIC 9(01) VALUE 0 COMP.
007300 77  WS-CODE-SUB               PIC 9(01) VALUE 0 COMP.
007400 77  WS-TRN-IN-COUNT           PIC 9(06) VALUE 0 COMP.
007500 77  WS-ADD-COUNT              PIC 9(06) VALUE 0 COMP.
007600 77  WS-CHG-COUNT              PIC 9(06) VALUE 0 COMP.
007700 77  WS-DEL-COUNT              PIC 9(06) VALUE 0 COMP.
007800 77  WS-REJECT-COUNT           PIC 9(06) VALUE 0 COMP.
007900 77  WS-REFUSED-COUNT          PIC 9(06) VALUE 0 COMP.
008000 77  WS-PS-SUB                 PIC 9(01) VALUE 0 COMP.
008100 01  WS-OPR-REC.
008200     05  WO-AUTH-DATA          PIC X(72).
008300     05  WO-FILLER             PIC X(08).
008400 01  WS-OPERATOR-TABLE.
008500     05  WS-OPERATOR-ENTRY OCCURS 200 TIMES.
008600         10  OE-OPERATOR-ID    PIC X(08).
008700         10  OE-OPERATOR-NAME  PIC X(20).
008800         10  OE-ACTIVE-FLAG    PIC X(01).
008850         10  OE-FUNCTION-LIST.
008900             15  OE-FUNCTION-CODE PIC X(03) OCCURS 8 TIMES.
009000         10  OE-ALL-BRANCH-FLAG PIC X(01).
009050         10  OE-BRANCH-LIST.
009100             15  OE-BRANCH-CODE PIC X(03) OCCURS 6 TIMES.
009200 01  WS-FUNCTION-DATA          PIC X(24)
009300                               VALUE 'CORBRMCALHQYRELOPRRATPRD'.
009400 01  WS-FUNCTION-TABLE REDEFINES WS-FUNCTION-DATA.
009500     05  WS-VALID-FUNCTION     PIC X(03) OCCURS 8 TIMES.
009600 01  WS-RPT-LIST-HDR.
009700     05  LH-TAG       PIC X(07).
009800     05  FILLER       PIC X(10) VALUE ' ENTRIES: '.
009900     05  LH-COUNT     PIC ZZ9.
010000 01  WS-RPT-LIST-DTL.
010100     05  FILLER       PIC X(03) VALUE SPACES.
010200     05  LD-ID        PIC X(08).
010300     05  FILLER       PIC X(02) VALUE SPACES.
010400     05  LD-NAME      PIC X(20).
010500     05  FILLER       PIC X(09) VALUE ' ACTIVE: '.
010600     05  LD-ACTIVE    PIC X(01).
010700     05  FILLER       PIC X(12) VALUE ' FUNCTIONS: '.
010800     05  LD-FUNCTION-LIST.
010900         10  LD-FUNCTION OCCURS 8 TIMES.
011000             15  LD-FUNCTION-CODE PIC X(03).
011100             15  FILLER       PIC X(01).
011200     05  FILLER       PIC X(10) VALUE 'BRANCHES: '.
011300     05  LD-BRANCH-LIST.
011400         10  LD-BRANCH OCCURS 6 TIMES.
011500             15  LD-BRANCH-CODE PIC X(03).
011600             15  FILLER       PIC X(01).
011700 01  WS-RPT-TRN-DTL.
011800     05  TD-ACTION    PIC X(06).
011900     05  FILLER       PIC X(01) VALUE SPACES.
012000     05  TD-ID        PIC X(08).
012100     05  FILLER       PIC X(01) VALUE SPACES.
012200     05  TD-NAME      PIC X(20).
012300     05  FILLER       PIC X(05) VALUE ' BY: '.
012400     05  TD-SUBMITTER PIC X(08).
012500     05  FILLER       PIC X(01) VALUE SPACES.
012600     05  TD-DISPOSITION PIC X(28).
012700 01  WS-RPT-CNT.
012800     05  FILLER       PIC X(08) VALUE 'BEFORE: '.
012900     05  C-BEFORE     PIC ZZ9.
013000     05  FILLER       PIC X(08) VALUE ' ADDED: '.
013100     05  C-ADDED      PIC ZZ9.
013200     05  FILLER       PIC X(10) VALUE ' CHANGED: '.
013300     05  C-CHANGED    PIC ZZ9.
013400     05  FILLER       PIC X(10) VALUE ' DELETED: '.
013500     05  C-DELETED    PIC ZZ9.
013600     05  FILLER       PIC X(11) VALUE ' REJECTED: '.
013700     05  C-REJECTED   PIC ZZ9.
013800     05  FILLER       PIC X(10) VALUE ' REFUSED: '.
013900     05  C-REFUSED    PIC ZZ9.
014000     05  FILLER       PIC X(08) VALUE ' AFTER: '.
014100     05  C-AFTER      PIC ZZ9.
014200     05  FILLER       PIC X(02) VALUE SPACES.
014300     05  C-RECON-MSG  PIC X(14).
014400     COPY RUNDATE.
014500     COPY PRINTSV.
014600     COPY AUTHCHK.
014700*
014800 PROCEDURE DIVISION.
014900*-----------------------------------------------------------*
015000* 0000-MAIN-PARA                                             *
015100*-----------------------------------------------------------*
015200 0000-MAIN-PARA.
015300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015400     PERFORM 2000-APPLY-ONE-TRN THRU 2000-EXIT
015500         UNTIL WS-TRN-EOF
015600     PERFORM 5000-WRITE-NEW-MASTER THRU 5000-EXIT
015700     PERFORM 5900-MAINT-SUMMARY THRU 5900-EXIT
015800     PERFORM 9999-TERMINATE THRU 9999-EXIT
015900     STOP RUN.
016000*-----------------------------------------------------------*
016100* 1000-INITIALIZE - LOAD THE CURRENT MASTER INTO THE WORK    *
016200* TABLE, LIST IT AS THE BEFORE IMAGE, AND PRIME THE          *
016300* TRANSACTION READ-AHEAD.                                    *
016400*-----------------------------------------------------------*
016500 1000-INITIALIZE.
016600     CALL 'RUNDATE' USING RUNDATE-PARM
016700     OPEN INPUT OLD-OPR-FILE
016800     OPEN INPUT OPR-TRN-FILE
016900     OPEN OUTPUT NEW-OPR-FILE
017000     OPEN OUTPUT OPR-RPT-FILE
017100     SET PS-FUNC-OPEN TO TRUE
017200     MOVE 'OPERATOR AUTHORITY MAINTENANCE' TO PS-REPORT-TITLE
017300     MOVE 'OPRMAINT' TO PS-PROGRAM-ID
017400     MOVE RD-FORMATTED-DATE TO PS-RUN-DATE
017500     MOVE RD-BUSINESS-DAY-FLAG TO PS-BUS-DAY-FLAG
017600     MOVE 0 TO PS-LINES-PER-PAGE
017700     CALL 'PRINTSVC' USING PRINTSVC-PARM
017800     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
017900         UNTIL WS-MST-EOF
018000     CLOSE OLD-OPR-FILE
018100     MOVE WS-ENTRY-COUNT TO WS-BEFORE-COUNT
018200     MOVE 'BEFORE ' TO LH-TAG
018300     PERFORM 1200-LIST-MASTER THRU 1200-EXIT
018400     PERFORM 1300-READ-TRN THRU 1300-EXIT.
018500 1000-EXIT.
018600     EXIT.
018700 1100-LOAD-ONE-ENTRY.
018800     READ OLD-OPR-FILE
018900         AT END
019000             MOVE 'Y' TO WS-MST-EOF-SWITCH
019100         NOT AT END
019200             IF WS-ENTRY-COUNT >= WS-MAX-ENTRIES
019300                 DISPLAY 'OPRMAINT - MASTER EXCEEDS '
019400                     WS-MAX-ENTRIES ' ENTRIES'
019500                 MOVE 16 TO RETURN-CODE
019600                 GO TO 9999-ABEND
019700             END-IF
019800             ADD 1 TO WS-ENTRY-COUNT
019900             MOVE OM-AUTH-DATA TO
020000                 WS-OPERATOR-ENTRY(WS-ENTRY-COUNT)
020100     END-READ.
020200 1100-EXIT.
020300     EXIT.
020400 1200-LIST-MASTER.
020500     MOVE WS-ENTRY-COUNT TO LH-COUNT
020600     MOVE WS-RPT-LIST-HDR TO PS-DETAIL-LINE
020700     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
020800     PERFORM 1210-LIST-ONE-ENTRY THRU 1210-EXIT
020900         VARYING WS-ENTRY-SUB FROM 1 BY 1
021000         UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT.
021100 1200-EXIT.
021200     EXIT.
021300 1210-LIST-ONE-ENTRY.
021400     MOVE OE-OPERATOR-ID(WS-ENTRY-SUB) TO LD-ID
021500     MOVE OE-OPERATOR-NAME(WS-ENTRY-SUB) TO LD-NAME
021600     MOVE OE-ACTIVE-FLAG(WS-ENTRY-SUB) TO LD-ACTIVE
021700     MOVE SPACES TO LD-FUNCTION-LIST
021800     MOVE SPACES TO LD-BRANCH-LIST
021900     PERFORM 1220-LIST-ONE-FUNCTION THRU 1220-EXIT
022000         VARYING WS-SLOT-SUB FROM 1 BY 1
022100         UNTIL WS-SLOT-SUB > 8
022110     PERFORM 1230-LIST-ONE-BRANCH THRU 1230-EXIT
022120         VARYING WS-SLOT-SUB FROM 1 BY 1
022130         UNTIL WS-SLOT-SUB > 6
022200     IF OE-ALL-BRANCH-FLAG(WS-ENTRY-SUB) = 'Y'
022300         MOVE 'ALL' TO LD-BRANCH-LIST
022400     END-IF
022500     MOVE WS-RPT-LIST-DTL TO PS-DETAIL-LINE
022600     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
022700 1210-EXIT.
022800     EXIT.
022900 1220-LIST-ONE-FUNCTION.
023000     MOVE OE-FUNCTION-CODE(WS-ENTRY-SUB, WS-SLOT-SUB) TO
023100         LD-FUNCTION-CODE(WS-SLOT-SUB).
023200 1220-EXIT.
023300     EXIT.
023310 1230-LIST-ONE-BRANCH.
023320     MOVE OE-BRANCH-CODE(WS-ENTRY-SUB, WS-SLOT-SUB) TO
023330         LD-BRANCH-CODE(WS-SLOT-SUB).
023400 1230-EXIT.
023500     EXIT.
023600 1300-READ-TRN.
023700     READ OPR-TRN-FILE
023800         AT END
023900             MOVE 'Y' TO WS-TRN-EOF-SWITCH
024000         NOT AT END
024100             ADD 1 TO WS-TRN-IN-COUNT
024200     END-READ.
024300 1300-EXIT.
024400     EXIT.
024500*-----------------------------------------------------------*
024600* 2000-APPLY-ONE-TRN - CHECK THE SUBMITTER'S AUTHORITY, THEN *
024700* VALIDATE AND APPLY ONE MAINTENANCE TRANSACTION AGAINST THE *
024800* WORK TABLE, THEN SHOW IT ON THE AUDIT REPORT WITH ITS      *
024900* DISPOSITION AND SUBMITTER.                                 *
025000*-----------------------------------------------------------*
025100 2000-APPLY-ONE-TRN.
025200     PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT
025300     PERFORM 2100-CHECK-FUNCTIONS THRU 2100-EXIT
025400     EVALUATE TRUE
025500         WHEN NOT WS-AUTHORISED
025600             MOVE 'REFUSED - UNAUTHORISED' TO TD-DISPOSITION
025700             MOVE AU-REASON-CODE TO TD-DISPOSITION(24:4)
025800             ADD 1 TO WS-REFUSED-COUNT
025900         WHEN NOT OT-ACTION-VALID
026000             MOVE 'REJECTED - INVALID ACTION' TO
026100                 TD-DISPOSITION
026200             ADD 1 TO WS-REJECT-COUNT
026300         WHEN OT-OPERATOR-ID = SPACES
026400             MOVE 'REJECTED - BLANK OPERATOR ID' TO TD-DISPOSITION
026500             ADD 1 TO WS-REJECT-COUNT
026600         WHEN OT-OPERATOR-ID = OT-SUBMITTER-ID
026700             PERFORM 2070-REFUSE-OWN-ENTRY THRU 2070-EXIT
026800         WHEN OT-ACTION-DELETE
026900             PERFORM 4000-APPLY-DELETE THRU 4000-EXIT
027000         WHEN NOT OT-ACTIVE-VALID OR NOT OT-ALL-BRANCH-VALID
027100             MOVE 'REJECTED - FLAG NOT Y/N' TO TD-DISPOSITION
027200             ADD 1 TO WS-REJECT-COUNT
027300         WHEN NOT WS-FUNCTIONS-VALID
027400             MOVE 'REJECTED - UNKNOWN FUNCTION' TO TD-DISPOSITION
027500             ADD 1 TO WS-REJECT-COUNT
027600         WHEN OT-ACTION-ADD
027700             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
027800         WHEN OTHER
027900             PERFORM 3500-APPLY-CHANGE THRU 3500-EXIT
028000     END-EVALUATE
028100     PERFORM 2900-REPORT-ONE-TRN THRU 2900-EXIT
028200     PERFORM 1300-READ-TRN THRU 1300-EXIT.
028300 2000-EXIT.
028400     EXIT.
028500*-----------------------------------------------------------*
028600* 2050-CHECK-AUTHORITY - THE SUBMITTER MUST HOLD THE OPR     *
028700* FUNCTION.  AUTHCHK LOGS A REFUSAL WITH THE CARD IMAGE.     *
028800*-----------------------------------------------------------*
028900 2050-CHECK-AUTHORITY.
029000     SET AU-FUNC-CHECK TO TRUE
029100     MOVE 'OPRMAINT' TO AU-PROGRAM-ID
029200     MOVE OT-SUBMITTER-ID TO AU-OPERATOR-ID
029300     MOVE 'OPR' TO AU-REQ-FUNCTION
029400     MOVE SPACES TO AU-BRANCH-CODE
029500     MOVE OPR-TRN-REC TO AU-CARD-IMAGE
029600     CALL 'AUTHCHK' USING AUTHCHK-PARM
029700     IF AU-RC-AUTHORISED
029800         MOVE 'Y' TO WS-AUTH-SWITCH
029900     ELSE
030000         MOVE 'N' TO WS-AUTH-SWITCH
030100     END-IF.
030200 2050-EXIT.
030300     EXIT.
030400*-----------------------------------------------------------*
030500* 2070-REFUSE-OWN-ENTRY - NO OPERATOR MAY GRANT, CHANGE OR   *
030600* REMOVE THEIR OWN AUTHORITY, SO THE CARD IS REFUSED AND     *
030700* LOGGED AS A VIOLATION EVEN THOUGH THE SUBMITTER HOLDS OPR. *
030800*-----------------------------------------------------------*
030900 2070-REFUSE-OWN-ENTRY.
031000     SET AU-FUNC-LOG TO TRUE
031100     MOVE 'S006' TO AU-REASON-CODE
031200     CALL 'AUTHCHK' USING AUTHCHK-PARM
031300     MOVE 'REFUSED - OWN ENTRY' TO TD-DISPOSITION
031400     ADD 1 TO WS-REFUSED-COUNT.
031500 2070-EXIT.
031600     EXIT.
031700*-----------------------------------------------------------*
031800* 2100-CHECK-FUNCTIONS - EVERY NON-BLANK FUNCTION SLOT ON    *
031900* THE CARD MUST BE ONE OF THE SHOP'S FUNCTION CODES.         *
032000*-----------------------------------------------------------*
032100 2100-CHECK-FUNCTIONS.
032200     MOVE 'Y' TO WS-FUNC-SWITCH
032300     PERFORM 2110-CHECK-ONE-FUNCTION THRU 2110-EXIT
032400         VARYING WS-SLOT-SUB FROM 1 BY 1
032500         UNTIL WS-SLOT-SUB > 8.
032600 2100-EXIT.
032700     EXIT.
032800 2110-CHECK-ONE-FUNCTION.
032900     IF OT-FUNCTION-CODE(WS-SLOT-SUB) = SPACES
033000         GO TO 2110-EXIT
033100     END-IF
033200     MOVE 'N' TO WS-FOUND-SWITCH
033300     PERFORM 2120-MATCH-ONE-CODE THRU 2120-EXIT
033400         VARYING WS-CODE-SUB FROM 1 BY 1
033500         UNTIL WS-CODE-SUB > 8
033600             OR WS-ENTRY-FOUND
033700     IF NOT WS-ENTRY-FOUND
033800         MOVE 'N' TO WS-FUNC-SWITCH
033900     END-IF.
034000 2110-EXIT.
034100     EXIT.
034200 2120-MATCH-ONE-CODE.
034300     IF WS-VALID-FUNCTION(WS-CODE-SUB) =
034400         OT-FUNCTION-CODE(WS-SLOT-SUB)
034500         MOVE 'Y' TO WS-FOUND-SWITCH
034600     END-IF.
034700 2120-EXIT.
034800     EXIT.
034900*-----------------------------------------------------------*
035000* 2200-LOCATE-ENTRY - FIND THE TRANSACTION ID IN THE WORK    *
035100* TABLE (WS-TARGET-SUB) OR, WHEN ABSENT, THE ASCENDING       *
035200* POSITION IT WOULD OCCUPY.                                  *
035300*-----------------------------------------------------------*
035400 2200-LOCATE-ENTRY.
035500     MOVE 'N' TO WS-FOUND-SWITCH
035600     MOVE 0 TO WS-TARGET-SUB
035700     PERFORM 2210-CHECK-ONE-ENTRY THRU 2210-EXIT
035800         VARYING WS-ENTRY-SUB FROM 1 BY 1
035900         UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
036000             OR WS-ENTRY-FOUND
036100             OR WS-TARGET-SUB > 0
036200     IF NOT WS-ENTRY-FOUND AND WS-TARGET-SUB = 0
036300         COMPUTE WS-TARGET-SUB = WS-ENTRY-COUNT + 1
036400     END-IF.
036500 2200-EXIT.
036600     EXIT.
036700 2210-CHECK-ONE-ENTRY.
036800     EVALUATE TRUE
036900         WHEN OE-OPERATOR-ID(WS-ENTRY-SUB) = OT-OPERATOR-ID
037000             MOVE 'Y' TO WS-FOUND-SWITCH
037100             MOVE WS-ENTRY-SUB TO WS-TARGET-SUB
037200         WHEN OE-OPERATOR-ID(WS-ENTRY-SUB) > OT-OPERATOR-ID
037300             MOVE WS-ENTRY-SUB TO WS-TARGET-SUB
037400     END-EVALUATE.
037500 2210-EXIT.
037600     EXIT.
037700*-----------------------------------------------------------*
037800* 3000-APPLY-ADD - REJECT A DUPLICATE ID, OTHERWISE SHIFT    *
037900* THE TABLE DOWN AND INSERT IN ASCENDING POSITION.           *
038000*-----------------------------------------------------------*
038100 3000-APPLY-ADD.
038200     PERFORM 2200-LOCATE-ENTRY THRU 2200-EXIT
038300     IF WS-ENTRY-FOUND
038400         MOVE 'REJECTED - DUPLICATE ID' TO TD-DISPOSITION
038500         ADD 1 TO WS-REJECT-COUNT
038600         GO TO 3000-EXIT
038700     END-IF
038800     IF WS-ENTRY-COUNT >= WS-MAX-ENTRIES
038900         DISPLAY 'OPRMAINT - MASTER EXCEEDS '
039000             WS-MAX-ENTRIES ' ENTRIES'
039100         MOVE 16 TO RETURN-CODE
039200         GO TO 9999-ABEND
039300     END-IF
039400     PERFORM 3100-SHIFT-ONE-DOWN THRU 3100-EXIT
039500         VARYING WS-SHIFT-SUB FROM WS-ENTRY-COUNT BY -1
039600         UNTIL WS-SHIFT-SUB < WS-TARGET-SUB
039700     PERFORM 3200-MOVE-CARD-TO-ENTRY THRU 3200-EXIT
039800     ADD 1 TO WS-ENTRY-COUNT
039900     ADD 1 TO WS-ADD-COUNT
040000     MOVE 'APPLIED' TO TD-DISPOSITION.
040100 3000-EXIT.
040200     EXIT.
040300 3100-SHIFT-ONE-DOWN.
040400     MOVE WS-OPERATOR-ENTRY(WS-SHIFT-SUB) TO
040500         WS-OPERATOR-ENTRY(WS-SHIFT-SUB + 1).
040600 3100-EXIT.
040700     EXIT.
040705*-----------------------------------------------------------*
040710* 3200-MOVE-CARD-TO-ENTRY - THE CARD CARRIES A 19-CHARACTER  *
040715* NAME, SO IT IS MOVED FIELD BY FIELD AND THE NAME PADDED TO *
040720* THE MASTER'S 20.                                           *
040725*-----------------------------------------------------------*
040730 3200-MOVE-CARD-TO-ENTRY.
040735     MOVE OT-OPERATOR-ID TO OE-OPERATOR-ID(WS-TARGET-SUB)
040740     MOVE OT-OPERATOR-NAME TO OE-OPERATOR-NAME(WS-TARGET-SUB)
040745     MOVE OT-ACTIVE-FLAG TO OE-ACTIVE-FLAG(WS-TARGET-SUB)
040750     MOVE OT-FUNCTION-LIST TO OE-FUNCTION-LIST(WS-TARGET-SUB)
040755     MOVE OT-ALL-BRANCH-FLAG TO
040760         OE-ALL-BRANCH-FLAG(WS-TARGET-SUB)
040765     MOVE OT-BRANCH-LIST TO OE-BRANCH-LIST(WS-TARGET-SUB).
040770 3200-EXIT.
040775     EXIT.
040800*-----------------------------------------------------------*
040900* 3500-APPLY-CHANGE - REJECT A CHANGE TO AN ID THAT IS NOT   *
041000* ON THE MASTER, OTHERWISE REPLACE THE NAME, THE ACTIVE FLAG *
041100* AND BOTH LISTS IN PLACE.  THIS IS HOW AN OPERATOR IS       *
041200* REVOKED WITHOUT LOSING THE ROW.                            *
041300*-----------------------------------------------------------*
041400 3500-APPLY-CHANGE.
041500     PERFORM 2200-LOCATE-ENTRY THRU 2200-EXIT
041600     IF NOT WS-ENTRY-FOUND
041700         MOVE 'REJECTED - ID NOT ON FILE' TO TD-DISPOSITION
041800         ADD 1 TO WS-REJECT-COUNT
041900         GO TO 3500-EXIT
042000     END-IF
042100     PERFORM 3200-MOVE-CARD-TO-ENTRY THRU 3200-EXIT
042200     ADD 1 TO WS-CHG-COUNT
042300     MOVE 'APPLIED' TO TD-DISPOSITION.
042400 3500-EXIT.
042500     EXIT.
042600*-----------------------------------------------------------*
042700* 4000-APPLY-DELETE - REJECT A DELETE OF AN ID THAT IS NOT   *
042800* ON THE MASTER, OTHERWISE SHIFT THE TABLE UP OVER IT.       *
042900*-----------------------------------------------------------*
043000 4000-APPLY-DELETE.
043100     PERFORM 2200-LOCATE-ENTRY THRU 2200-EXIT
043200     IF NOT WS-ENTRY-FOUND
043300         MOVE 'REJECTED - ID NOT ON FILE' TO TD-DISPOSITION
043400         ADD 1 TO WS-REJECT-COUNT
043500         GO TO 4000-EXIT
043600     END-IF
043700     PERFORM 4100-SHIFT-ONE-UP THRU 4100-EXIT
043800         VARYING WS-SHIFT-SUB FROM WS-TARGET-SUB BY 1
043900         UNTIL WS-SHIFT-SUB >= WS-ENTRY-COUNT
044000     SUBTRACT 1 FROM WS-ENTRY-COUNT
044100     ADD 1 TO WS-DEL-COUNT
044200     MOVE 'APPLIED' TO TD-DISPOSITION.
044300 4000-EXIT.
044400     EXIT.
044500 4100-SHIFT-ONE-UP.
044600     MOVE WS-OPERATOR-ENTRY(WS-SHIFT-SUB + 1) TO
044700         WS-OPERATOR-ENTRY(WS-SHIFT-SUB).
044800 4100-EXIT.
044900     EXIT.
045000 2900-REPORT-ONE-TRN.
045100     EVALUATE TRUE
045200         WHEN OT-ACTION-ADD    MOVE 'ADD   ' TO TD-ACTION
045300         WHEN OT-ACTION-CHANGE MOVE 'CHANGE' TO TD-ACTION
045400         WHEN OT-ACTION-DELETE MOVE 'DELETE' TO TD-ACTION
045500         WHEN OTHER            MOVE 'OTHER ' TO TD-ACTION
045600     END-EVALUATE
045700     MOVE OT-OPERATOR-ID TO TD-ID
045800     MOVE OT-OPERATOR-NAME TO TD-NAME
045900     MOVE OT-SUBMITTER-ID TO TD-SUBMITTER
046000     MOVE WS-RPT-TRN-DTL TO PS-DETAIL-LINE
046100     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
046200 2900-EXIT.
046300     EXIT.
046400*-----------------------------------------------------------*
046500* 5000-WRITE-NEW-MASTER - LIST THE AFTER IMAGE AND WRITE     *
046600* THE WORK TABLE, STILL IN ASCENDING ID ORDER, AS THE NEW    *
046700* MASTER FILE.                                               *
046800*-----------------------------------------------------------*
046900 5000-WRITE-NEW-MASTER.
047000     MOVE 'AFTER  ' TO LH-TAG
047100     PERFORM 1200-LIST-MASTER THRU 1200-EXIT
047200     PERFORM 5100-WRITE-ONE-ENTRY THRU 5100-EXIT
047300         VARYING WS-ENTRY-SUB FROM 1 BY 1
047400         UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT.
047500 5000-EXIT.
047600     EXIT.
047700 5100-WRITE-ONE-ENTRY.
047800     MOVE SPACES TO WO-FILLER
047900     MOVE WS-OPERATOR-ENTRY(WS-ENTRY-SUB) TO WO-AUTH-DATA
048000     WRITE NEW-OPR-REC FROM WS-OPR-REC.
048100 5100-EXIT.
048200     EXIT.
048300*-----------------------------------------------------------*
048400* 5900-MAINT-SUMMARY - AUDIT COUNTS.  BEFORE PLUS ADDS       *
048500* MINUS DELETES MUST EQUAL AFTER.                            *
048600*-----------------------------------------------------------*
048700 5900-MAINT-SUMMARY.
048800     MOVE WS-BEFORE-COUNT TO C-BEFORE
048900     MOVE WS-ADD-COUNT TO C-ADDED
049000     MOVE WS-CHG-COUNT TO C-CHANGED
049100     MOVE WS-DEL-COUNT TO C-DELETED
049200     MOVE WS-REJECT-COUNT TO C-REJECTED
049300     MOVE WS-REFUSED-COUNT TO C-REFUSED
049400     MOVE WS-ENTRY-COUNT TO C-AFTER
049500     IF WS-BEFORE-COUNT + WS-ADD-COUNT - WS-DEL-COUNT
049600         = WS-ENTRY-COUNT
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
052700     WRITE OPR-RPT-REC FROM PS-OUT-LINE(WS-PS-SUB).
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
054000     CLOSE OPR-TRN-FILE
054100     CLOSE NEW-OPR-FILE
054200     CLOSE OPR-RPT-FILE.
054300 9999-EXIT.
054400     EXIT.
054500 9999-ABEND.
054600     STOP RUN.
