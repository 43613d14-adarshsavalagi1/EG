000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ARITHACK.
000300 AUTHOR.        R K MERCER.
000400 INSTALLATION.  BATCH APPLICATIONS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*-----------------------------------------------------------*
001000* 2026-10-15 RKM  ORIGINAL PROGRAM.  END-OF-CHAIN BRANCH     *
001100*                 ACKNOWLEDGEMENT RETURN.  EVERY ACTIVE      *
001200*                 BRANCH FLAGGED ON THE BRANCH MASTER AS     *
001300*                 TRANSMITTING A DAILY FILE GETS ONE ACK     *
001400*                 FILE BACK, ON THE SAME NTH-LEG DD          *
001500*                 NUMBERING ARITHMRG USES, LISTING EVERY     *
001600*                 TRANSACTION IT SENT FOR THE PROCESSING     *
001700*                 DATE AS ACCEPTED (WITH ITS ARITH-XTR       *
001800*                 RESULTS), REJECTED BY THE FRONT-END EDIT   *
001900*                 (WITH ITS R00X REASON AND THE ORIGINAL     *
002000*                 ARITHREJ IMAGE) OR EXCEPTED BY EXAMPLE     *
002100*                 (WITH ITS E00X CODE FROM ARITH-ERR), AND   *
002200*                 ENDING WITH A TRAILER OF COUNTS BY         *
002300*                 OUTCOME AND NUM1/NUM2 HASH TOTALS THAT     *
002400*                 AGREE WITH THE BRANCH'S OWN ARITHTRL       *
002500*                 CONTROL TRAILER, SO A BRANCH CAN CLOSE ITS *
002600*                 DAY WITHOUT PHONING THE HELP DESK.         *
002700*-----------------------------------------------------------*
002710* 2026-10-15 RKM  REVERSALS.  EXAMPLE POSTS THEM IN A SECOND *
002720*                 PASS, SO THEIR ARITH-XTR AND ARITH-ERR     *
002730*                 RECORDS FOLLOW ALL THE OTHERS.  THE CLEAN  *
002740*                 FILE IS NOW READ THE SAME WAY - ORDINARY   *
002750*                 TRANSACTIONS FIRST, THEN A SECOND PASS FOR *
002760*                 THE REVERSALS - SO THE READ-AHEAD MATCHING *
002770*                 STILL LINES UP.                            *
002780*-----------------------------------------------------------*
002781* 2026-10-15 RKM  DEFERRED BRANCHES.  THE RUN'S OWN DEFERRAL *
002782*                 RECORDS FROM ARITHMRG (DFRWORK) DECIDE     *
002783*                 WHICH LEGS ARE ACKNOWLEDGED.  A NORMAL RUN *
002784*                 SKIPS A BRANCH DEFERRED OR WAIVED FOR THE  *
002785*                 DATE; A RUN-CTL CATCH-UP RUN ACKNOWLEDGES  *
002786*                 ONLY THE BRANCHES IT CAUGHT UP, AND TAKES  *
002787*                 ONLY THEIR ARITH-XTR AND ARITH-ERR         *
002788*                 RECORDS, SINCE THOSE FILES STILL HOLD THE  *
002789*                 FIRST RUN'S POSTINGS FOR THE DATE.  A      *
002790*                 SKIPPED LEG GETS NO DETAIL OR TRAILER AND  *
002791*                 IS LISTED ON THE REPORT.                   *
002792*-----------------------------------------------------------*
002795* 2026-10-15 RKM  LARGE-VALUE HOLDS.  A TRANSACTION EXAMPLE  *
002800*                 HELD OVER ITS BRANCH'S AUTHORISATION LIMIT *
002805*                 IS MATCHED FROM THE HOLD QUEUE (HLDQUE)    *
002810*                 AND ACKNOWLEDGED AS HELD, REASON H001,     *
002815*                 WITH THE UNPOSTED RESULT THAT BROKE THE    *
002820*                 LIMIT.  THE TRAILER CARRIES THE HELD       *
002825*                 COUNT.  ARITH-XTR AND ARITH-ERR RECORDS    *
002830*                 FOR RELEASED HOLDS BELONG TO AN EARLIER    *
002835*                 DATE'S TRANSACTIONS AND ARE PASSED OVER.   *
002840*-----------------------------------------------------------*
002841* 2026-10-15 RKM  CONDITION CODE 4 IS KEPT IN WS-ACK-RC AND  *
002842*                 SET AT THE END, AFTER THE PRINT AND RUN    *
002843*                 LOG CALLS THAT HAD CLEARED IT.             *
002844*-----------------------------------------------------------*
002845 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.  IBM-370.
003100 OBJECT-COMPUTER.  IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ACK1-FILE        ASSIGN TO ACKBR1
003500                             ORGANIZATION IS SEQUENTIAL.
003600     SELECT ACK2-FILE        ASSIGN TO ACKBR2
003700                             ORGANIZATION IS SEQUENTIAL.
003800     SELECT ACK3-FILE        ASSIGN TO ACKBR3
003900                             ORGANIZATION IS SEQUENTIAL.
004000     SELECT ACK4-FILE        ASSIGN TO ACKBR4
004100                             ORGANIZATION IS SEQUENTIAL.
004200     SELECT ACK5-FILE        ASSIGN TO ACKBR5
004300                             ORGANIZATION IS SEQUENTIAL.
004400     SELECT ACK6-FILE        ASSIGN TO ACKBR6
004500                             ORGANIZATION IS SEQUENTIAL.
004600     SELECT ACK7-FILE        ASSIGN TO ACKBR7
004700                             ORGANIZATION IS SEQUENTIAL.
004800     SELECT ACK8-FILE        ASSIGN TO ACKBR8
004900                             ORGANIZATION IS SEQUENTIAL.
005000     SELECT BRANCH-MST-FILE  ASSIGN TO BRANCHMS
005100                             ORGANIZATION IS SEQUENTIAL.
005200     SELECT CLEAN-FILE       ASSIGN TO ARITHCLN
005300                             ORGANIZATION IS SEQUENTIAL.
005400     SELECT REJECT-FILE      ASSIGN TO ARITHREJ
005500                             ORGANIZATION IS SEQUENTIAL.
005600     SELECT ARITH-XTR-FILE   ASSIGN TO ARITHXTR
005700                             ORGANIZATION IS SEQUENTIAL.
005800     SELECT ARITH-ERR-FILE   ASSIGN TO ARITHERR
005900                             ORGANIZATION IS SEQUENTIAL.
006000     SELECT ACK-RPT-FILE     ASSIGN TO ACKRPT
006100                             ORGANIZATION IS SEQUENTIAL.
006200     SELECT RUN-CTL-FILE     ASSIGN TO RUNCTL
006300                             ORGANIZATION IS SEQUENTIAL.
006320     SELECT DFR-WORK-FILE    ASSIGN TO DFRWORK
006340                             ORGANIZATION IS SEQUENTIAL.
006360     SELECT HLD-QUE-FILE     ASSIGN TO HLDQUE
006380                             ORGANIZATION IS SEQUENTIAL.
006400*
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  ACK1-FILE
006800     RECORDING MODE IS F.
006900 01  ACK1-REC                   PIC X(120).
007000 FD  ACK2-FILE
007100     RECORDING MODE IS F.
007200 01  ACK2-REC                   PIC X(120).
007300 FD  ACK3-FILE
007400     RECORDING MODE IS F.
007500 01  ACK3-REC                   PIC X(120).
007600 FD  ACK4-FILE
007700     RECORDING MODE IS F.
007800 01  ACK4-REC                   PIC X(120).
007900 FD  ACK5-FILE
008000     RECORDING MODE IS F.
008100 01  ACK5-REC                   PIC X(120).
008200 FD  ACK6-FILE
008300     RECORDING MODE IS F.
008400 01  ACK6-REC                   PIC X(120).
008500 FD  ACK7-FILE
008600     RECORDING MODE IS F.
008700 01  ACK7-REC                   PIC X(120).
008800 FD  ACK8-FILE
008900     RECORDING MODE IS F.
009000 01  ACK8-REC                   PIC X(120).
009100 FD  BRANCH-MST-FILE
009200     RECORDING MODE IS F.
009300     COPY BRANCHM.
009400 FD  CLEAN-FILE
009500     RECORDING MODE IS F.
009600     COPY ARITHTRN.
009700 FD  REJECT-FILE
009800     RECORDING MODE IS F.
009900     COPY ARITHREJ.
010000 FD  ARITH-XTR-FILE
010100     RECORDING MODE IS F.
010200     COPY ARITHXTR.
010300 FD  ARITH-ERR-FILE
010400     RECORDING MODE IS F.
010500     COPY ARITHERR.
010600 FD  ACK-RPT-FILE
010700     RECORDING MODE IS F.
010800 01  ACK-RPT-REC                PIC X(133).
010900 FD  RUN-CTL-FILE
011000     RECORDING MODE IS F.
011100     COPY RUNCTL.
011120 FD  DFR-WORK-FILE
011140     RECORDING MODE IS F.
011160     COPY ARITHDFR.
011170 FD  HLD-QUE-FILE
011180     RECORDING MODE IS F.
011190     COPY ARITHHLD.
011200*
011300 WORKING-STORAGE SECTION.
011400 77  WS-BR-SUB                 PIC 9(02) VALUE 0 COMP.
011500 77  WS-OP-SUB                 PIC 9(02) VALUE 0 COMP.
011600 77  WS-MAX-LEGS               PIC 9(02) VALUE 8 COMP.
011700 77  WS-LEG-COUNT              PIC 9(02) VALUE 0 COMP.
011800 77  WS-CTL-EOF-SWITCH         PIC X(01) VALUE 'N'.
011900     88  WS-CTL-EOF            VALUE 'Y'.
012000 77  WS-MST-EOF-SWITCH         PIC X(01) VALUE 'N'.
012100     88  WS-MST-EOF            VALUE 'Y'.
012200 77  WS-CLN-EOF-SWITCH         PIC X(01) VALUE 'N'.
012300     88  WS-CLN-EOF            VALUE 'Y'.
012400 77  WS-REJ-EOF-SWITCH         PIC X(01) VALUE 'N'.
012500     88  WS-REJ-EOF            VALUE 'Y'.
012600 77  WS-XTR-EOF-SWITCH         PIC X(01) VALUE 'N'.
012700     88  WS-XTR-EOF            VALUE 'Y'.
012800 77  WS-ERR-EOF-SWITCH         PIC X(01) VALUE 'N'.
012900     88  WS-ERR-EOF            VALUE 'Y'.
012920 77  WS-REV-PASS-SWITCH        PIC X(01) VALUE 'N'.
012940     88  WS-REV-PASS           VALUE 'Y'.
012960 77  WS-CLN-TAKE-SWITCH        PIC X(01) VALUE 'N'.
012980     88  WS-CLN-TAKE           VALUE 'Y'.
013000 77  WS-LEG-FOUND-SWITCH       PIC X(01) VALUE 'N'.
013100     88  WS-LEG-FOUND          VALUE 'Y'.
013110 77  WS-DFR-EOF-SWITCH         PIC X(01) VALUE 'N'.
013120     88  WS-DFR-EOF            VALUE 'Y'.
013122 77  WS-HLD-EOF-SWITCH         PIC X(01) VALUE 'N'.
013124     88  WS-HLD-EOF            VALUE 'Y'.
013130 77  WS-CATCH-UP-SWITCH        PIC X(01) VALUE 'N'.
013140     88  WS-CATCH-UP-RUN       VALUE 'Y'.
013150 77  WS-REC-TAKE-SWITCH        PIC X(01) VALUE 'N'.
013160     88  WS-REC-TAKE           VALUE 'Y'.
013170 77  WS-TEST-BRANCH            PIC X(03).
013180 77  WS-SKIP-LEG-COUNT         PIC 9(02) VALUE 0 COMP.
013200 77  WS-CLN-COUNT              PIC 9(06) VALUE 0 COMP.
013250 77  WS-REV-COUNT              PIC 9(06) VALUE 0 COMP.
013300 77  WS-REJ-COUNT              PIC 9(06) VALUE 0 COMP.
013400 77  WS-XTR-COUNT              PIC 9(06) VALUE 0 COMP.
013500 77  WS-XTR-MATCHED            PIC 9(06) VALUE 0 COMP.
013600 77  WS-ERR-COUNT              PIC 9(06) VALUE 0 COMP.
013700 77  WS-ERR-MATCHED            PIC 9(06) VALUE 0 COMP.
013720 77  WS-HLD-COUNT              PIC 9(06) VALUE 0 COMP.
013740 77  WS-HLD-MATCHED            PIC 9(06) VALUE 0 COMP.
013800 77  WS-ACK-COUNT              PIC 9(06) VALUE 0 COMP.
013900 77  WS-UNROUTED-COUNT         PIC 9(06) VALUE 0 COMP.
014000 77  WS-ACK-OUT-COUNT          PIC 9(07) VALUE 0 COMP.
014100 77  WS-PS-SUB                 PIC 9(01) VALUE 0 COMP.
014200 77  WS-RL-SUB                 PIC 9(01) VALUE 0 COMP.
014300 77  WS-RUN-ID                 PIC X(08).
014350 77  WS-ACK-RC                 PIC S9(04) VALUE 0 COMP.
014400     COPY ARITHRAW.
014500     COPY ARITHACK.
014600 01  WS-ACK-TABLE.
014700     05  WS-ACK-ENTRY OCCURS 8 TIMES.
014800         10  AB-BRANCH-CODE    PIC X(03).
014900         10  AB-BRANCH-NAME    PIC X(30).
015000         10  AB-ACCEPTED       PIC 9(06) COMP.
015100         10  AB-REJECTED       PIC 9(06) COMP.
015200         10  AB-EXCEPTED       PIC 9(06) COMP.
015250         10  AB-HELD           PIC 9(06) COMP.
015300         10  AB-HASH-NUM1      PIC 9(11).
015400         10  AB-HASH-NUM2      PIC 9(11).
015410         10  AB-LEG-STATUS     PIC X(01).
015420             88  AB-LEG-ACKED   VALUE 'A'.
015430             88  AB-LEG-DEFERRED VALUE 'D'.
015440             88  AB-LEG-WAIVED  VALUE 'W'.
015450             88  AB-LEG-NOT-DUE VALUE 'N'.
015500 01  WS-RPT-LEG-CNT.
015600     05  FILLER       PIC X(07) VALUE 'BRANCH '.
015700     05  LC-BRANCH    PIC X(03).
015800     05  FILLER       PIC X(01) VALUE SPACES.
015900     05  LC-NAME      PIC X(20).
016000     05  FILLER       PIC X(11) VALUE ' ACCEPTED: '.
016100     05  LC-ACCEPTED  PIC Z(5)9.
016200     05  FILLER       PIC X(11) VALUE ' REJECTED: '.
016300     05  LC-REJECTED  PIC Z(5)9.
016400     05  FILLER       PIC X(11) VALUE ' EXCEPTED: '.
016500     05  LC-EXCEPTED  PIC Z(5)9.
016520     05  FILLER       PIC X(07) VALUE ' HELD: '.
016540     05  LC-HELD      PIC Z(5)9.
016600     05  FILLER       PIC X(08) VALUE ' TOTAL: '.
016700     05  LC-TOTAL     PIC Z(5)9.
016800 01  WS-RPT-LEG-HASH.
016900     05  FILLER       PIC X(31) VALUE SPACES.
017000     05  FILLER       PIC X(13) VALUE ' NUM1 HASH:  '.
017100     05  LH-HASH-NUM1 PIC Z(9)9.
017200     05  FILLER       PIC X(13) VALUE ' NUM2 HASH:  '.
017300     05  LH-HASH-NUM2 PIC Z(9)9.
017400 01  WS-RPT-UNROUTED.
017500     05  FILLER       PIC X(07) VALUE 'BRANCH '.
017600     05  UR-BRANCH    PIC X(03).
017700     05  FILLER       PIC X(07) VALUE ' TRANS '.
017800     05  UR-TRANS-ID  PIC X(06).
017900     05  FILLER       PIC X(38) VALUE
018000         ' - NOT AN EXPECTED BRANCH, NO ACK SENT'.
018010 01  WS-RPT-LEG-SKIP.
018020     05  FILLER       PIC X(07) VALUE 'BRANCH '.
018030     05  LS-BRANCH    PIC X(03).
018040     05  FILLER       PIC X(01) VALUE SPACES.
018050     05  LS-NAME      PIC X(20).
018060     05  FILLER       PIC X(22) VALUE
018070         ' NO ACK THIS RUN - '.
018080     05  LS-REASON    PIC X(20).
018100 01  WS-RPT-CNT.
018200     05  FILLER       PIC X(10) VALUE 'CLEAN IN: '.
018300     05  C-CLEAN-IN   PIC Z(5)9.
018400     05  FILLER       PIC X(14) VALUE ' REJECTS IN:  '.
018500     05  C-REJECT-IN  PIC Z(5)9.
018600     05  FILLER       PIC X(16) VALUE ' ACKNOWLEDGED:  '.
018700     05  C-ACKED      PIC Z(5)9.
018800     05  FILLER       PIC X(13) VALUE ' NOT ROUTED: '.
018900     05  C-UNROUTED   PIC Z(5)9.
019000     05  FILLER       PIC X(01) VALUE SPACES.
019100     05  C-RECON-MSG  PIC X(14).
019200 01  WS-RPT-MATCH.
019300     05  MT-LABEL     PIC X(20).
019400     05  FILLER       PIC X(05) VALUE ' IN: '.
019500     05  MT-IN        PIC Z(5)9.
019600     05  FILLER       PIC X(10) VALUE ' MATCHED: '.
019700     05  MT-MATCHED   PIC Z(5)9.
019800     05  FILLER       PIC X(01) VALUE SPACES.
019900     05  MT-RECON-MSG PIC X(14).
020000     COPY RUNDATE.
020100     COPY PRINTSV.
020200     COPY RUNLOG.
020300*
020400 PROCEDURE DIVISION.
020500*-----------------------------------------------------------*
020600* 0000-MAIN-PARA                                             *
020700*-----------------------------------------------------------*
020800 0000-MAIN-PARA.
020900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021000     PERFORM 2000-ACK-ONE-CLEAN THRU 2000-EXIT
021020         UNTIL WS-CLN-EOF
021040     PERFORM 1150-START-REVERSAL-PASS THRU 1150-EXIT
021060     PERFORM 2000-ACK-ONE-CLEAN THRU 2000-EXIT
021100         UNTIL WS-CLN-EOF
021200     PERFORM 3000-ACK-ONE-REJECT THRU 3000-EXIT
021300         UNTIL WS-REJ-EOF
021400     PERFORM 5900-ACK-SUMMARY THRU 5900-EXIT
021500     PERFORM 9999-TERMINATE THRU 9999-EXIT
021600     STOP RUN.
021700*-----------------------------------------------------------*
021800* 1000-INITIALIZE - OPEN THE FILES, STAMP THE REPORT HEADER, *
021900* ASSIGN ONE ACK LEG PER EXPECTED BRANCH AND PRIME EACH      *
022000* INPUT'S READ-AHEAD.                                        *
022100*-----------------------------------------------------------*
022200 1000-INITIALIZE.
022300     PERFORM 1020-READ-RUN-CONTROL THRU 1020-EXIT
022400     SET RL-FUNC-START TO TRUE
022500     MOVE 'ARITHACK' TO RL-PROGRAM-ID
022600     MOVE WS-RUN-ID TO RL-RUN-ID
022700     MOVE 0 TO RL-PROGRAM-RC
022800     PERFORM 1030-CLEAR-ONE-LOG-COUNT THRU 1030-EXIT
022900         VARYING WS-RL-SUB FROM 1 BY 1 UNTIL WS-RL-SUB > 6
023000     CALL 'RUNLOG' USING RUNLOG-PARM
023100     OPEN INPUT CLEAN-FILE
023200     OPEN INPUT REJECT-FILE
023300     OPEN INPUT ARITH-XTR-FILE
023400     OPEN INPUT ARITH-ERR-FILE
023450     OPEN INPUT HLD-QUE-FILE
023500     OPEN OUTPUT ACK-RPT-FILE
023600     SET PS-FUNC-OPEN TO TRUE
023700     MOVE 'BRANCH ACKNOWLEDGEMENT RETURN' TO PS-REPORT-TITLE
023800     MOVE 'ARITHACK' TO PS-PROGRAM-ID
023900     MOVE RD-FORMATTED-DATE TO PS-RUN-DATE
024000     MOVE RD-BUSINESS-DAY-FLAG TO PS-BUS-DAY-FLAG
024100     MOVE 0 TO PS-LINES-PER-PAGE
024200     CALL 'PRINTSVC' USING PRINTSVC-PARM
024300     PERFORM 1040-LOAD-BRANCH-MASTER THRU 1040-EXIT
024400     IF WS-LEG-COUNT = 0
024500         DISPLAY 'ARITHACK - NO ACTIVE BRANCH ON THE MASTER '
024600             'EXPECTS A DAILY FILE'
024700         MOVE 16 TO RETURN-CODE
024800         GO TO 9999-ABEND
024900     END-IF
024950     PERFORM 1070-LOAD-RUN-DEFERRALS THRU 1070-EXIT
025000     PERFORM 1060-OPEN-ONE-LEG THRU 1060-EXIT
025100         VARYING WS-BR-SUB FROM 1 BY 1
025200         UNTIL WS-BR-SUB > WS-LEG-COUNT
025300     PERFORM 1100-READ-CLEAN THRU 1100-EXIT
025400     PERFORM 1200-READ-XTR THRU 1200-EXIT
025500     PERFORM 1300-READ-ERR THRU 1300-EXIT
025550     PERFORM 1400-READ-REJECT THRU 1400-EXIT
025600     PERFORM 1500-READ-HOLD THRU 1500-EXIT.
025700 1000-EXIT.
025800     EXIT.
025900*-----------------------------------------------------------*
026000* 1020-READ-RUN-CONTROL - READ THE CHAIN'S PROCESSING DATE   *
026100* FROM THE RUN-CTL FILE AND HAVE RUNDATE FORMAT AND FLAG IT  *
026200* FOR THE REPORT HEADER.  A MISSING RECORD OR A BAD DATE     *
026300* STOPS THE RUN.                                             *
026400*-----------------------------------------------------------*
026500 1020-READ-RUN-CONTROL.
026600     OPEN INPUT RUN-CTL-FILE
026700     READ RUN-CTL-FILE
026800         AT END
026900             MOVE 'Y' TO WS-CTL-EOF-SWITCH
027000     END-READ
027100     IF WS-CTL-EOF
027200         DISPLAY 'ARITHACK - RUN-CTL FILE IS EMPTY'
027300         CLOSE RUN-CTL-FILE
027400         MOVE 16 TO RETURN-CODE
027500         GO TO 9999-ABEND
027600     END-IF
027700     CLOSE RUN-CTL-FILE
027800     MOVE RC-PROCESS-DATE TO WS-RUN-ID
027820     IF RC-CATCH-UP-RUN
027840         MOVE 'Y' TO WS-CATCH-UP-SWITCH
027860     END-IF
027900     SET RD-FUNC-GIVEN-DATE TO TRUE
028000     MOVE RC-PROCESS-DATE TO RD-GIVEN-DATE
028100     CALL 'RUNDATE' USING RUNDATE-PARM
028200     IF RD-RC-BAD-DATE
028300         DISPLAY 'ARITHACK - RUN-CTL PROCESSING DATE '
028400             RC-PROCESS-DATE ' IS NOT A VALID DATE'
028500         MOVE 16 TO RETURN-CODE
028600         GO TO 9999-ABEND
028700     END-IF.
028800 1020-EXIT.
028900     EXIT.
029000 1030-CLEAR-ONE-LOG-COUNT.
029100     MOVE SPACES TO RL-FILE-NAME(WS-RL-SUB)
029200     MOVE 0 TO RL-FILE-COUNT(WS-RL-SUB).
029300 1030-EXIT.
029400     EXIT.
029500*-----------------------------------------------------------*
029600* 1040-LOAD-BRANCH-MASTER - EVERY ACTIVE BRANCH FLAGGED AS   *
029700* TRANSMITTING A DAILY FILE GETS THE NEXT ACK LEG, IN MASTER *
029800* ORDER, SO ACKBRN GOES BACK TO THE BRANCH WHOSE FILE CAME   *
029900* IN ON ARITHMRG'S BRANCHN.                                  *
030000*-----------------------------------------------------------*
030100 1040-LOAD-BRANCH-MASTER.
030200     OPEN INPUT BRANCH-MST-FILE
030300     PERFORM 1050-LOAD-ONE-BRANCH THRU 1050-EXIT
030400         UNTIL WS-MST-EOF
030500     CLOSE BRANCH-MST-FILE.
030600 1040-EXIT.
030700     EXIT.
030800 1050-LOAD-ONE-BRANCH.
030900     READ BRANCH-MST-FILE
031000         AT END
031100             MOVE 'Y' TO WS-MST-EOF-SWITCH
031200         NOT AT END
031300             IF BM-ACTIVE AND BM-EXPECTS-FILE
031400                 IF WS-LEG-COUNT >= WS-MAX-LEGS
031500                     DISPLAY 'ARITHACK - MORE THAN '
031600                         WS-MAX-LEGS ' BRANCHES EXPECT A '
031700                         'DAILY FILE'
031800                     MOVE 16 TO RETURN-CODE
031900                     GO TO 9999-ABEND
032000                 END-IF
032100                 ADD 1 TO WS-LEG-COUNT
032200                 MOVE BM-BRANCH-CODE TO
032300                     AB-BRANCH-CODE(WS-LEG-COUNT)
032400                 MOVE BM-BRANCH-NAME TO
032500                     AB-BRANCH-NAME(WS-LEG-COUNT)
032600                 MOVE 0 TO AB-ACCEPTED(WS-LEG-COUNT)
032700                 MOVE 0 TO AB-REJECTED(WS-LEG-COUNT)
032800                 MOVE 0 TO AB-EXCEPTED(WS-LEG-COUNT)
032850                 MOVE 0 TO AB-HELD(WS-LEG-COUNT)
032900                 MOVE 0 TO AB-HASH-NUM1(WS-LEG-COUNT)
033000                 MOVE 0 TO AB-HASH-NUM2(WS-LEG-COUNT)
033010                 IF WS-CATCH-UP-RUN
033020                     SET AB-LEG-NOT-DUE(WS-LEG-COUNT) TO TRUE
033030                 ELSE
033040                     SET AB-LEG-ACKED(WS-LEG-COUNT) TO TRUE
033050                 END-IF
033100             END-IF
033200     END-READ.
033300 1050-EXIT.
033400     EXIT.
033500*-----------------------------------------------------------*
033600* 1060-OPEN-ONE-LEG - OPEN THE ACK FILE BEHIND THE LEG IN    *
033700* WS-BR-SUB.  ONLY LEGS THE MASTER ASSIGNED ARE EVER OPENED. *
033800*-----------------------------------------------------------*
033900 1060-OPEN-ONE-LEG.
034000     EVALUATE WS-BR-SUB
034100         WHEN 1 OPEN OUTPUT ACK1-FILE
034200         WHEN 2 OPEN OUTPUT ACK2-FILE
034300         WHEN 3 OPEN OUTPUT ACK3-FILE
034400         WHEN 4 OPEN OUTPUT ACK4-FILE
034500         WHEN 5 OPEN OUTPUT ACK5-FILE
034600         WHEN 6 OPEN OUTPUT ACK6-FILE
034700         WHEN 7 OPEN OUTPUT ACK7-FILE
034800         WHEN OTHER OPEN OUTPUT ACK8-FILE
034900     END-EVALUATE.
035000 1060-EXIT.
035100     EXIT.
035101*-----------------------------------------------------------*
035102* 1070-LOAD-RUN-DEFERRALS - APPLY THIS RUN'S DEFERRAL RECORDS*
035103* TO THE LEGS.  A NORMAL RUN WRITES D AND W RECORDS FOR THE  *
035104* BRANCHES IT LEFT OUT; A CATCH-UP RUN WRITES A P RECORD     *
035105* FOR EACH BRANCH IT CAUGHT UP, AND EVERY OTHER LEG STAYS    *
035106* NOT DUE.                                                   *
035107*-----------------------------------------------------------*
035108 1070-LOAD-RUN-DEFERRALS.
035109     OPEN INPUT DFR-WORK-FILE
035110     PERFORM 1075-APPLY-ONE-DEFERRAL THRU 1075-EXIT
035111         UNTIL WS-DFR-EOF
035112     CLOSE DFR-WORK-FILE.
035113 1070-EXIT.
035114     EXIT.
035115 1075-APPLY-ONE-DEFERRAL.
035116     READ DFR-WORK-FILE
035117         AT END
035118             MOVE 'Y' TO WS-DFR-EOF-SWITCH
035119     END-READ
035120     IF WS-DFR-EOF
035121         GO TO 1075-EXIT
035122     END-IF
035123     MOVE DF-BRANCH-CODE TO WS-TEST-BRANCH
035124     PERFORM 1080-FIND-LEG THRU 1080-EXIT
035125     IF NOT WS-LEG-FOUND
035126         GO TO 1075-EXIT
035127     END-IF
035128     EVALUATE TRUE
035129         WHEN DF-PROCESSED
035130             SET AB-LEG-ACKED(WS-BR-SUB) TO TRUE
035131         WHEN DF-DEFERRED
035132             SET AB-LEG-DEFERRED(WS-BR-SUB) TO TRUE
035133         WHEN DF-WAIVED
035134             SET AB-LEG-WAIVED(WS-BR-SUB) TO TRUE
035135         WHEN OTHER
035136             CONTINUE
035137     END-EVALUATE.
035138 1075-EXIT.
035139     EXIT.
035140*-----------------------------------------------------------*
035141* 1080-FIND-LEG - LOOK UP WS-TEST-BRANCH AMONG THE LEGS,     *
035142* LEAVING WS-BR-SUB ON IT WHEN FOUND.                        *
035143*-----------------------------------------------------------*
035144 1080-FIND-LEG.
035145     MOVE 'N' TO WS-LEG-FOUND-SWITCH
035146     PERFORM 2910-MATCH-ONE-LEG THRU 2910-EXIT
035147         VARYING WS-BR-SUB FROM 1 BY 1
035148         UNTIL WS-BR-SUB > WS-LEG-COUNT
035149         OR WS-LEG-FOUND
035150     IF WS-LEG-FOUND
035151         SUBTRACT 1 FROM WS-BR-SUB
035152     END-IF.
035153 1080-EXIT.
035154     EXIT.
035155*-----------------------------------------------------------*
035156* 1090-CHECK-RECORD-BRANCH - DECIDE WHETHER AN ARITH-XTR OR  *
035157* ARITH-ERR RECORD FOR WS-TEST-BRANCH BELONGS TO THIS RUN.  A*
035158* CATCH-UP RUN TAKES ONLY THE BRANCHES IT CAUGHT UP; A NORMAL*
035159* RUN TAKES EVERYTHING BUT A LEG IT LEFT OUT.                *
035160*-----------------------------------------------------------*
035161 1090-CHECK-RECORD-BRANCH.
035162     PERFORM 1080-FIND-LEG THRU 1080-EXIT
035163     MOVE 'Y' TO WS-REC-TAKE-SWITCH
035164     IF WS-LEG-FOUND
035165         IF NOT AB-LEG-ACKED(WS-BR-SUB)
035166             MOVE 'N' TO WS-REC-TAKE-SWITCH
035167         END-IF
035168     ELSE
035169         IF WS-CATCH-UP-RUN
035170             MOVE 'N' TO WS-REC-TAKE-SWITCH
035171         END-IF
035172     END-IF.
035173 1090-EXIT.
035174     EXIT.
035175*-----------------------------------------------------------*
035176* 1100-READ-CLEAN - READ THE NEXT CLEAN TRANSACTION FOR THE  *
035177* CURRENT PASS.  THE FIRST PASS COUNTS EVERY RECORD IN AND   *
035178* PASSES OVER REVERSALS; THE REVERSAL PASS TAKES ONLY THEM.  *
035179*-----------------------------------------------------------*
035200 1100-READ-CLEAN.
035210     MOVE 'N' TO WS-CLN-TAKE-SWITCH
035220     PERFORM 1110-READ-ONE-CLEAN THRU 1110-EXIT
035230         UNTIL WS-CLN-TAKE OR WS-CLN-EOF.
035240 1100-EXIT.
035250     EXIT.
035260 1110-READ-ONE-CLEAN.
035300     READ CLEAN-FILE
035400         AT END
035500             MOVE 'Y' TO WS-CLN-EOF-SWITCH
035600         NOT AT END
035610             IF WS-REV-PASS
035620                 IF AT-OP-REV
035630                     MOVE 'Y' TO WS-CLN-TAKE-SWITCH
035640                 END-IF
035650             ELSE
035660                 ADD 1 TO WS-CLN-COUNT
035670                 IF AT-OP-REV
035680                     ADD 1 TO WS-REV-COUNT
035690                 ELSE
035700                     MOVE 'Y' TO WS-CLN-TAKE-SWITCH
035710                 END-IF
035720             END-IF
035800     END-READ.
035810 1110-EXIT.
035820     EXIT.
035830*-----------------------------------------------------------*
035840* 1150-START-REVERSAL-PASS - WITH ANY REVERSALS COUNTED IN,  *
035850* REOPEN THE CLEAN FILE AND PRIME THE REVERSAL PASS.         *
035860*-----------------------------------------------------------*
035870 1150-START-REVERSAL-PASS.
035880     IF WS-REV-COUNT = 0
035890         GO TO 1150-EXIT
035900     END-IF
035910     MOVE 'Y' TO WS-REV-PASS-SWITCH
035920     CLOSE CLEAN-FILE
035930     OPEN INPUT CLEAN-FILE
035940     MOVE 'N' TO WS-CLN-EOF-SWITCH
035950     PERFORM 1100-READ-CLEAN THRU 1100-EXIT.
035960 1150-EXIT.
036000     EXIT.
036100*-----------------------------------------------------------*
036200* 1200-READ-XTR - READ THE NEXT RESULT DETAIL.  THE ARITH-   *
036300* XTR TRAILER ENDS THE FILE FOR MATCHING PURPOSES.           *
036320* A RELEASED HOLD'S RESULT BELONGS TO AN EARLIER DATE'S      *
036340* TRANSACTION AND IS PASSED OVER.                            *
036400*-----------------------------------------------------------*
036450 1200-READ-XTR.
036500     MOVE 'N' TO WS-REC-TAKE-SWITCH
036550     PERFORM 1210-READ-ONE-XTR THRU 1210-EXIT
036600         UNTIL WS-REC-TAKE OR WS-XTR-EOF.
036650 1200-EXIT.
036700     EXIT.
036750 1210-READ-ONE-XTR.
036800     READ ARITH-XTR-FILE
036850         AT END
036900             MOVE 'Y' TO WS-XTR-EOF-SWITCH
036950     END-READ
037000     IF WS-XTR-EOF
037050         GO TO 1210-EXIT
037100     END-IF
037150     IF NOT XR-DETAIL-REC
037200         MOVE 'Y' TO WS-XTR-EOF-SWITCH
037250         GO TO 1210-EXIT
037300     END-IF
037310     IF XR-RELEASED-HOLD
037320         GO TO 1210-EXIT
037330     END-IF
037350     MOVE XR-BRANCH-CODE TO WS-TEST-BRANCH
037400     PERFORM 1090-CHECK-RECORD-BRANCH THRU 1090-EXIT
037450     IF WS-REC-TAKE
037500         ADD 1 TO WS-XTR-COUNT
037550     END-IF.
037600 1210-EXIT.
037650     EXIT.
037900*-----------------------------------------------------------*
038000* 1300-READ-ERR - READ THE NEXT ARITH-ERR RECORD BELONGING   *
038100* TO THIS RUN ID, SKIPPING ANY OTHER RUN'S EXCEPTIONS.       *
038150* 1310 ALSO PASSES OVER A BRANCH THIS RUN DID NOT PROCESS.   *
038160* IT ALSO PASSES OVER A RELEASED HOLD'S EXCEPTION.           *
038200*-----------------------------------------------------------*
038300 1300-READ-ERR.
038400     MOVE 'N' TO WS-REC-TAKE-SWITCH
038500     PERFORM 1310-READ-ONE-ERR THRU 1310-EXIT
038600         UNTIL WS-ERR-EOF
038700         OR WS-REC-TAKE
038800     IF NOT WS-ERR-EOF
038900         ADD 1 TO WS-ERR-COUNT
039000     END-IF.
039100 1300-EXIT.
039200     EXIT.
039220 1310-READ-ONE-ERR.
039240     READ ARITH-ERR-FILE
039260         AT END
039280             MOVE 'Y' TO WS-ERR-EOF-SWITCH
039300     END-READ
039320     IF WS-ERR-EOF
039340         GO TO 1310-EXIT
039360     END-IF
039380     IF AE-RUN-ID = WS-RUN-ID
039390         AND NOT AE-RELEASED-HOLD
039400         MOVE AE-BRANCH-CODE TO WS-TEST-BRANCH
039420         PERFORM 1090-CHECK-RECORD-BRANCH THRU 1090-EXIT
039500     END-IF.
039800 1310-EXIT.
039900     EXIT.
040000 1400-READ-REJECT.
040100     READ REJECT-FILE
040200         AT END
040300             MOVE 'Y' TO WS-REJ-EOF-SWITCH
040400         NOT AT END
040500             ADD 1 TO WS-REJ-COUNT
040600     END-READ.
040700 1400-EXIT.
040800     EXIT.
040802*-----------------------------------------------------------*
040804* 1500-READ-HOLD - READ THE NEXT ITEM ON THE HOLD QUEUE THAT *
040806* THIS RUN HELD.  THE QUEUE CARRIES EVERY UNDECIDED HOLD, SO *
040808* OTHER DATES' ITEMS AND ANY BRANCH THIS RUN DID NOT PROCESS *
040810* ARE PASSED OVER.                                           *
040812*-----------------------------------------------------------*
040814 1500-READ-HOLD.
040816     MOVE 'N' TO WS-REC-TAKE-SWITCH
040818     PERFORM 1510-READ-ONE-HOLD THRU 1510-EXIT
040820         UNTIL WS-HLD-EOF
040822         OR WS-REC-TAKE
040824     IF NOT WS-HLD-EOF
040826         ADD 1 TO WS-HLD-COUNT
040828     END-IF.
040830 1500-EXIT.
040832     EXIT.
040834 1510-READ-ONE-HOLD.
040836     READ HLD-QUE-FILE
040838         AT END
040840             MOVE 'Y' TO WS-HLD-EOF-SWITCH
040842     END-READ
040844     IF WS-HLD-EOF
040846         GO TO 1510-EXIT
040848     END-IF
040850     IF HD-HOLD-DATE = WS-RUN-ID
040852         AND HD-HELD
040854         MOVE HD-BRANCH-CODE TO WS-TEST-BRANCH
040856         PERFORM 1090-CHECK-RECORD-BRANCH THRU 1090-EXIT
040858     END-IF.
040860 1510-EXIT.
040862     EXIT.
040900*-----------------------------------------------------------*
041000* 2000-ACK-ONE-CLEAN - ACKNOWLEDGE ONE TRANSACTION THAT      *
041100* PASSED THE FRONT-END EDIT.  ARITH-XTR AND ARITH-ERR ARE IN *
041200* THE CLEAN FILE'S TRANSACTION ORDER, SO EACH IS MATCHED BY  *
041300* READ-AHEAD: EVERY RESULT POSTED FOR THE ID GOES ON THE     *
041400* ACK, AND ANY EXCEPTION TURNS THE OUTCOME TO EXCEPTED WITH  *
041450* THE FIRST E00X CODE AS THE REASON.  IN THE FIRST PASS THE *
041500* MATCHING STOPS SHORT OF THE REVERSALS' RECORDS, WHICH      *
041550* EXAMPLE WROTE AFTER ALL THE OTHERS.                        *
041560* A TRANSACTION ON THE HOLD QUEUE POSTED NOTHING AND IS      *
041570* ACKNOWLEDGED AS HELD.                                      *
041600*-----------------------------------------------------------*
041700 2000-ACK-ONE-CLEAN.
041800     MOVE SPACES TO ARITH-ACK-REC
041900     SET AK-DETAIL-REC TO TRUE
042000     MOVE WS-RUN-ID TO AK-PROC-DATE
042100     MOVE AT-BRANCH-CODE TO AK-BRANCH-CODE
042200     MOVE AT-TRANS-ID TO AK-TRANS-ID
042300     SET AK-ACCEPTED TO TRUE
042400     MOVE AT-NUM1 TO AK-NUM1
042500     MOVE AT-NUM2 TO AK-NUM2
042600     MOVE AT-OP-CODE TO AK-OP-CODE
042700     PERFORM 2010-CLEAR-ONE-OP THRU 2010-EXIT
042800         VARYING WS-OP-SUB FROM 1 BY 1 UNTIL WS-OP-SUB > 4
042900     MOVE 0 TO WS-OP-SUB
043000     PERFORM 2100-TAKE-ONE-RESULT THRU 2100-EXIT
043100         UNTIL WS-XTR-EOF
043200         OR XR-TRANS-ID > AT-TRANS-ID
043250         OR (NOT WS-REV-PASS AND XR-REVERSAL)
043300     PERFORM 2200-TAKE-ONE-ERROR THRU 2200-EXIT
043400         UNTIL WS-ERR-EOF
043500         OR AE-TRANS-ID > AT-TRANS-ID
043550         OR (NOT WS-REV-PASS AND AE-OP-REVERSAL)
043560     PERFORM 2300-TAKE-ONE-HOLD THRU 2300-EXIT
043570         UNTIL WS-HLD-EOF
043580         OR HD-TRANS-ID > AT-TRANS-ID
043600     PERFORM 2900-WRITE-ACK THRU 2900-EXIT
043700     IF WS-LEG-FOUND
043800         PERFORM 2950-HASH-OPERANDS THRU 2950-EXIT
043900     END-IF
044000     PERFORM 1100-READ-CLEAN THRU 1100-EXIT.
044100 2000-EXIT.
044200     EXIT.
044300 2010-CLEAR-ONE-OP.
044400     MOVE SPACES TO AK-OP-OPERATION(WS-OP-SUB)
044500     MOVE SPACES TO AK-OP-DISP(WS-OP-SUB)
044600     MOVE SPACES TO AK-OP-SIGN(WS-OP-SUB)
044700     MOVE 0 TO AK-OP-RESULT(WS-OP-SUB)
044800     MOVE SPACES TO AK-OP-ERROR(WS-OP-SUB).
044900 2010-EXIT.
045000     EXIT.
045100*-----------------------------------------------------------*
045200* 2100-TAKE-ONE-RESULT - A RESULT FOR THIS TRANSACTION GOES  *
045300* IN THE NEXT OPERATION SLOT.  A RESULT FOR AN EARLIER ID    *
045400* HAS NO CLEAN TRANSACTION BEHIND IT AND IS LEFT UNMATCHED   *
045500* FOR THE SUMMARY TO REPORT.                                 *
045600*-----------------------------------------------------------*
045700 2100-TAKE-ONE-RESULT.
045800     IF XR-TRANS-ID = AT-TRANS-ID
045900         AND WS-OP-SUB < 4
046000         ADD 1 TO WS-XTR-MATCHED
046100         ADD 1 TO WS-OP-SUB
046200         MOVE XR-OPERATION TO AK-OP-OPERATION(WS-OP-SUB)
046300         MOVE 'P' TO AK-OP-DISP(WS-OP-SUB)
046400         MOVE XR-RESULT-SIGN TO AK-OP-SIGN(WS-OP-SUB)
046500         MOVE XR-RESULT TO AK-OP-RESULT(WS-OP-SUB)
046600     END-IF
046700     PERFORM 1200-READ-XTR THRU 1200-EXIT.
046800 2100-EXIT.
046900     EXIT.
047000 2200-TAKE-ONE-ERROR.
047100     IF AE-TRANS-ID = AT-TRANS-ID
047200         AND WS-OP-SUB < 4
047300         ADD 1 TO WS-ERR-MATCHED
047400         SET AK-EXCEPTED TO TRUE
047500         IF AK-REASON-CODE = SPACES
047600             MOVE AE-ERROR-CODE TO AK-REASON-CODE
047700         END-IF
047800         ADD 1 TO WS-OP-SUB
047900         EVALUATE TRUE
048000             WHEN AE-OP-ADD
048100                 MOVE 'ADD' TO AK-OP-OPERATION(WS-OP-SUB)
048200             WHEN AE-OP-SUBTRACT
048300                 MOVE 'SUB' TO AK-OP-OPERATION(WS-OP-SUB)
048400             WHEN AE-OP-MULTIPLY
048500                 MOVE 'MUL' TO AK-OP-OPERATION(WS-OP-SUB)
048600             WHEN AE-OP-DIVIDE
048700                 MOVE 'DIV' TO AK-OP-OPERATION(WS-OP-SUB)
048800             WHEN OTHER
048900                 MOVE AT-OP-CODE TO AK-OP-OPERATION(WS-OP-SUB)
049000         END-EVALUATE
049100         MOVE 'E' TO AK-OP-DISP(WS-OP-SUB)
049200         MOVE AE-ERROR-CODE TO AK-OP-ERROR(WS-OP-SUB)
049300     END-IF
049400     PERFORM 1300-READ-ERR THRU 1300-EXIT.
049500 2200-EXIT.
049600     EXIT.
049602*-----------------------------------------------------------*
049604* 2300-TAKE-ONE-HOLD - A HOLD FOR THIS TRANSACTION TURNS     *
049606* THE OUTCOME TO HELD, WITH THE RESULT THAT BROKE THE LIMIT  *
049608* IN THE NEXT OPERATION SLOT.  A HOLD FOR AN EARLIER ID IS   *
049610* LEFT UNMATCHED FOR THE SUMMARY TO REPORT.                  *
049612*-----------------------------------------------------------*
049614 2300-TAKE-ONE-HOLD.
049616     IF HD-TRANS-ID = AT-TRANS-ID
049618         AND HD-BRANCH-CODE = AT-BRANCH-CODE
049620         AND WS-OP-SUB < 4
049622         ADD 1 TO WS-HLD-MATCHED
049624         SET AK-HELD TO TRUE
049626         MOVE 'H001' TO AK-REASON-CODE
049628         ADD 1 TO WS-OP-SUB
049630         MOVE HD-HOLD-OP TO AK-OP-OPERATION(WS-OP-SUB)
049632         MOVE 'H' TO AK-OP-DISP(WS-OP-SUB)
049634         MOVE HD-HOLD-SIGN TO AK-OP-SIGN(WS-OP-SUB)
049636         MOVE HD-HOLD-RESULT TO AK-OP-RESULT(WS-OP-SUB)
049638     END-IF
049640     PERFORM 1500-READ-HOLD THRU 1500-EXIT.
049642 2300-EXIT.
049644     EXIT.
049700*-----------------------------------------------------------*
049800* 2900-WRITE-ACK - ROUTE THE BUILT ACK RECORD TO ITS         *
049900* BRANCH'S LEG AND COUNT IT BY OUTCOME.  A BRANCH CODE WITH  *
050000* NO LEG CANNOT BE RETURNED TO ANYONE; IT IS LISTED ON THE   *
050100* REPORT AND THE STEP ENDS WITH CONDITION CODE 4.            *
050200*-----------------------------------------------------------*
050300 2900-WRITE-ACK.
050400     MOVE 'N' TO WS-LEG-FOUND-SWITCH
050500     PERFORM 2910-MATCH-ONE-LEG THRU 2910-EXIT
050600         VARYING WS-BR-SUB FROM 1 BY 1
050700         UNTIL WS-BR-SUB > WS-LEG-COUNT
050800         OR WS-LEG-FOUND
050900     IF NOT WS-LEG-FOUND
051000         ADD 1 TO WS-UNROUTED-COUNT
051100         MOVE AK-BRANCH-CODE TO UR-BRANCH
051200         MOVE AK-TRANS-ID TO UR-TRANS-ID
051300         MOVE WS-RPT-UNROUTED TO PS-DETAIL-LINE
051400         PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
051500         MOVE 4 TO WS-ACK-RC
051600         GO TO 2900-EXIT
051700     END-IF
051800     SUBTRACT 1 FROM WS-BR-SUB
051900     EVALUATE TRUE
052000         WHEN AK-ACCEPTED
052100             ADD 1 TO AB-ACCEPTED(WS-BR-SUB)
052200         WHEN AK-REJECTED
052300             ADD 1 TO AB-REJECTED(WS-BR-SUB)
052320         WHEN AK-HELD
052340             ADD 1 TO AB-HELD(WS-BR-SUB)
052400         WHEN OTHER
052500             ADD 1 TO AB-EXCEPTED(WS-BR-SUB)
052600     END-EVALUATE
052700     ADD 1 TO WS-ACK-COUNT
052800     PERFORM 2920-WRITE-ONE-LEG THRU 2920-EXIT.
052900 2900-EXIT.
053000     EXIT.
053100 2910-MATCH-ONE-LEG.
053200     IF AB-BRANCH-CODE(WS-BR-SUB) = AK-BRANCH-CODE
053300         MOVE 'Y' TO WS-LEG-FOUND-SWITCH
053400     END-IF.
053500 2910-EXIT.
053600     EXIT.
053700 2920-WRITE-ONE-LEG.
053800     ADD 1 TO WS-ACK-OUT-COUNT
053900     EVALUATE WS-BR-SUB
054000         WHEN 1 WRITE ACK1-REC FROM ARITH-ACK-REC
054100         WHEN 2 WRITE ACK2-REC FROM ARITH-ACK-REC
054200         WHEN 3 WRITE ACK3-REC FROM ARITH-ACK-REC
054300         WHEN 4 WRITE ACK4-REC FROM ARITH-ACK-REC
054400         WHEN 5 WRITE ACK5-REC FROM ARITH-ACK-REC
054500         WHEN 6 WRITE ACK6-REC FROM ARITH-ACK-REC
054600         WHEN 7 WRITE ACK7-REC FROM ARITH-ACK-REC
054700         WHEN OTHER WRITE ACK8-REC FROM ARITH-ACK-REC
054800     END-EVALUATE.
054900 2920-EXIT.
055000     EXIT.
055100*-----------------------------------------------------------*
055200* 2950-HASH-OPERANDS - ADD A CLEAN TRANSACTION'S OPERANDS TO *
055300* ITS LEG'S HASH TOTALS, MODULO 10**10 THE SAME WAY THE      *
055400* BRANCH BUILT ITS ARITHTRL TRAILER.                         *
055500*-----------------------------------------------------------*
055600 2950-HASH-OPERANDS.
055700     ADD AT-NUM1 TO AB-HASH-NUM1(WS-BR-SUB)
055800     IF AB-HASH-NUM1(WS-BR-SUB) > 9999999999
055900         SUBTRACT 10000000000 FROM AB-HASH-NUM1(WS-BR-SUB)
056000     END-IF
056100     ADD AT-NUM2 TO AB-HASH-NUM2(WS-BR-SUB)
056200     IF AB-HASH-NUM2(WS-BR-SUB) > 9999999999
056300         SUBTRACT 10000000000 FROM AB-HASH-NUM2(WS-BR-SUB)
056400     END-IF.
056500 2950-EXIT.
056600     EXIT.
056700*-----------------------------------------------------------*
056800* 3000-ACK-ONE-REJECT - ACKNOWLEDGE ONE TRANSACTION THE      *
056900* FRONT-END EDIT REJECTED, CARRYING ITS REASON CODE AND THE  *
057000* ORIGINAL IMAGE.  NON-NUMERIC OPERANDS ARE LEFT OUT OF THE  *
057100* HASH TOTALS, AS THE BRANCH'S TRAILER LEAVES THEM OUT.      *
057200*-----------------------------------------------------------*
057300 3000-ACK-ONE-REJECT.
057400     MOVE RJ-RAW-IMAGE TO ARITH-RAW-REC
057500     MOVE SPACES TO ARITH-ACK-REC
057600     SET AK-DETAIL-REC TO TRUE
057700     MOVE WS-RUN-ID TO AK-PROC-DATE
057800     MOVE AR-BRANCH-CODE TO AK-BRANCH-CODE
057900     MOVE AR-TRANS-ID TO AK-TRANS-ID
058000     SET AK-REJECTED TO TRUE
058100     MOVE RJ-REASON-CODE TO AK-REASON-CODE
058200     MOVE RJ-RAW-IMAGE TO AK-RAW-IMAGE
058300     PERFORM 2900-WRITE-ACK THRU 2900-EXIT
058400     IF WS-LEG-FOUND
058500         IF AR-NUM1 NUMERIC
058600             ADD AR-NUM1-NUM TO AB-HASH-NUM1(WS-BR-SUB)
058700             IF AB-HASH-NUM1(WS-BR-SUB) > 9999999999
058800                 SUBTRACT 10000000000
058900                     FROM AB-HASH-NUM1(WS-BR-SUB)
059000             END-IF
059100         END-IF
059200         IF AR-NUM2 NUMERIC
059300             ADD AR-NUM2-NUM TO AB-HASH-NUM2(WS-BR-SUB)
059400             IF AB-HASH-NUM2(WS-BR-SUB) > 9999999999
059500                 SUBTRACT 10000000000
059600                     FROM AB-HASH-NUM2(WS-BR-SUB)
059700             END-IF
059800         END-IF
059900     END-IF
060000     PERFORM 1400-READ-REJECT THRU 1400-EXIT.
060100 3000-EXIT.
060200     EXIT.
060300*-----------------------------------------------------------*
060400* 5900-ACK-SUMMARY - CLOSE EACH LEG WITH ITS TRAILER AND     *
060500* PRINT ITS COUNTS, THEN PROVE EVERY CLEAN AND REJECTED      *
060600* TRANSACTION WAS ACKNOWLEDGED AND EVERY RESULT AND          *
060700* EXCEPTION FOUND ITS TRANSACTION.                           *
060800*-----------------------------------------------------------*
060900 5900-ACK-SUMMARY.
061000     PERFORM 5910-CLOSE-ONE-LEG THRU 5910-EXIT
061100         VARYING WS-BR-SUB FROM 1 BY 1
061200         UNTIL WS-BR-SUB > WS-LEG-COUNT
061300     MOVE WS-CLN-COUNT TO C-CLEAN-IN
061400     MOVE WS-REJ-COUNT TO C-REJECT-IN
061500     MOVE WS-ACK-COUNT TO C-ACKED
061600     MOVE WS-UNROUTED-COUNT TO C-UNROUTED
061700     IF WS-CLN-COUNT + WS-REJ-COUNT = WS-ACK-COUNT
061800         MOVE 'RECONCILED' TO C-RECON-MSG
061900     ELSE
062000         MOVE 'OUT OF BALANCE' TO C-RECON-MSG
062100     END-IF
062200     MOVE WS-RPT-CNT TO PS-DETAIL-LINE
062300     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
062400     MOVE 'ARITH-XTR RESULTS' TO MT-LABEL
062500     MOVE WS-XTR-COUNT TO MT-IN
062600     MOVE WS-XTR-MATCHED TO MT-MATCHED
062700     IF WS-XTR-COUNT = WS-XTR-MATCHED
062800         MOVE 'RECONCILED' TO MT-RECON-MSG
062900     ELSE
063000         MOVE 'OUT OF BALANCE' TO MT-RECON-MSG
063100         MOVE 4 TO WS-ACK-RC
063200     END-IF
063300     MOVE WS-RPT-MATCH TO PS-DETAIL-LINE
063400     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
063500     MOVE 'ARITH-ERR EXCEPTIONS' TO MT-LABEL
063600     MOVE WS-ERR-COUNT TO MT-IN
063700     MOVE WS-ERR-MATCHED TO MT-MATCHED
063800     IF WS-ERR-COUNT = WS-ERR-MATCHED
063900         MOVE 'RECONCILED' TO MT-RECON-MSG
064000     ELSE
064100         MOVE 'OUT OF BALANCE' TO MT-RECON-MSG
064200         MOVE 4 TO WS-ACK-RC
064300     END-IF
064400     MOVE WS-RPT-MATCH TO PS-DETAIL-LINE
064405     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
064410     MOVE 'HOLD QUEUE ITEMS' TO MT-LABEL
064415     MOVE WS-HLD-COUNT TO MT-IN
064420     MOVE WS-HLD-MATCHED TO MT-MATCHED
064425     IF WS-HLD-COUNT = WS-HLD-MATCHED
064430         MOVE 'RECONCILED' TO MT-RECON-MSG
064435     ELSE
064440         MOVE 'OUT OF BALANCE' TO MT-RECON-MSG
064445         MOVE 4 TO WS-ACK-RC
064450     END-IF
064455     MOVE WS-RPT-MATCH TO PS-DETAIL-LINE
064500     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
064600 5900-EXIT.
064700     EXIT.
064800 5910-CLOSE-ONE-LEG.
064820     IF NOT AB-LEG-ACKED(WS-BR-SUB)
064840         PERFORM 5920-REPORT-SKIPPED-LEG THRU 5920-EXIT
064860         GO TO 5910-EXIT
064880     END-IF
064900     MOVE SPACES TO ARITH-ACK-REC
065000     SET AK-TRAILER-REC TO TRUE
065100     MOVE WS-RUN-ID TO AK-PROC-DATE
065200     MOVE AB-BRANCH-CODE(WS-BR-SUB) TO AK-BRANCH-CODE
065300     MOVE AB-ACCEPTED(WS-BR-SUB) TO AK-T-ACCEPTED
065400     MOVE AB-REJECTED(WS-BR-SUB) TO AK-T-REJECTED
065500     MOVE AB-EXCEPTED(WS-BR-SUB) TO AK-T-EXCEPTED
065550     MOVE AB-HELD(WS-BR-SUB) TO AK-T-HELD
065600     COMPUTE AK-T-RECORD-COUNT = AB-ACCEPTED(WS-BR-SUB)
065700         + AB-REJECTED(WS-BR-SUB) + AB-EXCEPTED(WS-BR-SUB)
065750         + AB-HELD(WS-BR-SUB)
065800     MOVE AB-HASH-NUM1(WS-BR-SUB) TO AK-T-HASH-NUM1
065900     MOVE AB-HASH-NUM2(WS-BR-SUB) TO AK-T-HASH-NUM2
066000     PERFORM 2920-WRITE-ONE-LEG THRU 2920-EXIT
066100     MOVE AB-BRANCH-CODE(WS-BR-SUB) TO LC-BRANCH
066200     MOVE AB-BRANCH-NAME(WS-BR-SUB) TO LC-NAME
066300     MOVE AB-ACCEPTED(WS-BR-SUB) TO LC-ACCEPTED
066400     MOVE AB-REJECTED(WS-BR-SUB) TO LC-REJECTED
066500     MOVE AB-EXCEPTED(WS-BR-SUB) TO LC-EXCEPTED
066550     MOVE AB-HELD(WS-BR-SUB) TO LC-HELD
066600     MOVE AK-T-RECORD-COUNT TO LC-TOTAL
066700     MOVE WS-RPT-LEG-CNT TO PS-DETAIL-LINE
066800     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
066900     MOVE AK-T-HASH-NUM1 TO LH-HASH-NUM1
067000     MOVE AK-T-HASH-NUM2 TO LH-HASH-NUM2
067100     MOVE WS-RPT-LEG-HASH TO PS-DETAIL-LINE
067200     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
067300 5910-EXIT.
067400     EXIT.
067405 5920-REPORT-SKIPPED-LEG.
067410     ADD 1 TO WS-SKIP-LEG-COUNT
067415     MOVE AB-BRANCH-CODE(WS-BR-SUB) TO LS-BRANCH
067420     MOVE AB-BRANCH-NAME(WS-BR-SUB) TO LS-NAME
067425     EVALUATE TRUE
067430         WHEN AB-LEG-DEFERRED(WS-BR-SUB)
067435             MOVE 'BRANCH DEFERRED' TO LS-REASON
067440         WHEN AB-LEG-WAIVED(WS-BR-SUB)
067445             MOVE 'BRANCH WAIVED' TO LS-REASON
067450         WHEN OTHER
067455             MOVE 'NOT IN CATCH-UP' TO LS-REASON
067460     END-EVALUATE
067465     MOVE WS-RPT-LEG-SKIP TO PS-DETAIL-LINE
067470     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
067475 5920-EXIT.
067480     EXIT.
067500*-----------------------------------------------------------*
067600* 7800-7890 - SHARED PRINT SERVICES.  THE CALLER MOVES ITS   *
067700* LINE TO PS-DETAIL-LINE; PRINTSVC HANDS BACK THE ASA PRINT  *
067800* LINES (PAGE HEADER, DETAIL, TRAILER) TO WRITE.             *
067900*-----------------------------------------------------------*
068000 7800-PRINT-DETAIL.
068100     SET PS-FUNC-DETAIL TO TRUE
068200     CALL 'PRINTSVC' USING PRINTSVC-PARM
068300     PERFORM 7850-WRITE-SVC-LINES THRU 7850-EXIT.
068400 7800-EXIT.
068500     EXIT.
068600 7850-WRITE-SVC-LINES.
068700     PERFORM 7860-WRITE-ONE-SVC-LINE THRU 7860-EXIT
068800         VARYING WS-PS-SUB FROM 1 BY 1
068900         UNTIL WS-PS-SUB > PS-OUT-COUNT.
069000 7850-EXIT.
069100     EXIT.
069200 7860-WRITE-ONE-SVC-LINE.
069300     WRITE ACK-RPT-REC FROM PS-OUT-LINE(WS-PS-SUB).
069400 7860-EXIT.
069500     EXIT.
069600 7890-PRINT-TRAILER.
069700     SET PS-FUNC-CLOSE TO TRUE
069800     CALL 'PRINTSVC' USING PRINTSVC-PARM
069900     PERFORM 7850-WRITE-SVC-LINES THRU 7850-EXIT.
070000 7890-EXIT.
070100     EXIT.
070200*-----------------------------------------------------------*
070300* 9999-TERMINATE - NORMAL END OF JOB.                        *
070400*-----------------------------------------------------------*
070500 9999-TERMINATE.
070600     PERFORM 9100-CLOSE-ONE-LEG THRU 9100-EXIT
070700         VARYING WS-BR-SUB FROM 1 BY 1
070800         UNTIL WS-BR-SUB > WS-LEG-COUNT
070900     PERFORM 7890-PRINT-TRAILER THRU 7890-EXIT
071000     CLOSE CLEAN-FILE
071100     CLOSE REJECT-FILE
071200     CLOSE ARITH-XTR-FILE
071300     CLOSE ARITH-ERR-FILE
071350     CLOSE HLD-QUE-FILE
071400     CLOSE ACK-RPT-FILE
071500     SET RL-FUNC-END TO TRUE
071600     MOVE 'ARITHCLN' TO RL-FILE-NAME(1)
071700     MOVE WS-CLN-COUNT TO RL-FILE-COUNT(1)
071800     MOVE 'ARITHREJ' TO RL-FILE-NAME(2)
071900     MOVE WS-REJ-COUNT TO RL-FILE-COUNT(2)
072000     MOVE 'ARITHXTR' TO RL-FILE-NAME(3)
072100     MOVE WS-XTR-COUNT TO RL-FILE-COUNT(3)
072200     MOVE 'ARITHERR' TO RL-FILE-NAME(4)
072300     MOVE WS-ERR-COUNT TO RL-FILE-COUNT(4)
072400     MOVE 'ACKBROUT' TO RL-FILE-NAME(5)
072500     MOVE WS-ACK-OUT-COUNT TO RL-FILE-COUNT(5)
072520     MOVE 'HLDQUE' TO RL-FILE-NAME(6)
072540     MOVE WS-HLD-COUNT TO RL-FILE-COUNT(6)
072600     MOVE WS-ACK-RC TO RL-PROGRAM-RC
072700     CALL 'RUNLOG' USING RUNLOG-PARM
072750     MOVE WS-ACK-RC TO RETURN-CODE.
072800 9999-EXIT.
072900     EXIT.
073000 9100-CLOSE-ONE-LEG.
073100     EVALUATE WS-BR-SUB
073200         WHEN 1 CLOSE ACK1-FILE
073300         WHEN 2 CLOSE ACK2-FILE
073400         WHEN 3 CLOSE ACK3-FILE
073500         WHEN 4 CLOSE ACK4-FILE
073600         WHEN 5 CLOSE ACK5-FILE
073700         WHEN 6 CLOSE ACK6-FILE
073800         WHEN 7 CLOSE ACK7-FILE
073900         WHEN OTHER CLOSE ACK8-FILE
074000     END-EVALUATE.
074100 9100-EXIT.
074200     EXIT.
074300 9999-ABEND.
074400     STOP RUN.
