000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ARITHCHG.
000300 AUTHOR.        R K MERCER.
000400 INSTALLATION.  BATCH APPLICATIONS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*-----------------------------------------------------------*
001000* 2026-10-15 RKM  ORIGINAL PROGRAM.  MONTH-END BRANCH        *
001100*                 CHARGEBACK.  COUNTS EACH BRANCH'S ACTIVITY *
001200*                 FOR THE CURRENT MONTH FROM THE ARITH-HST   *
001300*                 HISTORY MASTER (POSTED OPERATIONS BY       *
001400*                 OPERATION, ARITHEDT REJECTS AND ARITH-ERR  *
001500*                 EXCEPTIONS), PRICES IT FROM THE RATMAINT   *
001600*                 RATE TABLE, PRINTS ONE STATEMENT PER BRANCH*
001700*                 WITH ITS BRANCHM NAME AND A SUMMARY, AND   *
001800*                 WRITES A GENERAL LEDGER JOURNAL (A DEBIT   *
001900*                 PER BRANCH, A CREDIT PER FEE CODE TO ITS   *
002000*                 INCOME ACCOUNT) ENDING IN A BALANCED       *
002100*                 TRAILER.  THE JOURNAL IS WITHHELD, WITH    *
002200*                 CONDITION CODE 8, WHEN ARITHMTD'S SWEEP    *
002300*                 STATUS SHOWS UNRUN BUSINESS DAYS OR IS     *
002400*                 MISSING OR FOR ANOTHER PERIOD.             *
002500*-----------------------------------------------------------*
002505* 2026-10-15 RKM  PERIOD OVERRIDE.  AN OPTIONAL MTD-CTL P    *
002510*                 CARD, THE SAME ONE ARITHMTD TAKES, NAMES   *
002515*                 AN EARLIER MONTH TO BILL, SO A MONTH WHOSE *
002520*                 JOURNAL WAS WITHHELD FOR MISSED DAYS CAN   *
002525*                 BE RERUN ONCE THEY ARE POSTED.  NO CARD    *
002530*                 BILLS THE CURRENT MONTH.  THE SWEEP STATUS *
002535*                 MUST STILL BE FOR THE SAME PERIOD.         *
002540*-----------------------------------------------------------*
002545* 2026-10-15 RKM  THE JOURNAL IS ALSO WITHHELD, WITH         *
002550*                 CONDITION CODE 8, WHILE ANY DATE IN THE    *
002555*                 PERIOD HAS A BRANCH STILL DEFERRED ON THE  *
002560*                 ARITHDFR DEFERRAL FILE (ITS LATEST RECORD  *
002565*                 IS D).  THE OPEN DEFERRALS ARE LISTED ON   *
002570*                 THE REPORT.                                *
002575*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.  IBM-370.
002900 OBJECT-COMPUTER.  IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003120     SELECT MTD-CTL-FILE     ASSIGN TO MTDCTL
003140                             ORGANIZATION IS SEQUENTIAL.
003200     SELECT ARITH-HST-FILE   ASSIGN TO ARITHHST
003300                             ORGANIZATION IS SEQUENTIAL.
003400     SELECT BRANCH-MST-FILE  ASSIGN TO BRANCHMS
003500                             ORGANIZATION IS SEQUENTIAL.
003600     SELECT RATE-MST-FILE    ASSIGN TO RATES
003700                             ORGANIZATION IS SEQUENTIAL.
003800     SELECT MTD-STAT-FILE    ASSIGN TO MTDSTAT
003900                             ORGANIZATION IS SEQUENTIAL
004000                             FILE STATUS IS WS-STAT-FILE-STATUS.
004020     SELECT DEFERRAL-FILE    ASSIGN TO ARITHDFR
004040                             ORGANIZATION IS SEQUENTIAL.
004100     SELECT GL-JRNL-FILE     ASSIGN TO GLJRNL
004200                             ORGANIZATION IS SEQUENTIAL.
004300     SELECT CHG-RPT-FILE     ASSIGN TO CHGRPT
004400                             ORGANIZATION IS SEQUENTIAL.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
004720 FD  MTD-CTL-FILE
004740     RECORDING MODE IS F.
004760     COPY MTDCTL.
004800 FD  ARITH-HST-FILE
004900     RECORDING MODE IS F.
005000     COPY ARITHHST.
005100 FD  BRANCH-MST-FILE
005200     RECORDING MODE IS F.
005300     COPY BRANCHM.
005400 FD  RATE-MST-FILE
005500     RECORDING MODE IS F.
005600     COPY RATEM.
005700 FD  MTD-STAT-FILE
005800     RECORDING MODE IS F.
005900     COPY MTDSTAT.
005920 FD  DEFERRAL-FILE
005940     RECORDING MODE IS F.
005960     COPY ARITHDFR.
006000 FD  GL-JRNL-FILE
006100     RECORDING MODE IS F.
006200     COPY GLJRNL.
006300 FD  CHG-RPT-FILE
006400     RECORDING MODE IS F.
006500 01  CHG-RPT-REC                PIC X(133).
006600*
006700 WORKING-STORAGE SECTION.
006800 01  WS-TODAY-DATE.
006900     05  WS-TODAY-PERIOD.
007000         10  WS-CCYY           PIC 9(04).
007100         10  WS-MM             PIC 9(02).
007200     05  WS-DD                 PIC 9(02).
007300 01  WS-BILL-DATE.
007400     05  WS-BILL-PERIOD        PIC X(06).
007500     05  FILLER                PIC X(02).
007505 01  WS-DFR-DATE.
007510     05  WS-DFR-PERIOD         PIC X(06).
007515     05  FILLER                PIC X(02).
007520 77  WS-CTL-EOF-SWITCH         PIC X(01) VALUE 'N'.
007525     88  WS-CTL-EOF            VALUE 'Y'.
007530 77  WS-OVERRIDE-SWITCH        PIC X(01) VALUE 'N'.
007535     88  WS-PERIOD-OVERRIDDEN  VALUE 'Y'.
007540 77  WS-DFR-EOF-SWITCH         PIC X(01) VALUE 'N'.
007545     88  WS-DFR-EOF            VALUE 'Y'.
007550 77  WS-OD-SUB                 PIC 9(03) VALUE 0 COMP.
007555 77  WS-OD-USED                PIC 9(03) VALUE 0 COMP.
007560 77  WS-OD-FOUND               PIC 9(03) VALUE 0 COMP.
007565 77  WS-OD-FREE                PIC 9(03) VALUE 0 COMP.
007570 77  WS-MAX-OPEN               PIC 9(03) VALUE 100 COMP.
007575 77  WS-OPEN-COUNT             PIC 9(03) VALUE 0 COMP.
007600 77  WS-HST-EOF-SWITCH         PIC X(01) VALUE 'N'.
007700     88  WS-HST-EOF            VALUE 'Y'.
007800 77  WS-BRM-EOF-SWITCH         PIC X(01) VALUE 'N'.
007900     88  WS-BRM-EOF            VALUE 'Y'.
008000 77  WS-RAT-EOF-SWITCH         PIC X(01) VALUE 'N'.
008100     88  WS-RAT-EOF            VALUE 'Y'.
008200 77  WS-FOUND-SWITCH           PIC X(01) VALUE 'N'.
008300     88  WS-ENTRY-FOUND        VALUE 'Y'.
008400 77  WS-FEED-SWITCH            PIC X(01) VALUE 'Y'.
008500     88  WS-FEED-ALLOWED       VALUE 'Y'.
008600 77  WS-STAT-FILE-STATUS       PIC X(02) VALUE '00'.
008700 77  WS-FEED-REASON            PIC X(36) VALUE SPACES.
008800 77  WS-FEED-REASON-COUNT      PIC 9(03) VALUE 0 COMP.
008900 77  WS-RECEIVABLE-ACCOUNT     PIC X(10) VALUE '1420-00000'.
009000 77  WS-MAX-BRANCHES           PIC 9(03) VALUE 60 COMP.
009100 77  WS-BR-COUNT               PIC 9(03) VALUE 0 COMP.
009200 77  WS-BR-SUB                 PIC 9(03) VALUE 0 COMP.
009300 77  WS-BR-SCAN                PIC 9(03) VALUE 0 COMP.
009400 77  WS-SHIFT-SUB              PIC 9(03) VALUE 0 COMP.
009500 77  WS-FEE-SUB                PIC 9(01) VALUE 0 COMP.
009600 77  WS-FEE-SCAN               PIC 9(01) VALUE 0 COMP.
009700 77  WS-OP-SLOTS               PIC 9(01) VALUE 4 COMP.
009800 77  WS-REJ-SLOT               PIC 9(01) VALUE 5 COMP.
009900 77  WS-EXC-SLOT               PIC 9(01) VALUE 6 COMP.
010000 77  WS-HS-SUB                 PIC 9(01) VALUE 0 COMP.
010100 77  WS-PS-SUB                 PIC 9(01) VALUE 0 COMP.
010200 77  WS-HST-IN-COUNT           PIC 9(08) VALUE 0 COMP.
010300 77  WS-HST-BILLED-COUNT       PIC 9(08) VALUE 0 COMP.
010400 77  WS-ACTIVITY-COUNT         PIC 9(08) VALUE 0 COMP.
010500 77  WS-STMT-COUNT             PIC 9(06) VALUE 0 COMP.
010600 77  WS-UNKNOWN-COUNT          PIC 9(06) VALUE 0 COMP.
010700 77  WS-GL-DETAIL-COUNT        PIC 9(08) VALUE 0 COMP.
010800 77  WS-LINE-AMOUNT            PIC 9(11)V99 VALUE 0.
010900 77  WS-DEBIT-TOTAL            PIC 9(11)V99 VALUE 0.
011000 77  WS-CREDIT-TOTAL           PIC 9(11)V99 VALUE 0.
011100 01  WS-FEE-CODE-DATA          PIC X(18)
011200                               VALUE 'ADDSUBMULDIVREJEXC'.
011300 01  WS-FEE-CODE-TABLE REDEFINES WS-FEE-CODE-DATA.
011400     05  WS-FEE-CODE-NAME      PIC X(03) OCCURS 6 TIMES.
011500 01  WS-CHARGE-TABLE.
011600     05  WS-CHARGE-ENTRY OCCURS 6 TIMES.
011700         10  CT-FEE-CODE       PIC X(03).
011800         10  CT-DESCRIPTION    PIC X(30).
011900         10  CT-FEE-AMOUNT     PIC 9(03)V99.
012000         10  CT-INCOME-ACCOUNT PIC X(10).
012100         10  CT-LOADED-SWITCH  PIC X(01).
012200             88  CT-LOADED      VALUE 'Y'.
012300         10  CT-PERIOD-COUNT   PIC 9(08).
012400         10  CT-PERIOD-AMOUNT  PIC 9(11)V99.
012410 01  WS-OPEN-DFR-TABLE.
012420     05  WS-OPEN-DFR-ENTRY OCCURS 100 TIMES.
012430         10  OD-PROC-DATE      PIC 9(08).
012440         10  OD-BRANCH-CODE    PIC X(03).
012450         10  OD-IN-USE-SWITCH  PIC X(01).
012460             88  OD-IN-USE      VALUE 'Y'.
012500 01  WS-BRANCH-TABLE.
012600     05  WS-BRANCH-ENTRY OCCURS 60 TIMES.
012700         10  BC-BRANCH-CODE    PIC X(03).
012800         10  BC-BRANCH-NAME    PIC X(30).
012900         10  BC-ACTIVE-FLAG    PIC X(01).
013000             88  BC-ACTIVE      VALUE 'Y'.
013100         10  BC-MASTER-SWITCH  PIC X(01).
013200             88  BC-ON-MASTER   VALUE 'Y'.
013300         10  BC-FEE-COUNT      PIC 9(08) OCCURS 6 TIMES.
013400         10  BC-TOTAL          PIC 9(11)V99.
013500 01  WS-RPT-STMT-HDR.
013600     05  FILLER       PIC X(32) VALUE
013700         'CHARGEBACK STATEMENT FOR PERIOD '.
013800     05  SH-YEAR      PIC 9(04).
013900     05  FILLER       PIC X(01) VALUE '-'.
014000     05  SH-MONTH     PIC 9(02).
014100 01  WS-RPT-BRANCH-HDR.
014200     05  FILLER       PIC X(08) VALUE 'BRANCH: '.
014300     05  SB-CODE      PIC X(03).
014400     05  FILLER       PIC X(02) VALUE SPACES.
014500     05  SB-NAME      PIC X(30).
014600 01  WS-RPT-COL-HDR.
014700     05  FILLER       PIC X(05) VALUE 'FEE'.
014800     05  FILLER       PIC X(32) VALUE 'DESCRIPTION'.
014900     05  FILLER       PIC X(10) VALUE '     COUNT'.
015000     05  FILLER       PIC X(08) VALUE '    RATE'.
015100     05  FILLER       PIC X(17) VALUE '           AMOUNT'.
015200 01  WS-RPT-FEE-DTL.
015300     05  SF-CODE      PIC X(03).
015400     05  FILLER       PIC X(02) VALUE SPACES.
015500     05  SF-DESC      PIC X(30).
015600     05  FILLER       PIC X(02) VALUE SPACES.
015700     05  SF-COUNT     PIC Z(7)9.
015800     05  FILLER       PIC X(02) VALUE SPACES.
015900     05  SF-RATE      PIC ZZ9.99.
016000     05  FILLER       PIC X(02) VALUE SPACES.
016100     05  SF-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
016200 01  WS-RPT-STMT-TOTAL.
016300     05  FILLER       PIC X(55) VALUE
016400         'TOTAL CHARGE FOR THE PERIOD'.
016500     05  ST-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
016600 01  WS-RPT-SUM-HDR.
016700     05  FILLER       PIC X(30) VALUE
016800         'CHARGEBACK SUMMARY FOR PERIOD '.
016900     05  SS-YEAR      PIC 9(04).
017000     05  FILLER       PIC X(01) VALUE '-'.
017100     05  SS-MONTH     PIC 9(02).
017150     05  SS-SOURCE    PIC X(30) VALUE SPACES.
017200 01  WS-RPT-SUM-BRANCH.
017300     05  FILLER       PIC X(07) VALUE 'BRANCH '.
017400     05  SR-CODE      PIC X(03).
017500     05  FILLER       PIC X(02) VALUE SPACES.
017600     05  SR-NAME      PIC X(30).
017700     05  FILLER       PIC X(05) VALUE ' DR: '.
017800     05  SR-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
017900 01  WS-RPT-SUM-FEE.
018000     05  FILLER       PIC X(07) VALUE 'FEE    '.
018100     05  SE-CODE      PIC X(03).
018200     05  FILLER       PIC X(02) VALUE SPACES.
018300     05  SE-DESC      PIC X(30).
018400     05  FILLER       PIC X(05) VALUE ' CR: '.
018500     05  SE-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
018600     05  FILLER       PIC X(08) VALUE ' COUNT: '.
018700     05  SE-COUNT     PIC Z(7)9.
018800     05  FILLER       PIC X(10) VALUE ' ACCOUNT: '.
018900     05  SE-ACCOUNT   PIC X(10).
019000 01  WS-RPT-SUM-TOTALS.
019100     05  FILLER       PIC X(14) VALUE 'TOTAL DEBITS: '.
019200     05  SX-DEBITS    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019300     05  FILLER       PIC X(17) VALUE '  TOTAL CREDITS: '.
019400     05  SX-CREDITS   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019500     05  FILLER       PIC X(02) VALUE SPACES.
019600     05  SX-BALANCE   PIC X(14).
019700 01  WS-RPT-FEED-DTL.
019800     05  FILLER       PIC X(16) VALUE 'GL JOURNAL FEED '.
019900     05  FD-STATUS    PIC X(08).
020000     05  FILLER       PIC X(03) VALUE ' - '.
020100     05  FD-TEXT      PIC X(36).
020200     05  FD-COUNT     PIC Z(08).
020210 01  WS-RPT-OPEN-DTL.
020220     05  FILLER       PIC X(30) VALUE
020230         'DEFERRED BRANCH OUTSTANDING - '.
020240     05  FILLER       PIC X(06) VALUE 'DATE: '.
020250     05  OD-R-DATE    PIC 9(08).
020260     05  FILLER       PIC X(09) VALUE ' BRANCH: '.
020270     05  OD-R-BRANCH  PIC X(03).
020300 01  WS-RPT-CNT.
020400     05  FILLER       PIC X(14) VALUE 'HISTORY READ: '.
020500     05  C-HST-IN     PIC Z(7)9.
020600     05  FILLER       PIC X(09) VALUE ' BILLED: '.
020700     05  C-BILLED     PIC Z(7)9.
020800     05  FILLER       PIC X(13) VALUE ' STATEMENTS: '.
020900     05  C-STMTS      PIC Z(5)9.
021000     05  FILLER       PIC X(16) VALUE ' NOT ON MASTER: '.
021100     05  C-UNKNOWN    PIC Z(5)9.
021200     COPY RUNDATE.
021300     COPY PRINTSV.
021400*
021500 PROCEDURE DIVISION.
021600*-----------------------------------------------------------*
021700* 0000-MAIN-PARA                                             *
021800*-----------------------------------------------------------*
021900 0000-MAIN-PARA.
022000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022100     PERFORM 2000-COUNT-ONE-HISTORY THRU 2000-EXIT
022200         UNTIL WS-HST-EOF
022300     PERFORM 3000-PRINT-STATEMENTS THRU 3000-EXIT
022400     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
022500     PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT
022600     PERFORM 5900-CHG-SUMMARY THRU 5900-EXIT
022700     PERFORM 9999-TERMINATE THRU 9999-EXIT
022800     STOP RUN.
022900*-----------------------------------------------------------*
022950* 1000-INITIALIZE - THE PERIOD IS THE CURRENT MONTH UNLESS AN*
023000* MTD-CTL CARD NAMES AN EARLIER ONE, AS IN ARITHMTD.  LOAD   *
023050* THE RATE TABLE AND THE BRANCH MASTER, READ THE SWEEP STATUS*
023100* AND THE OPEN DEFERRALS AND PRIME THE HISTORY READ-AHEAD.   *
023300*-----------------------------------------------------------*
023400 1000-INITIALIZE.
023500     CALL 'RUNDATE' USING RUNDATE-PARM
023600     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
023650     PERFORM 1050-READ-PERIOD-CONTROL THRU 1050-EXIT
023700     OPEN INPUT ARITH-HST-FILE
023800     OPEN OUTPUT GL-JRNL-FILE
023900     OPEN OUTPUT CHG-RPT-FILE
024000     SET PS-FUNC-OPEN TO TRUE
024100     MOVE 'BRANCH CHARGEBACK STATEMENTS' TO PS-REPORT-TITLE
024200     MOVE 'ARITHCHG' TO PS-PROGRAM-ID
024300     MOVE RD-FORMATTED-DATE TO PS-RUN-DATE
024400     MOVE RD-BUSINESS-DAY-FLAG TO PS-BUS-DAY-FLAG
024500     MOVE 0 TO PS-LINES-PER-PAGE
024600     CALL 'PRINTSVC' USING PRINTSVC-PARM
024700     PERFORM 1100-LOAD-RATES THRU 1100-EXIT
024800     PERFORM 1200-LOAD-BRANCHES THRU 1200-EXIT
024900     PERFORM 1300-CHECK-SWEEP THRU 1300-EXIT
024950     PERFORM 1350-LOAD-DEFERRALS THRU 1350-EXIT
025000     PERFORM 1400-READ-HISTORY THRU 1400-EXIT.
025100 1000-EXIT.
025200     EXIT.
025201*-----------------------------------------------------------*
025202* 1050-READ-PERIOD-CONTROL - THE MTD-CTL DECK, AS ARITHMTD   *
025203* READS IT.  AN EMPTY DECK LEAVES THE CURRENT MONTH; A P CARD*
025204* FOR AN EARLIER MONTH MAKES THAT THE PERIOD BILLED.  A CARD *
025205* THAT CANNOT BE ACTED ON STOPS THE RUN BEFORE ANYTHING IS   *
025206* WRITTEN.                                                   *
025207*-----------------------------------------------------------*
025208 1050-READ-PERIOD-CONTROL.
025209     OPEN INPUT MTD-CTL-FILE
025210     PERFORM 1055-LOAD-ONE-CARD THRU 1055-EXIT
025211         UNTIL WS-CTL-EOF
025212     CLOSE MTD-CTL-FILE.
025213 1050-EXIT.
025214     EXIT.
025215 1055-LOAD-ONE-CARD.
025216     READ MTD-CTL-FILE
025217         AT END
025218             MOVE 'Y' TO WS-CTL-EOF-SWITCH
025219             GO TO 1055-EXIT
025220     END-READ
025221     IF NOT MX-PERIOD-CARD
025222         DISPLAY 'ARITHCHG - MTD-CTL CARD TYPE ' MX-CARD-TYPE
025223             ' IS NOT P'
025224         MOVE 16 TO RETURN-CODE
025225         GO TO 9999-ABEND
025226     END-IF
025227     IF WS-PERIOD-OVERRIDDEN
025228         DISPLAY 'ARITHCHG - MORE THAN ONE MTD-CTL P CARD'
025229         MOVE 16 TO RETURN-CODE
025230         GO TO 9999-ABEND
025231     END-IF
025232     IF MX-PERIOD NOT NUMERIC
025233         DISPLAY 'ARITHCHG - MTD-CTL PERIOD ' MX-PERIOD
025234             ' IS NOT CCYYMM'
025235         MOVE 16 TO RETURN-CODE
025236         GO TO 9999-ABEND
025237     END-IF
025238     IF MX-PERIOD-MONTH < 1 OR MX-PERIOD-MONTH > 12
025239         OR MX-PERIOD > WS-TODAY-PERIOD
025240         DISPLAY 'ARITHCHG - MTD-CTL PERIOD ' MX-PERIOD
025241             ' IS NOT A MONTH UP TO ' WS-TODAY-PERIOD
025242         MOVE 16 TO RETURN-CODE
025243         GO TO 9999-ABEND
025244     END-IF
025245     MOVE 'Y' TO WS-OVERRIDE-SWITCH
025246     MOVE MX-PERIOD TO WS-TODAY-PERIOD
025247     DISPLAY 'ARITHCHG - PERIOD ' WS-TODAY-PERIOD
025248         ' FROM THE MTD-CTL P CARD'.
025249 1055-EXIT.
025250     EXIT.
025300*-----------------------------------------------------------*
025400* 1100-LOAD-RATES - EVERY FEE CODE MUST HAVE A RATE (ZERO IS *
025500* A RATE); A MONTH CANNOT BE PRICED FROM A PARTIAL TABLE.    *
025600*-----------------------------------------------------------*
025700 1100-LOAD-RATES.
025800     PERFORM 1110-CLEAR-ONE-RATE THRU 1110-EXIT
025900         VARYING WS-FEE-SUB FROM 1 BY 1 UNTIL WS-FEE-SUB > 6
026000     OPEN INPUT RATE-MST-FILE
026100     PERFORM 1120-LOAD-ONE-RATE THRU 1120-EXIT
026200         UNTIL WS-RAT-EOF
026300     CLOSE RATE-MST-FILE
026400     PERFORM 1140-CHECK-ONE-RATE THRU 1140-EXIT
026500         VARYING WS-FEE-SUB FROM 1 BY 1 UNTIL WS-FEE-SUB > 6.
026600 1100-EXIT.
026700     EXIT.
026800 1110-CLEAR-ONE-RATE.
026900     MOVE WS-FEE-CODE-NAME(WS-FEE-SUB) TO CT-FEE-CODE(WS-FEE-SUB)
027000     MOVE SPACES TO CT-DESCRIPTION(WS-FEE-SUB)
027100     MOVE 0 TO CT-FEE-AMOUNT(WS-FEE-SUB)
027200     MOVE SPACES TO CT-INCOME-ACCOUNT(WS-FEE-SUB)
027300     MOVE 'N' TO CT-LOADED-SWITCH(WS-FEE-SUB)
027400     MOVE 0 TO CT-PERIOD-COUNT(WS-FEE-SUB)
027500     MOVE 0 TO CT-PERIOD-AMOUNT(WS-FEE-SUB).
027600 1110-EXIT.
027700     EXIT.
027800 1120-LOAD-ONE-RATE.
027900     READ RATE-MST-FILE
028000         AT END
028100             MOVE 'Y' TO WS-RAT-EOF-SWITCH
028200             GO TO 1120-EXIT
028300     END-READ
028400     MOVE 0 TO WS-FEE-SUB
028500     PERFORM 1130-MATCH-ONE-RATE THRU 1130-EXIT
028600         VARYING WS-FEE-SCAN FROM 1 BY 1
028700         UNTIL WS-FEE-SCAN > 6 OR WS-FEE-SUB > 0
028800     IF WS-FEE-SUB > 0
028900         MOVE RM-DESCRIPTION TO CT-DESCRIPTION(WS-FEE-SUB)
029000         MOVE RM-FEE-AMOUNT TO CT-FEE-AMOUNT(WS-FEE-SUB)
029100         MOVE RM-INCOME-ACCOUNT TO CT-INCOME-ACCOUNT(WS-FEE-SUB)
029200         MOVE 'Y' TO CT-LOADED-SWITCH(WS-FEE-SUB)
029300     END-IF.
029400 1120-EXIT.
029500     EXIT.
029600 1130-MATCH-ONE-RATE.
029700     IF CT-FEE-CODE(WS-FEE-SCAN) = RM-FEE-CODE
029800         MOVE WS-FEE-SCAN TO WS-FEE-SUB
029900     END-IF.
030000 1130-EXIT.
030100     EXIT.
030200 1140-CHECK-ONE-RATE.
030300     IF NOT CT-LOADED(WS-FEE-SUB)
030400         DISPLAY 'ARITHCHG - NO RATE FOR FEE CODE '
030500             CT-FEE-CODE(WS-FEE-SUB)
030600         MOVE 16 TO RETURN-CODE
030700         GO TO 9999-ABEND
030800     END-IF.
030900 1140-EXIT.
031000     EXIT.
031100*-----------------------------------------------------------*
031200* 1200-LOAD-BRANCHES - THE MASTER IS IN ASCENDING CODE ORDER,*
031300* SO THE TABLE IS TOO.  A BRANCH THAT TURNS UP IN HISTORY BUT*
031400* NOT ON THE MASTER IS SLOTTED IN LATER BY 2300.             *
031500*-----------------------------------------------------------*
031600 1200-LOAD-BRANCHES.
031700     OPEN INPUT BRANCH-MST-FILE
031800     PERFORM 1210-LOAD-ONE-BRANCH THRU 1210-EXIT
031900         UNTIL WS-BRM-EOF
032000     CLOSE BRANCH-MST-FILE.
032100 1200-EXIT.
032200     EXIT.
032300 1210-LOAD-ONE-BRANCH.
032400     READ BRANCH-MST-FILE
032500         AT END
032600             MOVE 'Y' TO WS-BRM-EOF-SWITCH
032700             GO TO 1210-EXIT
032800     END-READ
032900     IF WS-BR-COUNT >= WS-MAX-BRANCHES
033000         DISPLAY 'ARITHCHG - MORE THAN ' WS-MAX-BRANCHES
033100             ' BRANCHES'
033200         MOVE 16 TO RETURN-CODE
033300         GO TO 9999-ABEND
033400     END-IF
033500     ADD 1 TO WS-BR-COUNT
033600     MOVE WS-BR-COUNT TO WS-BR-SUB
033700     PERFORM 2330-CLEAR-ONE-BRANCH THRU 2330-EXIT
033800     MOVE BM-BRANCH-CODE TO BC-BRANCH-CODE(WS-BR-SUB)
033900     MOVE BM-BRANCH-NAME TO BC-BRANCH-NAME(WS-BR-SUB)
034000     MOVE BM-ACTIVE-FLAG TO BC-ACTIVE-FLAG(WS-BR-SUB)
034100     MOVE 'Y' TO BC-MASTER-SWITCH(WS-BR-SUB).
034200 1210-EXIT.
034300     EXIT.
034400*-----------------------------------------------------------*
034500* 1300-CHECK-SWEEP - THE JOURNAL MAY ONLY BE RELEASED FOR A  *
034600* MONTH WHOSE ARITHMTD CALENDAR SWEEP FOUND EVERY BUSINESS   *
034700* DAY POSTED.  A MISSING STATUS, OR ONE FOR ANOTHER PERIOD,  *
034800* WITHHOLDS IT TOO.  THE STATEMENTS ARE PRINTED EITHER WAY.  *
034900*-----------------------------------------------------------*
035000 1300-CHECK-SWEEP.
035100     OPEN INPUT MTD-STAT-FILE
035200     IF WS-STAT-FILE-STATUS NOT = '00'
035300         MOVE 'N' TO WS-FEED-SWITCH
035400         MOVE 'NO MONTH-END SWEEP STATUS' TO WS-FEED-REASON
035500         GO TO 1300-EXIT
035600     END-IF
035700     READ MTD-STAT-FILE
035800         AT END
035900             MOVE 'N' TO WS-FEED-SWITCH
036000             MOVE 'NO MONTH-END SWEEP STATUS' TO WS-FEED-REASON
036100     END-READ
036200     CLOSE MTD-STAT-FILE
036300     IF NOT WS-FEED-ALLOWED
036400         GO TO 1300-EXIT
036500     END-IF
036600     IF MD-PERIOD NOT = WS-TODAY-PERIOD
036700         MOVE 'N' TO WS-FEED-SWITCH
036800         MOVE 'SWEEP STATUS IS FOR ANOTHER PERIOD' TO
036900             WS-FEED-REASON
037000         GO TO 1300-EXIT
037100     END-IF
037200     IF NOT MD-SWEEP-CLEAN
037300         MOVE 'N' TO WS-FEED-SWITCH
037400         MOVE 'UNRUN BUSINESS DAYS IN PERIOD:' TO WS-FEED-REASON
037500         MOVE MD-MISSED-DAY-COUNT TO WS-FEED-REASON-COUNT
037600     END-IF.
037700 1300-EXIT.
037800     EXIT.
037801*-----------------------------------------------------------*
037802* 1350-LOAD-DEFERRALS - BUILD THE TABLE OF BRANCH DEFERRALS  *
037803* STILL OPEN FOR DATES IN THE PERIOD, AS CYCGATE DOES FOR THE*
037804* CYCLE.  THE DEFERRAL FILE IS APPEND-ONLY, SO A D RECORD    *
037805* OPENS A DATE AND BRANCH AND A LATER P OR W RECORD CLOSES IT*
037806* AGAIN.  THE PERIOD'S SWEEP COUNTS A DATE AS RUN EVEN WITH A*
037807* BRANCH LEFT OUT, AND ITS CATCH-UP WOULD BE DATED IN A MONTH*
037808* ALREADY BILLED, SO AN OPEN DEFERRAL WITHHOLDS THE JOURNAL  *
037809* TOO.                                                       *
037810*-----------------------------------------------------------*
037811 1350-LOAD-DEFERRALS.
037812     PERFORM 1355-CLEAR-ONE-SLOT THRU 1355-EXIT
037813         VARYING WS-OD-SUB FROM 1 BY 1
037814         UNTIL WS-OD-SUB > WS-MAX-OPEN
037815     OPEN INPUT DEFERRAL-FILE
037816     PERFORM 1360-LOAD-ONE-DEFERRAL THRU 1360-EXIT
037817         UNTIL WS-DFR-EOF
037818     CLOSE DEFERRAL-FILE
037819     PERFORM 1380-COUNT-ONE-SLOT THRU 1380-EXIT
037820         VARYING WS-OD-SUB FROM 1 BY 1
037821         UNTIL WS-OD-SUB > WS-OD-USED
037822     IF WS-OPEN-COUNT > 0 AND WS-FEED-ALLOWED
037823         MOVE 'N' TO WS-FEED-SWITCH
037824         MOVE 'BRANCH DEFERRALS OPEN IN PERIOD:' TO
037825             WS-FEED-REASON
037826         MOVE WS-OPEN-COUNT TO WS-FEED-REASON-COUNT
037827     END-IF.
037828 1350-EXIT.
037829     EXIT.
037830 1355-CLEAR-ONE-SLOT.
037831     MOVE 'N' TO OD-IN-USE-SWITCH(WS-OD-SUB).
037832 1355-EXIT.
037833     EXIT.
037834 1360-LOAD-ONE-DEFERRAL.
037835     READ DEFERRAL-FILE
037836         AT END
037837             MOVE 'Y' TO WS-DFR-EOF-SWITCH
037838     END-READ
037839     IF WS-DFR-EOF
037840         GO TO 1360-EXIT
037841     END-IF
037842     MOVE DF-PROC-DATE TO WS-DFR-DATE
037843     IF WS-DFR-PERIOD NOT = WS-TODAY-PERIOD
037844         GO TO 1360-EXIT
037845     END-IF
037846     MOVE 0 TO WS-OD-FOUND
037847     MOVE 0 TO WS-OD-FREE
037848     PERFORM 1370-SCAN-ONE-SLOT THRU 1370-EXIT
037849         VARYING WS-OD-SUB FROM 1 BY 1
037850         UNTIL WS-OD-SUB > WS-OD-USED
037851     IF NOT DF-DEFERRED
037852         IF WS-OD-FOUND > 0
037853             MOVE 'N' TO OD-IN-USE-SWITCH(WS-OD-FOUND)
037854         END-IF
037855         GO TO 1360-EXIT
037856     END-IF
037857     IF WS-OD-FOUND > 0
037858         GO TO 1360-EXIT
037859     END-IF
037860     IF WS-OD-FREE = 0
037861         IF WS-OD-USED >= WS-MAX-OPEN
037862             DISPLAY 'ARITHCHG - MORE THAN ' WS-MAX-OPEN
037863                 ' BRANCH DEFERRALS OPEN IN THE PERIOD'
037864             MOVE 16 TO RETURN-CODE
037865             GO TO 9999-ABEND
037866         END-IF
037867         ADD 1 TO WS-OD-USED
037868         MOVE WS-OD-USED TO WS-OD-FREE
037869     END-IF
037870     MOVE DF-PROC-DATE TO OD-PROC-DATE(WS-OD-FREE)
037871     MOVE DF-BRANCH-CODE TO OD-BRANCH-CODE(WS-OD-FREE)
037872     MOVE 'Y' TO OD-IN-USE-SWITCH(WS-OD-FREE).
037873 1360-EXIT.
037874     EXIT.
037875 1370-SCAN-ONE-SLOT.
037876     IF OD-IN-USE(WS-OD-SUB)
037877         IF OD-PROC-DATE(WS-OD-SUB) = DF-PROC-DATE
037878             AND OD-BRANCH-CODE(WS-OD-SUB) = DF-BRANCH-CODE
037879             MOVE WS-OD-SUB TO WS-OD-FOUND
037880         END-IF
037881     ELSE
037882         IF WS-OD-FREE = 0
037883             MOVE WS-OD-SUB TO WS-OD-FREE
037884         END-IF
037885     END-IF.
037886 1370-EXIT.
037887     EXIT.
037888 1380-COUNT-ONE-SLOT.
037889     IF OD-IN-USE(WS-OD-SUB)
037890         ADD 1 TO WS-OPEN-COUNT
037891     END-IF.
037892 1380-EXIT.
037893     EXIT.
037900 1400-READ-HISTORY.
038000     READ ARITH-HST-FILE
038100         AT END
038200             MOVE 'Y' TO WS-HST-EOF-SWITCH
038300         NOT AT END
038400             ADD 1 TO WS-HST-IN-COUNT
038500     END-READ.
038600 1400-EXIT.
038700     EXIT.
038800*-----------------------------------------------------------*
038900* 2000-COUNT-ONE-HISTORY - A REJECTED RECORD IS ONE REJECT.  *
039000* AN ACCEPTED RECORD CARRIES ONE ENTRY PER OPERATION: A      *
039100* POSTED ENTRY COUNTS UNDER ITS OPERATION, AN EXCEPTED ONE AS*
039200* AN EXCEPTION.  A RELEASED HOLD IS BILLED IN THE MONTH IT   *
039300* WAS POSTED (ITS LINK DATE), NOT THE MONTH IT WAS HELD.     *
039400* THE OTHER STATUSES ONLY MARK THE LIFECYCLE AND ARE NOT     *
039500* BILLED.                                                    *
039600*-----------------------------------------------------------*
039700 2000-COUNT-ONE-HISTORY.
039800     IF HS-LINK-RELEASED-HOLD
039900         MOVE HS-LINK-DATE TO WS-BILL-DATE
040000     ELSE
040100         MOVE HS-PROC-DATE TO WS-BILL-DATE
040200     END-IF
040300     IF WS-BILL-PERIOD NOT = WS-TODAY-PERIOD
040400         GO TO 2000-NEXT
040500     END-IF
040600     IF NOT HS-ACCEPTED AND NOT HS-REJECTED
040700         GO TO 2000-NEXT
040800     END-IF
040900     ADD 1 TO WS-HST-BILLED-COUNT
041000     PERFORM 2300-LOCATE-BRANCH THRU 2300-EXIT
041100     IF HS-REJECTED
041200         ADD 1 TO BC-FEE-COUNT(WS-BR-SUB, WS-REJ-SLOT)
041300     ELSE
041400         PERFORM 2400-COUNT-ONE-OP THRU 2400-EXIT
041500             VARYING WS-HS-SUB FROM 1 BY 1 UNTIL WS-HS-SUB > 4
041600     END-IF.
041700 2000-NEXT.
041800     PERFORM 1400-READ-HISTORY THRU 1400-EXIT.
041900 2000-EXIT.
042000     EXIT.
042100*-----------------------------------------------------------*
042200* 2300-LOCATE-BRANCH - FIND THE RECORD'S BRANCH IN THE TABLE *
042300* (WS-BR-SUB).  A BRANCH NOT ON THE MASTER IS INSERTED IN    *
042400* ASCENDING POSITION SO IT STILL GETS A STATEMENT.           *
042500*-----------------------------------------------------------*
042600 2300-LOCATE-BRANCH.
042700     MOVE 'N' TO WS-FOUND-SWITCH
042800     MOVE 0 TO WS-BR-SUB
042900     PERFORM 2310-CHECK-ONE-BRANCH THRU 2310-EXIT
043000         VARYING WS-BR-SCAN FROM 1 BY 1
043100         UNTIL WS-BR-SCAN > WS-BR-COUNT
043200             OR WS-ENTRY-FOUND
043300             OR WS-BR-SUB > 0
043400     IF WS-ENTRY-FOUND
043500         GO TO 2300-EXIT
043600     END-IF
043700     IF WS-BR-SUB = 0
043800         COMPUTE WS-BR-SUB = WS-BR-COUNT + 1
043900     END-IF
044000     IF WS-BR-COUNT >= WS-MAX-BRANCHES
044100         DISPLAY 'ARITHCHG - MORE THAN ' WS-MAX-BRANCHES
044200             ' BRANCHES'
044300         MOVE 16 TO RETURN-CODE
044400         GO TO 9999-ABEND
044500     END-IF
044600     PERFORM 2320-SHIFT-ONE-DOWN THRU 2320-EXIT
044700         VARYING WS-SHIFT-SUB FROM WS-BR-COUNT BY -1
044800         UNTIL WS-SHIFT-SUB < WS-BR-SUB
044900     ADD 1 TO WS-BR-COUNT
045000     ADD 1 TO WS-UNKNOWN-COUNT
045100     PERFORM 2330-CLEAR-ONE-BRANCH THRU 2330-EXIT
045200     MOVE HS-BRANCH-CODE TO BC-BRANCH-CODE(WS-BR-SUB)
045300     MOVE '** NOT ON BRANCH MASTER **' TO
045400         BC-BRANCH-NAME(WS-BR-SUB).
045500 2300-EXIT.
045600     EXIT.
045700 2310-CHECK-ONE-BRANCH.
045800     EVALUATE TRUE
045900         WHEN BC-BRANCH-CODE(WS-BR-SCAN) = HS-BRANCH-CODE
046000             MOVE 'Y' TO WS-FOUND-SWITCH
046100             MOVE WS-BR-SCAN TO WS-BR-SUB
046200         WHEN BC-BRANCH-CODE(WS-BR-SCAN) > HS-BRANCH-CODE
046300             MOVE WS-BR-SCAN TO WS-BR-SUB
046400     END-EVALUATE.
046500 2310-EXIT.
046600     EXIT.
046700 2320-SHIFT-ONE-DOWN.
046800     MOVE WS-BRANCH-ENTRY(WS-SHIFT-SUB) TO
046900         WS-BRANCH-ENTRY(WS-SHIFT-SUB + 1).
047000 2320-EXIT.
047100     EXIT.
047200 2330-CLEAR-ONE-BRANCH.
047300     MOVE SPACES TO BC-BRANCH-CODE(WS-BR-SUB)
047400     MOVE SPACES TO BC-BRANCH-NAME(WS-BR-SUB)
047500     MOVE 'N' TO BC-ACTIVE-FLAG(WS-BR-SUB)
047600     MOVE 'N' TO BC-MASTER-SWITCH(WS-BR-SUB)
047700     PERFORM 2340-CLEAR-ONE-COUNT THRU 2340-EXIT
047800         VARYING WS-FEE-SUB FROM 1 BY 1 UNTIL WS-FEE-SUB > 6
047900     MOVE 0 TO BC-TOTAL(WS-BR-SUB).
048000 2330-EXIT.
048100     EXIT.
048200 2340-CLEAR-ONE-COUNT.
048300     MOVE 0 TO BC-FEE-COUNT(WS-BR-SUB, WS-FEE-SUB).
048400 2340-EXIT.
048500     EXIT.
048600*-----------------------------------------------------------*
048700* 2400-COUNT-ONE-OP - ONE OPERATION ENTRY OF AN ACCEPTED     *
048800* RECORD.  UNUSED ENTRIES ARE SPACES AND ARE SKIPPED.        *
048900*-----------------------------------------------------------*
049000 2400-COUNT-ONE-OP.
049100     EVALUATE HS-OP-DISP(WS-HS-SUB)
049200         WHEN 'P'
049300             MOVE 0 TO WS-FEE-SUB
049400             PERFORM 2410-MATCH-ONE-OP THRU 2410-EXIT
049500                 VARYING WS-FEE-SCAN FROM 1 BY 1
049600                 UNTIL WS-FEE-SCAN > WS-OP-SLOTS
049700                     OR WS-FEE-SUB > 0
049800             IF WS-FEE-SUB > 0
049900                 ADD 1 TO BC-FEE-COUNT(WS-BR-SUB, WS-FEE-SUB)
050000             END-IF
050100         WHEN 'E'
050200             ADD 1 TO BC-FEE-COUNT(WS-BR-SUB, WS-EXC-SLOT)
050300     END-EVALUATE.
050400 2400-EXIT.
050500     EXIT.
050600 2410-MATCH-ONE-OP.
050700     IF CT-FEE-CODE(WS-FEE-SCAN) = HS-OP-CODE(WS-HS-SUB)
050800         MOVE WS-FEE-SCAN TO WS-FEE-SUB
050900     END-IF.
051000 2410-EXIT.
051100     EXIT.
051200*-----------------------------------------------------------*
051300* 3000-PRINT-STATEMENTS - ONE STATEMENT PER BRANCH, EACH ON  *
051400* ITS OWN PAGE.  AN INACTIVE BRANCH WITH NO ACTIVITY IN THE  *
051500* PERIOD GETS NONE.                                          *
051600*-----------------------------------------------------------*
051700 3000-PRINT-STATEMENTS.
051800     MOVE WS-CCYY TO SH-YEAR
051900     MOVE WS-MM TO SH-MONTH
052000     PERFORM 3100-PRINT-ONE-STATEMENT THRU 3100-EXIT
052100         VARYING WS-BR-SUB FROM 1 BY 1
052200         UNTIL WS-BR-SUB > WS-BR-COUNT.
052300 3000-EXIT.
052400     EXIT.
052500 3100-PRINT-ONE-STATEMENT.
052600     MOVE 0 TO WS-ACTIVITY-COUNT
052700     PERFORM 3110-ADD-ONE-COUNT THRU 3110-EXIT
052800         VARYING WS-FEE-SUB FROM 1 BY 1 UNTIL WS-FEE-SUB > 6
052900     IF WS-ACTIVITY-COUNT = 0 AND NOT BC-ACTIVE(WS-BR-SUB)
053000         GO TO 3100-EXIT
053100     END-IF
053200     PERFORM 3050-NEW-PAGE THRU 3050-EXIT
053300     MOVE WS-RPT-STMT-HDR TO PS-DETAIL-LINE
053400     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
053500     MOVE BC-BRANCH-CODE(WS-BR-SUB) TO SB-CODE
053600     MOVE BC-BRANCH-NAME(WS-BR-SUB) TO SB-NAME
053700     MOVE WS-RPT-BRANCH-HDR TO PS-DETAIL-LINE
053800     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
053900     MOVE SPACES TO PS-DETAIL-LINE
054000     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
054100     MOVE WS-RPT-COL-HDR TO PS-DETAIL-LINE
054200     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
054300     PERFORM 3200-PRICE-ONE-FEE THRU 3200-EXIT
054400         VARYING WS-FEE-SUB FROM 1 BY 1 UNTIL WS-FEE-SUB > 6
054500     MOVE SPACES TO PS-DETAIL-LINE
054600     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
054700     MOVE BC-TOTAL(WS-BR-SUB) TO ST-AMOUNT
054800     MOVE WS-RPT-STMT-TOTAL TO PS-DETAIL-LINE
054900     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
055000     ADD BC-TOTAL(WS-BR-SUB) TO WS-DEBIT-TOTAL
055100     ADD 1 TO WS-STMT-COUNT.
055200 3100-EXIT.
055300     EXIT.
055400 3110-ADD-ONE-COUNT.
055500     ADD BC-FEE-COUNT(WS-BR-SUB, WS-FEE-SUB) TO WS-ACTIVITY-COUNT.
055600 3110-EXIT.
055700     EXIT.
055800*-----------------------------------------------------------*
055900* 3050-NEW-PAGE - PRINTSVC STARTS A PAGE WHEN ITS LINE       *
056000* COUNTER REACHES THE PAGE DEPTH, SO A QUERY FOLLOWED BY A   *
056100* RESTORE WITH A FULL COUNTER PUTS THE NEXT LINE AT THE TOP  *
056200* OF A FRESH PAGE.                                           *
056300*-----------------------------------------------------------*
056400 3050-NEW-PAGE.
056500     SET PS-FUNC-QUERY TO TRUE
056600     CALL 'PRINTSVC' USING PRINTSVC-PARM
056700     MOVE 99 TO PS-LINE-CTR
056800     SET PS-FUNC-RESTORE TO TRUE
056900     CALL 'PRINTSVC' USING PRINTSVC-PARM.
057000 3050-EXIT.
057100     EXIT.
057200*-----------------------------------------------------------*
057300* 3200-PRICE-ONE-FEE - COUNT TIMES RATE, ADDED TO THE        *
057400* BRANCH'S CHARGE (ITS DEBIT) AND TO THE FEE CODE'S PERIOD   *
057500* TOTAL (ITS CREDIT).                                        *
057600*-----------------------------------------------------------*
057700 3200-PRICE-ONE-FEE.
057800     COMPUTE WS-LINE-AMOUNT =
057900         BC-FEE-COUNT(WS-BR-SUB, WS-FEE-SUB)
058000         * CT-FEE-AMOUNT(WS-FEE-SUB)
058100     ADD WS-LINE-AMOUNT TO BC-TOTAL(WS-BR-SUB)
058200     ADD BC-FEE-COUNT(WS-BR-SUB, WS-FEE-SUB) TO
058300         CT-PERIOD-COUNT(WS-FEE-SUB)
058400     ADD WS-LINE-AMOUNT TO CT-PERIOD-AMOUNT(WS-FEE-SUB)
058500     MOVE CT-FEE-CODE(WS-FEE-SUB) TO SF-CODE
058600     MOVE CT-DESCRIPTION(WS-FEE-SUB) TO SF-DESC
058700     MOVE BC-FEE-COUNT(WS-BR-SUB, WS-FEE-SUB) TO SF-COUNT
058800     MOVE CT-FEE-AMOUNT(WS-FEE-SUB) TO SF-RATE
058900     MOVE WS-LINE-AMOUNT TO SF-AMOUNT
059000     MOVE WS-RPT-FEE-DTL TO PS-DETAIL-LINE
059100     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
059200 3200-EXIT.
059300     EXIT.
059400*-----------------------------------------------------------*
059500* 4000-PRINT-SUMMARY - ON A PAGE OF ITS OWN: EACH BRANCH'S   *
059600* DEBIT, EACH FEE CODE'S CREDIT AND THE TWO TOTALS, WHICH    *
059700* MUST AGREE.                                                *
059800*-----------------------------------------------------------*
059900 4000-PRINT-SUMMARY.
060000     PERFORM 3050-NEW-PAGE THRU 3050-EXIT
060100     MOVE WS-CCYY TO SS-YEAR
060200     MOVE WS-MM TO SS-MONTH
060220     IF WS-PERIOD-OVERRIDDEN
060240         MOVE ' - RERUN BY MTD-CTL P CARD' TO SS-SOURCE
060260     END-IF
060300     MOVE WS-RPT-SUM-HDR TO PS-DETAIL-LINE
060400     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
060500     PERFORM 4100-SUMMARISE-ONE-BRANCH THRU 4100-EXIT
060600         VARYING WS-BR-SUB FROM 1 BY 1
060700         UNTIL WS-BR-SUB > WS-BR-COUNT
060800     PERFORM 4200-SUMMARISE-ONE-FEE THRU 4200-EXIT
060900         VARYING WS-FEE-SUB FROM 1 BY 1 UNTIL WS-FEE-SUB > 6
061000     MOVE WS-DEBIT-TOTAL TO SX-DEBITS
061100     MOVE WS-CREDIT-TOTAL TO SX-CREDITS
061200     IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
061300         MOVE 'BALANCED' TO SX-BALANCE
061400     ELSE
061500         MOVE 'OUT OF BALANCE' TO SX-BALANCE
061600     END-IF
061700     MOVE WS-RPT-SUM-TOTALS TO PS-DETAIL-LINE
061800     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
061900 4000-EXIT.
062000     EXIT.
062100 4100-SUMMARISE-ONE-BRANCH.
062200     IF BC-TOTAL(WS-BR-SUB) = 0
062300         GO TO 4100-EXIT
062400     END-IF
062500     MOVE BC-BRANCH-CODE(WS-BR-SUB) TO SR-CODE
062600     MOVE BC-BRANCH-NAME(WS-BR-SUB) TO SR-NAME
062700     MOVE BC-TOTAL(WS-BR-SUB) TO SR-AMOUNT
062800     MOVE WS-RPT-SUM-BRANCH TO PS-DETAIL-LINE
062900     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
063000 4100-EXIT.
063100     EXIT.
063200 4200-SUMMARISE-ONE-FEE.
063300     ADD CT-PERIOD-AMOUNT(WS-FEE-SUB) TO WS-CREDIT-TOTAL
063400     MOVE CT-FEE-CODE(WS-FEE-SUB) TO SE-CODE
063500     MOVE CT-DESCRIPTION(WS-FEE-SUB) TO SE-DESC
063600     MOVE CT-PERIOD-AMOUNT(WS-FEE-SUB) TO SE-AMOUNT
063700     MOVE CT-PERIOD-COUNT(WS-FEE-SUB) TO SE-COUNT
063800     MOVE CT-INCOME-ACCOUNT(WS-FEE-SUB) TO SE-ACCOUNT
063900     MOVE WS-RPT-SUM-FEE TO PS-DETAIL-LINE
064000     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
064100 4200-EXIT.
064200     EXIT.
064300*-----------------------------------------------------------*
064400* 5000-WRITE-JOURNAL - A DEBIT TO THE BRANCH RECEIVABLE PER  *
064500* BRANCH CHARGED, A CREDIT TO ITS INCOME ACCOUNT PER FEE CODE*
064600* BILLED, THEN THE TRAILER.  ZERO LINES ARE NOT JOURNALLED.  *
064700* A JOURNAL THAT WOULD NOT BALANCE IS NEVER WRITTEN.         *
064800*-----------------------------------------------------------*
064900 5000-WRITE-JOURNAL.
065000     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
065100         DISPLAY 'ARITHCHG - JOURNAL OUT OF BALANCE, DEBITS '
065200             WS-DEBIT-TOTAL ' CREDITS ' WS-CREDIT-TOTAL
065300         MOVE 16 TO RETURN-CODE
065400         GO TO 9999-ABEND
065500     END-IF
065600     IF NOT WS-FEED-ALLOWED
065700         GO TO 5000-EXIT
065800     END-IF
065900     PERFORM 5100-JOURNAL-ONE-BRANCH THRU 5100-EXIT
066000         VARYING WS-BR-SUB FROM 1 BY 1
066100         UNTIL WS-BR-SUB > WS-BR-COUNT
066200     PERFORM 5200-JOURNAL-ONE-FEE THRU 5200-EXIT
066300         VARYING WS-FEE-SUB FROM 1 BY 1 UNTIL WS-FEE-SUB > 6
066400     MOVE SPACES TO GL-JRNL-REC
066500     SET GJ-TRAILER-REC TO TRUE
066600     MOVE 'ARITHCHG' TO GT-SOURCE
066700     MOVE WS-TODAY-PERIOD TO GT-PERIOD
066800     MOVE WS-GL-DETAIL-COUNT TO GT-REC-COUNT
066900     MOVE WS-DEBIT-TOTAL TO GT-DEBIT-TOTAL
067000     MOVE WS-CREDIT-TOTAL TO GT-CREDIT-TOTAL
067100     WRITE GL-JRNL-REC.
067200 5000-EXIT.
067300     EXIT.
067400 5100-JOURNAL-ONE-BRANCH.
067500     IF BC-TOTAL(WS-BR-SUB) = 0
067600         GO TO 5100-EXIT
067700     END-IF
067800     MOVE SPACES TO GL-JRNL-REC
067900     SET GJ-DETAIL-REC TO TRUE
068000     MOVE 'ARITHCHG' TO GJ-SOURCE
068100     MOVE WS-TODAY-PERIOD TO GJ-PERIOD
068200     MOVE WS-RECEIVABLE-ACCOUNT TO GJ-ACCOUNT
068300     MOVE BC-BRANCH-CODE(WS-BR-SUB) TO GJ-COST-CENTRE
068400     SET GJ-DEBIT TO TRUE
068500     MOVE BC-TOTAL(WS-BR-SUB) TO GJ-AMOUNT
068600     MOVE 'BRANCH PROCESSING CHARGEBACK' TO GJ-NARRATIVE
068700     WRITE GL-JRNL-REC
068800     ADD 1 TO WS-GL-DETAIL-COUNT.
068900 5100-EXIT.
069000     EXIT.
069100 5200-JOURNAL-ONE-FEE.
069200     IF CT-PERIOD-AMOUNT(WS-FEE-SUB) = 0
069300         GO TO 5200-EXIT
069400     END-IF
069500     MOVE SPACES TO GL-JRNL-REC
069600     SET GJ-DETAIL-REC TO TRUE
069700     MOVE 'ARITHCHG' TO GJ-SOURCE
069800     MOVE WS-TODAY-PERIOD TO GJ-PERIOD
069900     MOVE CT-INCOME-ACCOUNT(WS-FEE-SUB) TO GJ-ACCOUNT
070000     SET GJ-CREDIT TO TRUE
070100     MOVE CT-PERIOD-AMOUNT(WS-FEE-SUB) TO GJ-AMOUNT
070200     MOVE CT-DESCRIPTION(WS-FEE-SUB) TO GJ-NARRATIVE
070300     WRITE GL-JRNL-REC
070400     ADD 1 TO WS-GL-DETAIL-COUNT.
070500 5200-EXIT.
070600     EXIT.
070700*-----------------------------------------------------------*
070750* 5900-CHG-SUMMARY - ANY OPEN DEFERRALS, THE FEED DISPOSITION*
070800* AND COUNTS.  A WITHHELD FEED ENDS THE STEP WITH CONDITION  *
070850* CODE 8; OTHERWISE A BRANCH BILLED BUT NOT ON THE MASTER    *
070900* GIVES CONDITION CODE 4.                                    *
071100*-----------------------------------------------------------*
071200 5900-CHG-SUMMARY.
071220     PERFORM 5910-LIST-ONE-DEFERRAL THRU 5910-EXIT
071240         VARYING WS-OD-SUB FROM 1 BY 1
071260         UNTIL WS-OD-SUB > WS-OD-USED
071300     IF WS-FEED-ALLOWED
071400         MOVE 'RELEASED' TO FD-STATUS
071500         MOVE 'JOURNAL LINES WRITTEN:' TO FD-TEXT
071600         MOVE WS-GL-DETAIL-COUNT TO FD-COUNT
071700     ELSE
071800         MOVE 'WITHHELD' TO FD-STATUS
071900         MOVE WS-FEED-REASON TO FD-TEXT
072000         MOVE WS-FEED-REASON-COUNT TO FD-COUNT
072100     END-IF
072200     MOVE WS-RPT-FEED-DTL TO PS-DETAIL-LINE
072300     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
072400     MOVE WS-HST-IN-COUNT TO C-HST-IN
072500     MOVE WS-HST-BILLED-COUNT TO C-BILLED
072600     MOVE WS-STMT-COUNT TO C-STMTS
072700     MOVE WS-UNKNOWN-COUNT TO C-UNKNOWN
072800     MOVE WS-RPT-CNT TO PS-DETAIL-LINE
072900     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
073000     PERFORM 7890-PRINT-TRAILER THRU 7890-EXIT
073100     IF NOT WS-FEED-ALLOWED
073200         MOVE 8 TO RETURN-CODE
073300     ELSE
073400         IF WS-UNKNOWN-COUNT > 0
073500             MOVE 4 TO RETURN-CODE
073600         END-IF
073700     END-IF.
073800 5900-EXIT.
073900     EXIT.
073905 5910-LIST-ONE-DEFERRAL.
073910     IF NOT OD-IN-USE(WS-OD-SUB)
073915         GO TO 5910-EXIT
073920     END-IF
073925     MOVE OD-PROC-DATE(WS-OD-SUB) TO OD-R-DATE
073930     MOVE OD-BRANCH-CODE(WS-OD-SUB) TO OD-R-BRANCH
073935     MOVE WS-RPT-OPEN-DTL TO PS-DETAIL-LINE
073940     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
073945 5910-EXIT.
073950     EXIT.
074000*-----------------------------------------------------------*
074100* 7800-7890 - SHARED PRINT SERVICES.  THE CALLER MOVES ITS   *
074200* LINE TO PS-DETAIL-LINE; PRINTSVC HANDS BACK THE ASA PRINT  *
074300* LINES (PAGE HEADER, DETAIL, TRAILER) TO WRITE.             *
074400*-----------------------------------------------------------*
074500 7800-PRINT-DETAIL.
074600     SET PS-FUNC-DETAIL TO TRUE
074700     CALL 'PRINTSVC' USING PRINTSVC-PARM
074800     PERFORM 7850-WRITE-SVC-LINES THRU 7850-EXIT.
074900 7800-EXIT.
075000     EXIT.
075100 7850-WRITE-SVC-LINES.
075200     PERFORM 7860-WRITE-ONE-SVC-LINE THRU 7860-EXIT
075300         VARYING WS-PS-SUB FROM 1 BY 1
075400         UNTIL WS-PS-SUB > PS-OUT-COUNT.
075500 7850-EXIT.
075600     EXIT.
075700 7860-WRITE-ONE-SVC-LINE.
075800     WRITE CHG-RPT-REC FROM PS-OUT-LINE(WS-PS-SUB).
075900 7860-EXIT.
076000     EXIT.
076100 7890-PRINT-TRAILER.
076200     SET PS-FUNC-CLOSE TO TRUE
076300     CALL 'PRINTSVC' USING PRINTSVC-PARM
076400     PERFORM 7850-WRITE-SVC-LINES THRU 7850-EXIT.
076500 7890-EXIT.
076600     EXIT.
076700*-----------------------------------------------------------*
076800* 9999-TERMINATE - NORMAL END OF JOB.                        *
076900*-----------------------------------------------------------*
077000 9999-TERMINATE.
077100     CLOSE ARITH-HST-FILE
077200     CLOSE GL-JRNL-FILE
077300     CLOSE CHG-RPT-FILE.
077400 9999-EXIT.
077500     EXIT.
077600 9999-ABEND.
077700     STOP RUN.
