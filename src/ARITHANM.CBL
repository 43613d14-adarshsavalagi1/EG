000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ARITHANM.
000300 AUTHOR.        R K MERCER.
000400 INSTALLATION.  BATCH APPLICATIONS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*-----------------------------------------------------------*
001000* 2026-10-15 RKM  ORIGINAL PROGRAM.  DAILY BRANCH VOLUME AND *
001100*                 VALUE ANOMALY REPORT, RUN IN THE FIBOEXAM  *
001200*                 CHAIN AFTER EXAMPLE'S HISTORY REACHES      *
001300*                 ARITH-HST.  BUILDS EACH BRANCH'S TRAILING  *
001400*                 AVERAGE OVER THE ANM-CTL WINDOW OF         *
001500*                 BUSINESS DAYS BEFORE THE RUN-CTL           *
001600*                 PROCESSING DATE (STEPPED BACK WITH         *
001700*                 RUNDATE) AND COMPARES THE DAY'S            *
001800*                 TRANSACTION COUNT, REJECT RATE, EXCEPTION  *
001900*                 RATE AND PER-OPERATION RESULT TOTALS WITH  *
002000*                 IT AGAINST THE ANM-CTL TOLERANCE BANDS.    *
002100*                 ALSO FLAGS ANY ACTIVE BRANCH EXPECTING A   *
002200*                 DAILY FILE THAT HAS NO HISTORY FOR THE     *
002300*                 DAY.  ENDS WITH CONDITION CODE 4 WHEN      *
002400*                 ANYTHING IS FLAGGED.                       *
002500*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.  IBM-370.
002900 OBJECT-COMPUTER.  IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT RUN-CTL-FILE     ASSIGN TO RUNCTL
003300                             ORGANIZATION IS SEQUENTIAL.
003400     SELECT ANM-CTL-FILE     ASSIGN TO ANMCTL
003500                             ORGANIZATION IS SEQUENTIAL.
003600     SELECT BRANCH-MST-FILE  ASSIGN TO BRANCHMS
003700                             ORGANIZATION IS SEQUENTIAL.
003800     SELECT ARITH-HST-FILE   ASSIGN TO ARITHHST
003900                             ORGANIZATION IS SEQUENTIAL.
004000     SELECT ANM-RPT-FILE     ASSIGN TO ANMRPT
004100                             ORGANIZATION IS SEQUENTIAL.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  RUN-CTL-FILE
004600     RECORDING MODE IS F.
004700     COPY RUNCTL.
004800 FD  ANM-CTL-FILE
004900     RECORDING MODE IS F.
005000     COPY ANMCTL.
005100 FD  BRANCH-MST-FILE
005200     RECORDING MODE IS F.
005300     COPY BRANCHM.
005400 FD  ARITH-HST-FILE
005500     RECORDING MODE IS F.
005600     COPY ARITHHST.
005700 FD  ANM-RPT-FILE
005800     RECORDING MODE IS F.
005900 01  ANM-RPT-REC                PIC X(133).
006000*
006100 WORKING-STORAGE SECTION.
006200 77  WS-CTL-EOF-SWITCH         PIC X(01) VALUE 'N'.
006300     88  WS-CTL-EOF            VALUE 'Y'.
006400 77  WS-ACT-EOF-SWITCH         PIC X(01) VALUE 'N'.
006500     88  WS-ACT-EOF            VALUE 'Y'.
006600 77  WS-BRM-EOF-SWITCH         PIC X(01) VALUE 'N'.
006700     88  WS-BRM-EOF            VALUE 'Y'.
006800 77  WS-HST-EOF-SWITCH         PIC X(01) VALUE 'N'.
006900     88  WS-HST-EOF            VALUE 'Y'.
007000 77  WS-FOUND-SWITCH           PIC X(01) VALUE 'N'.
007100     88  WS-ENTRY-FOUND        VALUE 'Y'.
007200 77  WS-TXN-SWITCH             PIC X(01) VALUE 'N'.
007300     88  WS-TXN-RECORD         VALUE 'Y'.
007400 77  WS-EXC-SWITCH             PIC X(01) VALUE 'N'.
007500     88  WS-OP-EXCEPTED        VALUE 'Y'.
007600 77  WS-BRANCH-FLAG-SWITCH     PIC X(01) VALUE 'N'.
007700     88  WS-BRANCH-FLAGGED     VALUE 'Y'.
007800 77  WS-RUN-ID                 PIC X(08).
007900 77  WS-PROC-DATE              PIC 9(08) VALUE 0.
008000 77  WS-WINDOW-FROM            PIC 9(08) VALUE 0.
008100 77  WS-EFFECTIVE-DATE         PIC 9(08) VALUE 0.
008200 77  WS-WINDOW-DAYS            PIC 9(03) VALUE 20.
008300 77  WS-MAX-WINDOW-DAYS        PIC 9(03) VALUE 60 COMP.
008400 77  WS-DAY-SUB                PIC 9(03) VALUE 0 COMP.
008500 77  WS-DAY-SCAN               PIC 9(03) VALUE 0 COMP.
008600 77  WS-ACTIVE-DAYS            PIC 9(03) VALUE 0 COMP.
008700 77  WS-MAX-BRANCHES           PIC 9(03) VALUE 60 COMP.
008800 77  WS-BR-COUNT               PIC 9(03) VALUE 0 COMP.
008900 77  WS-BR-SUB                 PIC 9(03) VALUE 0 COMP.
009000 77  WS-BR-SCAN                PIC 9(03) VALUE 0 COMP.
009100 77  WS-SHIFT-SUB              PIC 9(03) VALUE 0 COMP.
009200 77  WS-MS-SUB                 PIC 9(01) VALUE 0 COMP.
009300 77  WS-MS-SCAN                PIC 9(01) VALUE 0 COMP.
009400 77  WS-OP-SUB                 PIC 9(01) VALUE 0 COMP.
009500 77  WS-HS-SUB                 PIC 9(01) VALUE 0 COMP.
009600 77  WS-PS-SUB                 PIC 9(01) VALUE 0 COMP.
009700 77  WS-HST-IN-COUNT           PIC 9(08) VALUE 0 COMP.
009800 77  WS-HST-USED-COUNT         PIC 9(08) VALUE 0 COMP.
009900 77  WS-COMPARED-COUNT         PIC 9(03) VALUE 0 COMP.
010000 77  WS-FLAGGED-COUNT          PIC 9(03) VALUE 0 COMP.
010100 77  WS-MISSING-COUNT          PIC 9(03) VALUE 0 COMP.
010200 77  WS-FLAG-COUNT             PIC 9(05) VALUE 0 COMP.
010300 77  WS-RESULT-AMOUNT          PIC S9(05)V99 VALUE 0.
010400 77  WS-TODAY-VALUE            PIC S9(11)V99 VALUE 0.
010500 77  WS-AVERAGE-VALUE          PIC S9(13)V99 VALUE 0.
010600 77  WS-LOW-LIMIT              PIC S9(11)V99 VALUE 0.
010700 77  WS-HIGH-LIMIT             PIC S9(11)V99 VALUE 0.
010800*-----------------------------------------------------------*
010900* WS-MEASURE-DATA - THE SEVEN MEASURES COMPARED FOR EACH     *
011000* BRANCH, WITH THEIR DEFAULT TOLERANCE BANDS.  BAND TYPE A   *
011100* IS A PERCENTAGE OF THE TRAILING AVERAGE, TYPE P PERCENTAGE *
011200* POINTS FROM THE TRAILING RATE.  A T CARD ON THE ANM-CTL    *
011300* DECK REPLACES A MEASURE'S BANDS.                           *
011400*-----------------------------------------------------------*
011500 01  WS-MEASURE-DATA.
011600     05  FILLER       PIC X(30) VALUE
011700         'CNTATRANSACTION COUNT   050200'.
011800     05  FILLER       PIC X(30) VALUE
011900         'REJPREJECT RATE PCT     000010'.
012000     05  FILLER       PIC X(30) VALUE
012100         'EXCPEXCEPTION RATE PCT  000010'.
012200     05  FILLER       PIC X(30) VALUE
012300         'ADDAADD RESULT TOTAL    025400'.
012400     05  FILLER       PIC X(30) VALUE
012500         'SUBASUB RESULT TOTAL    025400'.
012600     05  FILLER       PIC X(30) VALUE
012700         'MULAMUL RESULT TOTAL    025400'.
012800     05  FILLER       PIC X(30) VALUE
012900         'DIVADIV RESULT TOTAL    025400'.
013000 01  WS-MEASURE-TABLE REDEFINES WS-MEASURE-DATA.
013100     05  WS-MEASURE-ENTRY OCCURS 7 TIMES.
013200         10  MS-CODE           PIC X(03).
013300         10  MS-BAND-TYPE      PIC X(01).
013400             88  MS-PCT-OF-AVERAGE  VALUE 'A'.
013500             88  MS-RATE-POINTS     VALUE 'P'.
013600         10  MS-DESCRIPTION    PIC X(20).
013700         10  MS-LOW-BAND       PIC 9(03).
013800         10  MS-HIGH-BAND      PIC 9(03).
013900 01  WS-WINDOW-TABLE.
014000     05  WS-WINDOW-DATE        PIC 9(08) OCCURS 60 TIMES.
014100 01  WS-BRANCH-TABLE.
014200     05  WS-BRANCH-ENTRY OCCURS 60 TIMES.
014300         10  BA-BRANCH-CODE    PIC X(03).
014400         10  BA-BRANCH-NAME    PIC X(30).
014500         10  BA-ACTIVE-FLAG    PIC X(01).
014600             88  BA-ACTIVE      VALUE 'Y'.
014700         10  BA-EXPECT-FLAG    PIC X(01).
014800             88  BA-EXPECTS-FILE VALUE 'Y'.
014900         10  BA-TODAY-TXN      PIC 9(07).
015000         10  BA-TODAY-REJ      PIC 9(07).
015100         10  BA-TODAY-EXC      PIC 9(07).
015200         10  BA-TODAY-TOTAL    PIC S9(11)V99 OCCURS 4 TIMES.
015300         10  BA-WINDOW-TXN     PIC 9(09).
015400         10  BA-WINDOW-REJ     PIC 9(09).
015500         10  BA-WINDOW-EXC     PIC 9(09).
015600         10  BA-WINDOW-TOTAL   PIC S9(13)V99 OCCURS 4 TIMES.
015700         10  BA-DAY-FLAG       PIC X(01) OCCURS 60 TIMES.
015800 01  WS-RPT-PARM.
015900     05  FILLER       PIC X(17) VALUE 'PROCESSING DATE: '.
016000     05  RP-PROC-DATE PIC X(08).
016100     05  FILLER       PIC X(19) VALUE '  TRAILING WINDOW: '.
016200     05  RP-DAYS      PIC ZZ9.
016300     05  FILLER       PIC X(16) VALUE ' BUSINESS DAYS, '.
016400     05  RP-FROM-DATE PIC 9(08).
016500     05  FILLER       PIC X(04) VALUE ' TO '.
016600     05  RP-TO-DATE   PIC 9(08).
016700 01  WS-RPT-TOLERANCE.
016800     05  FILLER       PIC X(10) VALUE 'TOLERANCE '.
016900     05  RT-CODE      PIC X(03).
017000     05  FILLER       PIC X(01) VALUE SPACES.
017100     05  RT-DESC      PIC X(20).
017200     05  FILLER       PIC X(06) VALUE ' LOW: '.
017300     05  RT-LOW       PIC 9(03).
017400     05  FILLER       PIC X(07) VALUE ' HIGH: '.
017500     05  RT-HIGH      PIC 9(03).
017600     05  FILLER       PIC X(01) VALUE SPACES.
017700     05  RT-BASIS     PIC X(25).
017800 01  WS-RPT-BRANCH-HDR.
017900     05  FILLER       PIC X(07) VALUE 'BRANCH '.
018000     05  RB-CODE      PIC X(03).
018100     05  FILLER       PIC X(02) VALUE SPACES.
018200     05  RB-NAME      PIC X(30).
018300     05  FILLER       PIC X(21) VALUE ' TRANSACTIONS TODAY: '.
018400     05  RB-TODAY-TXN PIC Z(6)9.
018500     05  FILLER       PIC X(22) VALUE '  TRAILING DAYS USED: '.
018600     05  RB-DAYS      PIC ZZ9.
018700 01  WS-RPT-MEASURE.
018800     05  FILLER       PIC X(05) VALUE SPACES.
018900     05  RM-CODE      PIC X(03).
019000     05  FILLER       PIC X(02) VALUE SPACES.
019100     05  RM-DESC      PIC X(20).
019200     05  FILLER       PIC X(08) VALUE ' TODAY: '.
019300     05  RM-TODAY     PIC -(10)9.99.
019400     05  FILLER       PIC X(06) VALUE ' AVG: '.
019500     05  RM-AVERAGE   PIC -(10)9.99.
019600     05  FILLER       PIC X(06) VALUE ' LOW: '.
019700     05  RM-LOW-X     PIC X(14).
019800     05  RM-LOW       REDEFINES RM-LOW-X
019900                      PIC -(10)9.99.
020000     05  FILLER       PIC X(07) VALUE ' HIGH: '.
020100     05  RM-HIGH-X    PIC X(14).
020200     05  RM-HIGH      REDEFINES RM-HIGH-X
020300                      PIC -(10)9.99.
020400     05  FILLER       PIC X(02) VALUE SPACES.
020500     05  RM-FLAG      PIC X(10).
020600 01  WS-RPT-REMARK.
020700     05  FILLER       PIC X(05) VALUE SPACES.
020800     05  RR-TEXT      PIC X(70).
020900 01  WS-RPT-CNT.
021000     05  FILLER       PIC X(14) VALUE 'HISTORY READ: '.
021100     05  C-HST-IN     PIC Z(7)9.
021200     05  FILLER       PIC X(12) VALUE ' IN WINDOW: '.
021300     05  C-HST-USED   PIC Z(7)9.
021400     05  FILLER       PIC X(20) VALUE ' BRANCHES COMPARED: '.
021500     05  C-COMPARED   PIC ZZ9.
021600     05  FILLER       PIC X(10) VALUE ' FLAGGED: '.
021700     05  C-FLAGGED    PIC ZZ9.
021800     05  FILLER       PIC X(13) VALUE ' NO HISTORY: '.
021900     05  C-MISSING    PIC ZZ9.
022000     05  FILLER       PIC X(08) VALUE ' FLAGS: '.
022100     05  C-FLAGS      PIC Z(4)9.
022200     COPY RUNDATE.
022300     COPY PRINTSV.
022400*
022500 PROCEDURE DIVISION.
022600*-----------------------------------------------------------*
022700* 0000-MAIN-PARA                                             *
022800*-----------------------------------------------------------*
022900 0000-MAIN-PARA.
023000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023100     PERFORM 2000-SCAN-ONE-HISTORY THRU 2000-EXIT
023200         UNTIL WS-HST-EOF
023300     PERFORM 3000-REPORT-BRANCHES THRU 3000-EXIT
023400     PERFORM 5900-ANM-SUMMARY THRU 5900-EXIT
023500     PERFORM 9999-TERMINATE THRU 9999-EXIT
023600     STOP RUN.
023700*-----------------------------------------------------------*
023800* 1000-INITIALIZE - READ THE PROCESSING DATE AND THE CONTROL *
023900* DECK, SET THE TRAILING WINDOW, LOAD THE BRANCH MASTER,     *
024000* PRINT THE PARAMETERS IN FORCE AND PRIME THE HISTORY        *
024100* READ-AHEAD.                                                *
024200*-----------------------------------------------------------*
024300 1000-INITIALIZE.
024400     PERFORM 1020-READ-RUN-CONTROL THRU 1020-EXIT
024500     PERFORM 1040-READ-ANOMALY-CONTROL THRU 1040-EXIT
024600     PERFORM 1060-SET-TRAILING-WINDOW THRU 1060-EXIT
024700     OPEN INPUT ARITH-HST-FILE
024800     OPEN OUTPUT ANM-RPT-FILE
024900     SET PS-FUNC-OPEN TO TRUE
025000     MOVE 'BRANCH VOLUME ANOMALY REPORT' TO PS-REPORT-TITLE
025100     MOVE 'ARITHANM' TO PS-PROGRAM-ID
025200     MOVE RD-FORMATTED-DATE TO PS-RUN-DATE
025300     MOVE RD-BUSINESS-DAY-FLAG TO PS-BUS-DAY-FLAG
025400     MOVE 0 TO PS-LINES-PER-PAGE
025500     CALL 'PRINTSVC' USING PRINTSVC-PARM
025600     PERFORM 1100-PRINT-PARAMETERS THRU 1100-EXIT
025700     PERFORM 1200-LOAD-BRANCHES THRU 1200-EXIT
025800     PERFORM 1400-READ-HISTORY THRU 1400-EXIT.
025900 1000-EXIT.
026000     EXIT.
026100*-----------------------------------------------------------*
026200* 1020-READ-RUN-CONTROL - READ THE CHAIN'S PROCESSING DATE   *
026300* FROM THE RUN-CTL FILE AND HAVE RUNDATE FORMAT AND FLAG IT  *
026400* FOR THE REPORT HEADER.  A MISSING RECORD OR A BAD DATE     *
026500* STOPS THE RUN.                                             *
026600*-----------------------------------------------------------*
026700 1020-READ-RUN-CONTROL.
026800     OPEN INPUT RUN-CTL-FILE
026900     READ RUN-CTL-FILE
027000         AT END
027100             MOVE 'Y' TO WS-CTL-EOF-SWITCH
027200     END-READ
027300     IF WS-CTL-EOF
027400         DISPLAY 'ARITHANM - RUN-CTL FILE IS EMPTY'
027500         CLOSE RUN-CTL-FILE
027600         MOVE 16 TO RETURN-CODE
027700         GO TO 9999-ABEND
027800     END-IF
027900     CLOSE RUN-CTL-FILE
028000     MOVE RC-PROCESS-DATE TO WS-PROC-DATE
028100     MOVE RC-PROCESS-DATE TO WS-RUN-ID
028200     SET RD-FUNC-GIVEN-DATE TO TRUE
028300     MOVE RC-PROCESS-DATE TO RD-GIVEN-DATE
028400     CALL 'RUNDATE' USING RUNDATE-PARM
028500     IF RD-RC-BAD-DATE
028600         DISPLAY 'ARITHANM - RUN-CTL PROCESSING DATE '
028700             RC-PROCESS-DATE ' IS NOT A VALID DATE'
028800         MOVE 16 TO RETURN-CODE
028900         GO TO 9999-ABEND
029000     END-IF.
029100 1020-EXIT.
029200     EXIT.
029300*-----------------------------------------------------------*
029400* 1040-READ-ANOMALY-CONTROL - LOAD THE ANM-CTL CONTROL DECK: *
029500* THE TRAILING WINDOW CARD AND THE TOLERANCE CARDS.  AN      *
029600* EMPTY DECK LEAVES THE DEFAULTS.  A CARD THAT CANNOT BE     *
029700* ACTED ON STOPS THE RUN BEFORE ANYTHING IS REPORTED.        *
029800*-----------------------------------------------------------*
029900 1040-READ-ANOMALY-CONTROL.
030000     OPEN INPUT ANM-CTL-FILE
030100     PERFORM 1045-LOAD-ONE-CARD THRU 1045-EXIT
030200         UNTIL WS-ACT-EOF
030300     CLOSE ANM-CTL-FILE.
030400 1040-EXIT.
030500     EXIT.
030600 1045-LOAD-ONE-CARD.
030700     READ ANM-CTL-FILE
030800         AT END
030900             MOVE 'Y' TO WS-ACT-EOF-SWITCH
031000             GO TO 1045-EXIT
031100     END-READ
031200     EVALUATE TRUE
031300         WHEN AC-WINDOW-CARD
031400             IF AC-WINDOW-DAYS NOT NUMERIC
031500                 OR AC-WINDOW-NUM = 0
031600                 OR AC-WINDOW-NUM > WS-MAX-WINDOW-DAYS
031700                 DISPLAY 'ARITHANM - TRAILING WINDOW '
031800                     AC-WINDOW-DAYS ' IS NOT 001 TO '
031900                     WS-MAX-WINDOW-DAYS ' BUSINESS DAYS'
032000                 MOVE 16 TO RETURN-CODE
032100                 GO TO 9999-ABEND
032200             END-IF
032300             MOVE AC-WINDOW-NUM TO WS-WINDOW-DAYS
032400         WHEN AC-TOLERANCE-CARD
032500             PERFORM 1050-SET-TOLERANCE THRU 1050-EXIT
032600         WHEN OTHER
032700             DISPLAY 'ARITHANM - ANM-CTL CARD TYPE '
032800                 AC-CARD-TYPE ' IS NOT W OR T'
032900             MOVE 16 TO RETURN-CODE
033000             GO TO 9999-ABEND
033100     END-EVALUATE.
033200 1045-EXIT.
033300     EXIT.
033400 1050-SET-TOLERANCE.
033500     MOVE 0 TO WS-MS-SUB
033600     PERFORM 1055-MATCH-ONE-MEASURE THRU 1055-EXIT
033700         VARYING WS-MS-SCAN FROM 1 BY 1
033800         UNTIL WS-MS-SCAN > 7 OR WS-MS-SUB > 0
033900     IF WS-MS-SUB = 0
034000         OR AC-LOW-BAND NOT NUMERIC
034100         OR AC-HIGH-BAND NOT NUMERIC
034200         DISPLAY 'ARITHANM - TOLERANCE CARD FOR ' AC-MEASURE
034300             ' NEEDS A KNOWN MEASURE AND NUMERIC BANDS'
034400         MOVE 16 TO RETURN-CODE
034500         GO TO 9999-ABEND
034600     END-IF
034700     MOVE AC-LOW-NUM TO MS-LOW-BAND(WS-MS-SUB)
034800     MOVE AC-HIGH-NUM TO MS-HIGH-BAND(WS-MS-SUB).
034900 1050-EXIT.
035000     EXIT.
035100 1055-MATCH-ONE-MEASURE.
035200     IF MS-CODE(WS-MS-SCAN) = AC-MEASURE
035300         MOVE WS-MS-SCAN TO WS-MS-SUB
035400     END-IF.
035500 1055-EXIT.
035600     EXIT.
035700*-----------------------------------------------------------*
035800* 1060-SET-TRAILING-WINDOW - STEP BACK THE WINDOW'S NUMBER   *
035900* OF BUSINESS DAYS FROM THE PROCESSING DATE WITH RUNDATE,    *
036000* KEEPING EACH DATE.  THE WINDOW IS THOSE DAYS, NOT          *
036100* INCLUDING THE PROCESSING DATE ITSELF, SO TODAY NEVER FEEDS *
036200* ITS OWN AVERAGE.  THE PROCESSING DATE IS THEN GIVEN BACK   *
036300* TO RUNDATE SO THE REPORT HEADER STILL CARRIES IT.          *
036400*-----------------------------------------------------------*
036500 1060-SET-TRAILING-WINDOW.
036600     MOVE WS-PROC-DATE TO WS-WINDOW-FROM
036700     PERFORM 1065-STEP-BACK-ONE-DAY THRU 1065-EXIT
036800         VARYING WS-DAY-SUB FROM 1 BY 1
036900         UNTIL WS-DAY-SUB > WS-WINDOW-DAYS
037000     SET RD-FUNC-GIVEN-DATE TO TRUE
037100     MOVE WS-PROC-DATE TO RD-GIVEN-DATE
037200     CALL 'RUNDATE' USING RUNDATE-PARM.
037300 1060-EXIT.
037400     EXIT.
037500 1065-STEP-BACK-ONE-DAY.
037600     SET RD-FUNC-PREV-BUS-DAY TO TRUE
037700     MOVE WS-WINDOW-FROM TO RD-GIVEN-DATE
037800     CALL 'RUNDATE' USING RUNDATE-PARM
037900     IF NOT RD-RC-OK
038000         DISPLAY 'ARITHANM - NO BUSINESS DAY BEFORE '
038100             WS-WINDOW-FROM ' FOR THE TRAILING WINDOW'
038200         MOVE 16 TO RETURN-CODE
038300         GO TO 9999-ABEND
038400     END-IF
038500     MOVE RD-RESULT-DATE TO WS-WINDOW-FROM
038600     MOVE RD-RESULT-DATE TO WS-WINDOW-DATE(WS-DAY-SUB).
038700 1065-EXIT.
038800     EXIT.
038900*-----------------------------------------------------------*
039000* 1100-PRINT-PARAMETERS - THE PROCESSING DATE, THE TRAILING  *
039100* WINDOW AND EVERY MEASURE'S TOLERANCE BANDS, SO THE REPORT  *
039200* SAYS WHAT IT WAS RUN AGAINST.                              *
039300*-----------------------------------------------------------*
039400 1100-PRINT-PARAMETERS.
039500     MOVE WS-RUN-ID TO RP-PROC-DATE
039600     MOVE WS-WINDOW-DAYS TO RP-DAYS
039700     MOVE WS-WINDOW-FROM TO RP-FROM-DATE
039800     MOVE WS-WINDOW-DATE(1) TO RP-TO-DATE
039900     MOVE WS-RPT-PARM TO PS-DETAIL-LINE
040000     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
040100     PERFORM 1110-PRINT-ONE-TOLERANCE THRU 1110-EXIT
040200         VARYING WS-MS-SUB FROM 1 BY 1 UNTIL WS-MS-SUB > 7
040300     MOVE SPACES TO PS-DETAIL-LINE
040400     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
040500 1100-EXIT.
040600     EXIT.
040700 1110-PRINT-ONE-TOLERANCE.
040800     MOVE MS-CODE(WS-MS-SUB) TO RT-CODE
040900     MOVE MS-DESCRIPTION(WS-MS-SUB) TO RT-DESC
041000     MOVE MS-LOW-BAND(WS-MS-SUB) TO RT-LOW
041100     MOVE MS-HIGH-BAND(WS-MS-SUB) TO RT-HIGH
041200     IF MS-RATE-POINTS(WS-MS-SUB)
041300         MOVE 'POINTS FROM TRAILING RATE' TO RT-BASIS
041400     ELSE
041500         MOVE 'PCT OF TRAILING AVERAGE' TO RT-BASIS
041600     END-IF
041700     MOVE WS-RPT-TOLERANCE TO PS-DETAIL-LINE
041800     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
041900 1110-EXIT.
042000     EXIT.
042100*-----------------------------------------------------------*
042200* 1200-LOAD-BRANCHES - THE MASTER IS IN ASCENDING CODE       *
042300* ORDER, SO THE TABLE IS TOO.  A BRANCH THAT TURNS UP IN     *
042400* HISTORY BUT NOT ON THE MASTER IS SLOTTED IN LATER BY 2300. *
042500*-----------------------------------------------------------*
042600 1200-LOAD-BRANCHES.
042700     OPEN INPUT BRANCH-MST-FILE
042800     PERFORM 1210-LOAD-ONE-BRANCH THRU 1210-EXIT
042900         UNTIL WS-BRM-EOF
043000     CLOSE BRANCH-MST-FILE.
043100 1200-EXIT.
043200     EXIT.
043300 1210-LOAD-ONE-BRANCH.
043400     READ BRANCH-MST-FILE
043500         AT END
043600             MOVE 'Y' TO WS-BRM-EOF-SWITCH
043700             GO TO 1210-EXIT
043800     END-READ
043900     IF WS-BR-COUNT >= WS-MAX-BRANCHES
044000         DISPLAY 'ARITHANM - MORE THAN ' WS-MAX-BRANCHES
044100             ' BRANCHES'
044200         MOVE 16 TO RETURN-CODE
044300         GO TO 9999-ABEND
044400     END-IF
044500     ADD 1 TO WS-BR-COUNT
044600     MOVE WS-BR-COUNT TO WS-BR-SUB
044700     PERFORM 2330-CLEAR-ONE-BRANCH THRU 2330-EXIT
044800     MOVE BM-BRANCH-CODE TO BA-BRANCH-CODE(WS-BR-SUB)
044900     MOVE BM-BRANCH-NAME TO BA-BRANCH-NAME(WS-BR-SUB)
045000     MOVE BM-ACTIVE-FLAG TO BA-ACTIVE-FLAG(WS-BR-SUB)
045100     MOVE BM-EXPECT-FILE-FLAG TO BA-EXPECT-FLAG(WS-BR-SUB).
045200 1210-EXIT.
045300     EXIT.
045400 1400-READ-HISTORY.
045500     READ ARITH-HST-FILE
045600         AT END
045700             MOVE 'Y' TO WS-HST-EOF-SWITCH
045800         NOT AT END
045900             ADD 1 TO WS-HST-IN-COUNT
046000     END-READ.
046100 1400-EXIT.
046200     EXIT.
046300*-----------------------------------------------------------*
046400* 2000-SCAN-ONE-HISTORY - A TRANSACTION THE BRANCH SENT IS   *
046500* ONE ACCEPTED, REJECTED OR HELD RECORD UNDER ITS PROCESSING *
046600* DATE.  A RELEASED HOLD WAS COUNTED WHEN IT WAS HELD, SO IT *
046700* ADDS ONLY ITS RESULTS, TO THE DAY IT WAS POSTED (ITS LINK  *
046800* DATE), AS IN ARITHCHG.  THE OTHER STATUSES ONLY MARK THE   *
046900* LIFECYCLE.  A RECORD FOR THE PROCESSING DATE GOES TO THE   *
047000* BRANCH'S FIGURES FOR TODAY (WS-DAY-SUB ZERO), ONE FOR A    *
047100* DAY IN THE TRAILING WINDOW TO ITS TRAILING FIGURES;        *
047200* ANYTHING ELSE IS PASSED OVER.                              *
047300*-----------------------------------------------------------*
047400 2000-SCAN-ONE-HISTORY.
047500     MOVE 'N' TO WS-TXN-SWITCH
047600     IF HS-LINK-RELEASED-HOLD
047700         MOVE HS-LINK-DATE TO WS-EFFECTIVE-DATE
047800     ELSE
047900         IF NOT HS-ACCEPTED AND NOT HS-REJECTED AND NOT HS-HELD
048000             GO TO 2000-NEXT
048100         END-IF
048200         MOVE HS-PROC-DATE TO WS-EFFECTIVE-DATE
048300         MOVE 'Y' TO WS-TXN-SWITCH
048400     END-IF
048500     EVALUATE TRUE
048600         WHEN WS-EFFECTIVE-DATE = WS-PROC-DATE
048700             MOVE 0 TO WS-DAY-SUB
048800         WHEN WS-EFFECTIVE-DATE >= WS-WINDOW-FROM
048900          AND WS-EFFECTIVE-DATE < WS-PROC-DATE
049000             PERFORM 2100-FIND-WINDOW-DAY THRU 2100-EXIT
049100             IF WS-DAY-SUB = 0
049200                 GO TO 2000-NEXT
049300             END-IF
049400         WHEN OTHER
049500             GO TO 2000-NEXT
049600     END-EVALUATE
049700     ADD 1 TO WS-HST-USED-COUNT
049800     PERFORM 2300-LOCATE-BRANCH THRU 2300-EXIT
049900     PERFORM 2400-ADD-ONE-RECORD THRU 2400-EXIT.
050000 2000-NEXT.
050100     PERFORM 1400-READ-HISTORY THRU 1400-EXIT.
050200 2000-EXIT.
050300     EXIT.
050400*-----------------------------------------------------------*
050500* 2100-FIND-WINDOW-DAY - THE RECORD'S DAY IN THE WINDOW      *
050600* TABLE (WS-DAY-SUB), OR ZERO FOR A DATE BETWEEN WINDOW DAYS *
050700* THAT IS NOT A BUSINESS DAY.                                *
050800*-----------------------------------------------------------*
050900 2100-FIND-WINDOW-DAY.
051000     MOVE 0 TO WS-DAY-SUB
051100     PERFORM 2110-CHECK-ONE-DAY THRU 2110-EXIT
051200         VARYING WS-DAY-SCAN FROM 1 BY 1
051300         UNTIL WS-DAY-SCAN > WS-WINDOW-DAYS OR WS-DAY-SUB > 0.
051400 2100-EXIT.
051500     EXIT.
051600 2110-CHECK-ONE-DAY.
051700     IF WS-WINDOW-DATE(WS-DAY-SCAN) = WS-EFFECTIVE-DATE
051800         MOVE WS-DAY-SCAN TO WS-DAY-SUB
051900     END-IF.
052000 2110-EXIT.
052100     EXIT.
052200*-----------------------------------------------------------*
052300* 2300-LOCATE-BRANCH - FIND THE RECORD'S BRANCH IN THE TABLE *
052400* (WS-BR-SUB).  A BRANCH NOT ON THE MASTER IS INSERTED IN    *
052500* ASCENDING POSITION SO IT IS STILL COMPARED.                *
052600*-----------------------------------------------------------*
052700 2300-LOCATE-BRANCH.
052800     MOVE 'N' TO WS-FOUND-SWITCH
052900     MOVE 0 TO WS-BR-SUB
053000     PERFORM 2310-CHECK-ONE-BRANCH THRU 2310-EXIT
053100         VARYING WS-BR-SCAN FROM 1 BY 1
053200         UNTIL WS-BR-SCAN > WS-BR-COUNT
053300             OR WS-ENTRY-FOUND
053400             OR WS-BR-SUB > 0
053500     IF WS-ENTRY-FOUND
053600         GO TO 2300-EXIT
053700     END-IF
053800     IF WS-BR-SUB = 0
053900         COMPUTE WS-BR-SUB = WS-BR-COUNT + 1
054000     END-IF
054100     IF WS-BR-COUNT >= WS-MAX-BRANCHES
054200         DISPLAY 'ARITHANM - MORE THAN ' WS-MAX-BRANCHES
054300             ' BRANCHES'
054400         MOVE 16 TO RETURN-CODE
054500         GO TO 9999-ABEND
054600     END-IF
054700     PERFORM 2320-SHIFT-ONE-DOWN THRU 2320-EXIT
054800         VARYING WS-SHIFT-SUB FROM WS-BR-COUNT BY -1
054900         UNTIL WS-SHIFT-SUB < WS-BR-SUB
055000     ADD 1 TO WS-BR-COUNT
055100     PERFORM 2330-CLEAR-ONE-BRANCH THRU 2330-EXIT
055200     MOVE HS-BRANCH-CODE TO BA-BRANCH-CODE(WS-BR-SUB)
055300     MOVE '** NOT ON BRANCH MASTER **' TO
055400         BA-BRANCH-NAME(WS-BR-SUB).
055500 2300-EXIT.
055600     EXIT.
055700 2310-CHECK-ONE-BRANCH.
055800     EVALUATE TRUE
055900         WHEN BA-BRANCH-CODE(WS-BR-SCAN) = HS-BRANCH-CODE
056000             MOVE 'Y' TO WS-FOUND-SWITCH
056100             MOVE WS-BR-SCAN TO WS-BR-SUB
056200         WHEN BA-BRANCH-CODE(WS-BR-SCAN) > HS-BRANCH-CODE
056300             MOVE WS-BR-SCAN TO WS-BR-SUB
056400     END-EVALUATE.
056500 2310-EXIT.
056600     EXIT.
056700 2320-SHIFT-ONE-DOWN.
056800     MOVE WS-BRANCH-ENTRY(WS-SHIFT-SUB) TO
056900         WS-BRANCH-ENTRY(WS-SHIFT-SUB + 1).
057000 2320-EXIT.
057100     EXIT.
057200 2330-CLEAR-ONE-BRANCH.
057300     MOVE SPACES TO BA-BRANCH-CODE(WS-BR-SUB)
057400     MOVE SPACES TO BA-BRANCH-NAME(WS-BR-SUB)
057500     MOVE 'N' TO BA-ACTIVE-FLAG(WS-BR-SUB)
057600     MOVE 'N' TO BA-EXPECT-FLAG(WS-BR-SUB)
057700     MOVE 0 TO BA-TODAY-TXN(WS-BR-SUB)
057800     MOVE 0 TO BA-TODAY-REJ(WS-BR-SUB)
057900     MOVE 0 TO BA-TODAY-EXC(WS-BR-SUB)
058000     MOVE 0 TO BA-WINDOW-TXN(WS-BR-SUB)
058100     MOVE 0 TO BA-WINDOW-REJ(WS-BR-SUB)
058200     MOVE 0 TO BA-WINDOW-EXC(WS-BR-SUB)
058300     PERFORM 2340-CLEAR-ONE-TOTAL THRU 2340-EXIT
058400         VARYING WS-OP-SUB FROM 1 BY 1 UNTIL WS-OP-SUB > 4
058500     PERFORM 2350-CLEAR-ONE-DAY THRU 2350-EXIT
058600         VARYING WS-DAY-SCAN FROM 1 BY 1
058700         UNTIL WS-DAY-SCAN > WS-MAX-WINDOW-DAYS.
058800 2330-EXIT.
058900     EXIT.
059000 2340-CLEAR-ONE-TOTAL.
059100     MOVE 0 TO BA-TODAY-TOTAL(WS-BR-SUB, WS-OP-SUB)
059200     MOVE 0 TO BA-WINDOW-TOTAL(WS-BR-SUB, WS-OP-SUB).
059300 2340-EXIT.
059400     EXIT.
059500 2350-CLEAR-ONE-DAY.
059600     MOVE 'N' TO BA-DAY-FLAG(WS-BR-SUB, WS-DAY-SCAN).
059700 2350-EXIT.
059800     EXIT.
059900*-----------------------------------------------------------*
060000* 2400-ADD-ONE-RECORD - A TRANSACTION COUNTS ONCE, AND ONCE  *
060100* MORE AS A REJECT OR, WHEN ANY OF ITS OPERATIONS WAS        *
060200* EXCEPTED, AS AN EXCEPTION.  A TRAILING DAY ON WHICH THE    *
060300* BRANCH SENT ANYTHING IS ONE DAY OF ITS AVERAGE.  EVERY     *
060400* POSTED OPERATION OF AN ACCEPTED RECORD ADDS ITS SIGNED     *
060500* RESULT TO THAT OPERATION'S TOTAL, SO A REVERSAL NETS ITS   *
060600* ORIGINAL OFF; A HELD RESULT WAS NEVER POSTED AND ADDS      *
060700* NOTHING.                                                   *
060800*-----------------------------------------------------------*
060900 2400-ADD-ONE-RECORD.
061000     MOVE 'N' TO WS-EXC-SWITCH
061100     IF HS-ACCEPTED
061200         PERFORM 2410-ADD-ONE-OP THRU 2410-EXIT
061300             VARYING WS-HS-SUB FROM 1 BY 1 UNTIL WS-HS-SUB > 4
061400     END-IF
061500     IF NOT WS-TXN-RECORD
061600         GO TO 2400-EXIT
061700     END-IF
061800     IF WS-DAY-SUB = 0
061900         ADD 1 TO BA-TODAY-TXN(WS-BR-SUB)
062000         IF HS-REJECTED
062100             ADD 1 TO BA-TODAY-REJ(WS-BR-SUB)
062200         END-IF
062300         IF WS-OP-EXCEPTED
062400             ADD 1 TO BA-TODAY-EXC(WS-BR-SUB)
062500         END-IF
062600     ELSE
062700         ADD 1 TO BA-WINDOW-TXN(WS-BR-SUB)
062800         IF HS-REJECTED
062900             ADD 1 TO BA-WINDOW-REJ(WS-BR-SUB)
063000         END-IF
063100         IF WS-OP-EXCEPTED
063200             ADD 1 TO BA-WINDOW-EXC(WS-BR-SUB)
063300         END-IF
063400         MOVE 'Y' TO BA-DAY-FLAG(WS-BR-SUB, WS-DAY-SUB)
063500     END-IF.
063600 2400-EXIT.
063700     EXIT.
063800 2410-ADD-ONE-OP.
063900     EVALUATE HS-OP-DISP(WS-HS-SUB)
064000         WHEN 'E'
064100             MOVE 'Y' TO WS-EXC-SWITCH
064200         WHEN 'P'
064300             MOVE 0 TO WS-OP-SUB
064400             PERFORM 2420-MATCH-ONE-OP THRU 2420-EXIT
064500                 VARYING WS-MS-SCAN FROM 4 BY 1
064600                 UNTIL WS-MS-SCAN > 7 OR WS-OP-SUB > 0
064700             IF WS-OP-SUB = 0
064800                 GO TO 2410-EXIT
064900             END-IF
065000             MOVE HS-OP-RESULT(WS-HS-SUB) TO WS-RESULT-AMOUNT
065100             IF HS-OP-SIGN(WS-HS-SUB) = '-'
065200                 COMPUTE WS-RESULT-AMOUNT = 0 - WS-RESULT-AMOUNT
065300             END-IF
065400             IF WS-DAY-SUB = 0
065500                 ADD WS-RESULT-AMOUNT TO
065600                     BA-TODAY-TOTAL(WS-BR-SUB, WS-OP-SUB)
065700             ELSE
065800                 ADD WS-RESULT-AMOUNT TO
065900                     BA-WINDOW-TOTAL(WS-BR-SUB, WS-OP-SUB)
066000             END-IF
066100     END-EVALUATE.
066200 2410-EXIT.
066300     EXIT.
066400 2420-MATCH-ONE-OP.
066500     IF MS-CODE(WS-MS-SCAN) = HS-OP-CODE(WS-HS-SUB)
066600         COMPUTE WS-OP-SUB = WS-MS-SCAN - 3
066700     END-IF.
066800 2420-EXIT.
066900     EXIT.
067000*-----------------------------------------------------------*
067100* 3000-REPORT-BRANCHES - ONE BLOCK PER BRANCH WITH ANYTHING  *
067200* TO SAY.  A BRANCH THAT EXPECTS A DAILY FILE BUT HAS NO     *
067300* HISTORY FOR THE PROCESSING DATE IS FLAGGED.  ANY OTHER     *
067400* BRANCH WITH NOTHING TODAY, OR WITH NO ACTIVITY IN THE      *
067500* WINDOW TO AVERAGE, IS NOTED BUT NOT COMPARED.  A BRANCH    *
067600* WITH NEITHER, AND NO DAILY FILE, IS LEFT OFF.              *
067700*-----------------------------------------------------------*
067800 3000-REPORT-BRANCHES.
067900     PERFORM 3100-REPORT-ONE-BRANCH THRU 3100-EXIT
068000         VARYING WS-BR-SUB FROM 1 BY 1
068100         UNTIL WS-BR-SUB > WS-BR-COUNT.
068200 3000-EXIT.
068300     EXIT.
068400 3100-REPORT-ONE-BRANCH.
068500     MOVE 0 TO WS-ACTIVE-DAYS
068600     PERFORM 3110-COUNT-ONE-DAY THRU 3110-EXIT
068700         VARYING WS-DAY-SCAN FROM 1 BY 1
068800         UNTIL WS-DAY-SCAN > WS-WINDOW-DAYS
068900     IF BA-TODAY-TXN(WS-BR-SUB) = 0
069000         AND WS-ACTIVE-DAYS = 0
069100         AND NOT (BA-ACTIVE(WS-BR-SUB)
069200                  AND BA-EXPECTS-FILE(WS-BR-SUB))
069300         GO TO 3100-EXIT
069400     END-IF
069500     MOVE BA-BRANCH-CODE(WS-BR-SUB) TO RB-CODE
069600     MOVE BA-BRANCH-NAME(WS-BR-SUB) TO RB-NAME
069700     MOVE BA-TODAY-TXN(WS-BR-SUB) TO RB-TODAY-TXN
069800     MOVE WS-ACTIVE-DAYS TO RB-DAYS
069900     MOVE WS-RPT-BRANCH-HDR TO PS-DETAIL-LINE
070000     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
070100     IF BA-TODAY-TXN(WS-BR-SUB) = 0
070200         IF BA-ACTIVE(WS-BR-SUB) AND BA-EXPECTS-FILE(WS-BR-SUB)
070300             ADD 1 TO WS-MISSING-COUNT
070400             MOVE '*** NO HISTORY TODAY - DAILY FILE EXPECTED'
070500                 TO RR-TEXT
070600         ELSE
070700             MOVE 'NO HISTORY TODAY - NOT COMPARED' TO RR-TEXT
070800         END-IF
070900         GO TO 3100-REMARK
071000     END-IF
071100     IF WS-ACTIVE-DAYS = 0
071200         MOVE 'NO HISTORY IN THE TRAILING WINDOW - NOT COMPARED'
071300             TO RR-TEXT
071400         GO TO 3100-REMARK
071500     END-IF
071600     ADD 1 TO WS-COMPARED-COUNT
071700     MOVE 'N' TO WS-BRANCH-FLAG-SWITCH
071800     PERFORM 3200-COMPARE-ONE-MEASURE THRU 3200-EXIT
071900         VARYING WS-MS-SUB FROM 1 BY 1 UNTIL WS-MS-SUB > 7
072000     IF WS-BRANCH-FLAGGED
072100         ADD 1 TO WS-FLAGGED-COUNT
072200     END-IF
072300     GO TO 3100-EXIT.
072400 3100-REMARK.
072500     MOVE WS-RPT-REMARK TO PS-DETAIL-LINE
072600     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
072700 3100-EXIT.
072800     EXIT.
072900 3110-COUNT-ONE-DAY.
073000     IF BA-DAY-FLAG(WS-BR-SUB, WS-DAY-SCAN) = 'Y'
073100         ADD 1 TO WS-ACTIVE-DAYS
073200     END-IF.
073300 3110-EXIT.
073400     EXIT.
073500*-----------------------------------------------------------*
073600* 3200-COMPARE-ONE-MEASURE - TODAY'S FIGURE AGAINST THE      *
073700* TRAILING AVERAGE PER DAY OF ACTIVITY.  THE RATES ARE PER   *
073800* HUNDRED TRANSACTIONS, THE TRAILING RATE TAKEN OVER THE     *
073900* WHOLE WINDOW; A BRANCH REACHES HERE ONLY WITH TRANSACTIONS *
074000* BOTH TODAY AND IN THE WINDOW, SO NEITHER DIVIDES BY ZERO.  *
074100* RESULT TOTALS ARE COMPARED BY SIZE, WHATEVER THEIR SIGN.   *
074200* A BAND OF ZERO IS NOT CHECKED.                             *
074300*-----------------------------------------------------------*
074400 3200-COMPARE-ONE-MEASURE.
074500     EVALUATE WS-MS-SUB
074600         WHEN 1
074700             MOVE BA-TODAY-TXN(WS-BR-SUB) TO WS-TODAY-VALUE
074800             COMPUTE WS-AVERAGE-VALUE ROUNDED =
074900                 BA-WINDOW-TXN(WS-BR-SUB) / WS-ACTIVE-DAYS
075000         WHEN 2
075100             COMPUTE WS-TODAY-VALUE ROUNDED =
075200                 BA-TODAY-REJ(WS-BR-SUB) * 100
075300                 / BA-TODAY-TXN(WS-BR-SUB)
075400             COMPUTE WS-AVERAGE-VALUE ROUNDED =
075500                 BA-WINDOW-REJ(WS-BR-SUB) * 100
075600                 / BA-WINDOW-TXN(WS-BR-SUB)
075700         WHEN 3
075800             COMPUTE WS-TODAY-VALUE ROUNDED =
075900                 BA-TODAY-EXC(WS-BR-SUB) * 100
076000                 / BA-TODAY-TXN(WS-BR-SUB)
076100             COMPUTE WS-AVERAGE-VALUE ROUNDED =
076200                 BA-WINDOW-EXC(WS-BR-SUB) * 100
076300                 / BA-WINDOW-TXN(WS-BR-SUB)
076400         WHEN OTHER
076500             COMPUTE WS-OP-SUB = WS-MS-SUB - 3
076600             MOVE BA-TODAY-TOTAL(WS-BR-SUB, WS-OP-SUB)
076700                 TO WS-TODAY-VALUE
076800             IF WS-TODAY-VALUE < 0
076900                 COMPUTE WS-TODAY-VALUE = 0 - WS-TODAY-VALUE
077000             END-IF
077100             MOVE BA-WINDOW-TOTAL(WS-BR-SUB, WS-OP-SUB)
077200                 TO WS-AVERAGE-VALUE
077300             IF WS-AVERAGE-VALUE < 0
077400                 COMPUTE WS-AVERAGE-VALUE = 0 - WS-AVERAGE-VALUE
077500             END-IF
077600             COMPUTE WS-AVERAGE-VALUE ROUNDED =
077700                 WS-AVERAGE-VALUE / WS-ACTIVE-DAYS
077800     END-EVALUATE
077900     IF MS-RATE-POINTS(WS-MS-SUB)
078000         COMPUTE WS-LOW-LIMIT =
078100             WS-AVERAGE-VALUE - MS-LOW-BAND(WS-MS-SUB)
078200         COMPUTE WS-HIGH-LIMIT =
078300             WS-AVERAGE-VALUE + MS-HIGH-BAND(WS-MS-SUB)
078400     ELSE
078500         COMPUTE WS-LOW-LIMIT ROUNDED =
078600             WS-AVERAGE-VALUE * MS-LOW-BAND(WS-MS-SUB) / 100
078700         COMPUTE WS-HIGH-LIMIT ROUNDED =
078800             WS-AVERAGE-VALUE * MS-HIGH-BAND(WS-MS-SUB) / 100
078900     END-IF
079000     MOVE MS-CODE(WS-MS-SUB) TO RM-CODE
079100     MOVE MS-DESCRIPTION(WS-MS-SUB) TO RM-DESC
079200     MOVE WS-TODAY-VALUE TO RM-TODAY
079300     MOVE WS-AVERAGE-VALUE TO RM-AVERAGE
079400     MOVE SPACES TO RM-FLAG
079500     IF MS-LOW-BAND(WS-MS-SUB) = 0
079600         MOVE '   NOT CHECKED' TO RM-LOW-X
079700     ELSE
079800         MOVE WS-LOW-LIMIT TO RM-LOW
079900         IF WS-TODAY-VALUE < WS-LOW-LIMIT
080000             MOVE '** LOW **' TO RM-FLAG
080100         END-IF
080200     END-IF
080300     IF MS-HIGH-BAND(WS-MS-SUB) = 0
080400         MOVE '   NOT CHECKED' TO RM-HIGH-X
080500     ELSE
080600         MOVE WS-HIGH-LIMIT TO RM-HIGH
080700         IF WS-TODAY-VALUE > WS-HIGH-LIMIT
080800             MOVE '** HIGH **' TO RM-FLAG
080900         END-IF
081000     END-IF
081100     IF RM-FLAG NOT = SPACES
081200         ADD 1 TO WS-FLAG-COUNT
081300         MOVE 'Y' TO WS-BRANCH-FLAG-SWITCH
081400     END-IF
081500     MOVE WS-RPT-MEASURE TO PS-DETAIL-LINE
081600     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
081700 3200-EXIT.
081800     EXIT.
081900*-----------------------------------------------------------*
082000* 5900-ANM-SUMMARY - COUNTS, THEN CONDITION CODE 4 WHEN ANY  *
082100* MEASURE WAS OUTSIDE ITS BAND OR ANY BRANCH EXPECTING A     *
082200* DAILY FILE HAD NO HISTORY, SO THE MORNING SHIFT FOLLOWS IT *
082300* UP.                                                        *
082400*-----------------------------------------------------------*
082500 5900-ANM-SUMMARY.
082600     MOVE SPACES TO PS-DETAIL-LINE
082700     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
082800     MOVE WS-HST-IN-COUNT TO C-HST-IN
082900     MOVE WS-HST-USED-COUNT TO C-HST-USED
083000     MOVE WS-COMPARED-COUNT TO C-COMPARED
083100     MOVE WS-FLAGGED-COUNT TO C-FLAGGED
083200     MOVE WS-MISSING-COUNT TO C-MISSING
083300     MOVE WS-FLAG-COUNT TO C-FLAGS
083400     MOVE WS-RPT-CNT TO PS-DETAIL-LINE
083500     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
083600     PERFORM 7890-PRINT-TRAILER THRU 7890-EXIT
083700     IF WS-FLAG-COUNT > 0 OR WS-MISSING-COUNT > 0
083800         MOVE 4 TO RETURN-CODE
083900     END-IF.
084000 5900-EXIT.
084100     EXIT.
084200*-----------------------------------------------------------*
084300* 7800-7890 - SHARED PRINT SERVICES.  THE CALLER MOVES ITS   *
084400* LINE TO PS-DETAIL-LINE; PRINTSVC HANDS BACK THE ASA PRINT  *
084500* LINES (PAGE HEADER, DETAIL, TRAILER) TO WRITE.             *
084600*-----------------------------------------------------------*
084700 7800-PRINT-DETAIL.
084800     SET PS-FUNC-DETAIL TO TRUE
084900     CALL 'PRINTSVC' USING PRINTSVC-PARM
085000     PERFORM 7850-WRITE-SVC-LINES THRU 7850-EXIT.
085100 7800-EXIT.
085200     EXIT.
085300 7850-WRITE-SVC-LINES.
085400     PERFORM 7860-WRITE-ONE-SVC-LINE THRU 7860-EXIT
085500         VARYING WS-PS-SUB FROM 1 BY 1
085600         UNTIL WS-PS-SUB > PS-OUT-COUNT.
085700 7850-EXIT.
085800     EXIT.
085900 7860-WRITE-ONE-SVC-LINE.
086000     WRITE ANM-RPT-REC FROM PS-OUT-LINE(WS-PS-SUB).
086100 7860-EXIT.
086200     EXIT.
086300 7890-PRINT-TRAILER.
086400     SET PS-FUNC-CLOSE TO TRUE
086500     CALL 'PRINTSVC' USING PRINTSVC-PARM
086600     PERFORM 7850-WRITE-SVC-LINES THRU 7850-EXIT.
086700 7890-EXIT.
086800     EXIT.
086900*-----------------------------------------------------------*
087000* 9999-TERMINATE - NORMAL END OF JOB.                        *
087100*-----------------------------------------------------------*
087200 9999-TERMINATE.
087300     CLOSE ARITH-HST-FILE
087400     CLOSE ANM-RPT-FILE.
087500 9999-EXIT.
087600     EXIT.
087700 9999-ABEND.
087800     STOP RUN.
