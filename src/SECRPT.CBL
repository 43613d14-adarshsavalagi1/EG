000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SECRPT.
000300 AUTHOR.        R K MERCER.
000400 INSTALLATION.  BATCH APPLICATIONS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*-----------------------------------------------------------*
001000* 2026-10-15 RKM  ORIGINAL PROGRAM.  DAILY SECURITY          *
001100*                 VIOLATIONS REPORT OVER THE SHOP-WIDE FILE  *
001200*                 THE AUTHCHK SUBPROGRAM APPENDS TO: EVERY   *
001300*                 REFUSED CARD WITH ITS TIME, PROGRAM,       *
001400*                 SUBMITTER, FUNCTION, BRANCH, REASON AND    *
001500*                 THE START OF THE CARD IMAGE, THEN A COUNT  *
001600*                 BY REASON.  ENDS WITH CONDITION CODE 4     *
001700*                 WHEN THERE WAS ANY VIOLATION, SO THE       *
001800*                 SECURITY DESK REVIEWS THE REPORT.          *
001900*-----------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.  IBM-370.
002300 OBJECT-COMPUTER.  IBM-370.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT SEC-VIOL-FILE    ASSIGN TO SECVIOL
002700                             ORGANIZATION IS SEQUENTIAL.
002800     SELECT SEC-RPT-FILE     ASSIGN TO SECRPT
002900                             ORGANIZATION IS SEQUENTIAL.
003000*
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  SEC-VIOL-FILE
003400     RECORDING MODE IS F.
003500     COPY SECVIOL.
003600 FD  SEC-RPT-FILE
003700     RECORDING MODE IS F.
003800 01  SEC-RPT-REC                PIC X(133).
003900*
004000 WORKING-STORAGE SECTION.
004100 77  WS-VIOL-EOF-SWITCH        PIC X(01) VALUE 'N'.
004200     88  WS-VIOL-EOF           VALUE 'Y'.
004300 77  WS-FOUND-SWITCH           PIC X(01) VALUE 'N'.
004400     88  WS-REASON-FOUND       VALUE 'Y'.
004500 77  WS-VIOL-IN-COUNT          PIC 9(06) VALUE 0 COMP.
004600 77  WS-OTHER-COUNT            PIC 9(06) VALUE 0 COMP.
004700 77  WS-REASON-SUB             PIC 9(01) VALUE 0 COMP.
004800 77  WS-PS-SUB                 PIC 9(01) VALUE 0 COMP.
004900 01  WS-REASON-DATA.
005000     05  FILLER  PIC X(24) VALUE 'S001SUBMITTER ID BLANK  '.
005100     05  FILLER  PIC X(24) VALUE 'S002NOT ON AUTH MASTER  '.
005200     05  FILLER  PIC X(24) VALUE 'S003OPERATOR REVOKED    '.
005300     05  FILLER  PIC X(24) VALUE 'S004FUNCTION NOT GRANTED'.
005400     05  FILLER  PIC X(24) VALUE 'S005BRANCH NOT GRANTED  '.
005500     05  FILLER  PIC X(24) VALUE 'S006OWN AUTHORITY ENTRY '.
005600 01  WS-REASON-TABLE REDEFINES WS-REASON-DATA.
005700     05  WS-REASON-ENTRY OCCURS 6 TIMES.
005800         10  RT-CODE           PIC X(04).
005900         10  RT-TEXT           PIC X(20).
006000 01  WS-REASON-COUNTS.
006100     05  WS-REASON-COUNT       PIC 9(06) COMP OCCURS 6 TIMES.
006200 01  WS-RPT-COL-HDR.
006300     05  FILLER       PIC X(09) VALUE 'DATE     '.
006400     05  FILLER       PIC X(09) VALUE 'TIME     '.
006500     05  FILLER       PIC X(09) VALUE 'PROGRAM  '.
006600     05  FILLER       PIC X(09) VALUE 'OPERATOR '.
006700     05  FILLER       PIC X(04) VALUE 'FUN '.
006800     05  FILLER       PIC X(04) VALUE 'BR  '.
006900     05  FILLER       PIC X(05) VALUE 'CODE '.
007000     05  FILLER       PIC X(21) VALUE 'REASON'.
007100     05  FILLER       PIC X(10) VALUE 'CARD IMAGE'.
007200 01  WS-RPT-VIOL-DTL.
007300     05  VD-DATE      PIC X(08).
007400     05  FILLER       PIC X(01) VALUE SPACES.
007500     05  VD-HH        PIC X(02).
007600     05  FILLER       PIC X(01) VALUE ':'.
007700     05  VD-MM        PIC X(02).
007800     05  FILLER       PIC X(01) VALUE ':'.
007900     05  VD-SS        PIC X(02).
008000     05  FILLER       PIC X(01) VALUE SPACES.
008100     05  VD-PROGRAM   PIC X(08).
008200     05  FILLER       PIC X(01) VALUE SPACES.
008300     05  VD-OPERATOR  PIC X(08).
008400     05  FILLER       PIC X(01) VALUE SPACES.
008500     05  VD-FUNCTION  PIC X(03).
008600     05  FILLER       PIC X(01) VALUE SPACES.
008700     05  VD-BRANCH    PIC X(03).
008800     05  FILLER       PIC X(01) VALUE SPACES.
008900     05  VD-REASON    PIC X(04).
009000     05  FILLER       PIC X(01) VALUE SPACES.
009100     05  VD-TEXT      PIC X(20).
009200     05  FILLER       PIC X(01) VALUE SPACES.
009300     05  VD-CARD      PIC X(60).
009400 01  WS-RPT-REASON-CNT.
009500     05  FILLER       PIC X(03) VALUE SPACES.
009600     05  RC-CODE      PIC X(04).
009700     05  FILLER       PIC X(01) VALUE SPACES.
009800     05  RC-TEXT      PIC X(20).
009900     05  FILLER       PIC X(02) VALUE SPACES.
010000     05  RC-COUNT     PIC ZZZ,ZZ9.
010100 01  WS-RPT-CNT.
010200     05  FILLER       PIC X(12) VALUE 'VIOLATIONS: '.
010300     05  C-VIOLATIONS PIC ZZZ,ZZ9.
010400     05  FILLER       PIC X(16) VALUE ' OTHER REASONS: '.
010500     05  C-OTHER      PIC ZZZ,ZZ9.
010600     COPY RUNDATE.
010700     COPY PRINTSV.
010800*
010900 PROCEDURE DIVISION.
011000*-----------------------------------------------------------*
011100* 0000-MAIN-PARA                                             *
011200*-----------------------------------------------------------*
011300 0000-MAIN-PARA.
011400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011500     PERFORM 2000-REPORT-ONE-VIOLATION THRU 2000-EXIT
011600         UNTIL WS-VIOL-EOF
011700     PERFORM 5900-SECURITY-SUMMARY THRU 5900-EXIT
011800     PERFORM 9999-TERMINATE THRU 9999-EXIT
011900     STOP RUN.
012000*-----------------------------------------------------------*
012100* 1000-INITIALIZE - OPEN THE FILES, START THE REPORT AND     *
012200* PRIME THE VIOLATIONS READ-AHEAD.                           *
012300*-----------------------------------------------------------*
012400 1000-INITIALIZE.
012500     CALL 'RUNDATE' USING RUNDATE-PARM
012600     OPEN INPUT SEC-VIOL-FILE
012700     OPEN OUTPUT SEC-RPT-FILE
012800     INITIALIZE WS-REASON-COUNTS
012900     SET PS-FUNC-OPEN TO TRUE
013000     MOVE 'SECURITY VIOLATIONS' TO PS-REPORT-TITLE
013100     MOVE 'SECRPT' TO PS-PROGRAM-ID
013200     MOVE RD-FORMATTED-DATE TO PS-RUN-DATE
013300     MOVE RD-BUSINESS-DAY-FLAG TO PS-BUS-DAY-FLAG
013400     MOVE 0 TO PS-LINES-PER-PAGE
013500     CALL 'PRINTSVC' USING PRINTSVC-PARM
013600     MOVE WS-RPT-COL-HDR TO PS-DETAIL-LINE
013700     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
013800     PERFORM 1100-READ-VIOLATION THRU 1100-EXIT.
013900 1000-EXIT.
014000     EXIT.
014100 1100-READ-VIOLATION.
014200     READ SEC-VIOL-FILE
014300         AT END
014400             MOVE 'Y' TO WS-VIOL-EOF-SWITCH
014500         NOT AT END
014600             ADD 1 TO WS-VIOL-IN-COUNT
014700     END-READ.
014800 1100-EXIT.
014900     EXIT.
015000*-----------------------------------------------------------*
015100* 2000-REPORT-ONE-VIOLATION - ONE LINE PER REFUSED CARD,     *
015200* COUNTED AGAINST ITS REASON CODE.                           *
015300*-----------------------------------------------------------*
015400 2000-REPORT-ONE-VIOLATION.
015500     MOVE SV-TS-DATE TO VD-DATE
015600     MOVE SV-TS-HH TO VD-HH
015700     MOVE SV-TS-MM TO VD-MM
015800     MOVE SV-TS-SS TO VD-SS
015900     MOVE SV-PROGRAM-ID TO VD-PROGRAM
016000     MOVE SV-OPERATOR-ID TO VD-OPERATOR
016100     MOVE SV-FUNCTION TO VD-FUNCTION
016200     MOVE SV-BRANCH-CODE TO VD-BRANCH
016300     MOVE SV-REASON-CODE TO VD-REASON
016400     MOVE SV-REASON-TEXT TO VD-TEXT
016500     MOVE SV-CARD-IMAGE TO VD-CARD
016600     MOVE WS-RPT-VIOL-DTL TO PS-DETAIL-LINE
016700     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
016800     MOVE 'N' TO WS-FOUND-SWITCH
016900     PERFORM 2100-COUNT-ONE-REASON THRU 2100-EXIT
017000         VARYING WS-REASON-SUB FROM 1 BY 1
017100         UNTIL WS-REASON-SUB > 6
017200             OR WS-REASON-FOUND
017300     IF NOT WS-REASON-FOUND
017400         ADD 1 TO WS-OTHER-COUNT
017500     END-IF
017600     PERFORM 1100-READ-VIOLATION THRU 1100-EXIT.
017700 2000-EXIT.
017800     EXIT.
017900 2100-COUNT-ONE-REASON.
018000     IF RT-CODE(WS-REASON-SUB) = SV-REASON-CODE
018100         MOVE 'Y' TO WS-FOUND-SWITCH
018200         ADD 1 TO WS-REASON-COUNT(WS-REASON-SUB)
018300     END-IF.
018400 2100-EXIT.
018500     EXIT.
018600*-----------------------------------------------------------*
018700* 5900-SECURITY-SUMMARY - A COUNT LINE PER REASON AND THE    *
018800* TOTAL.  ANY VIOLATION ENDS THE STEP WITH CODE 4.           *
018900*-----------------------------------------------------------*
019000 5900-SECURITY-SUMMARY.
019100     PERFORM 5910-PRINT-ONE-REASON THRU 5910-EXIT
019200         VARYING WS-REASON-SUB FROM 1 BY 1
019300         UNTIL WS-REASON-SUB > 6
019400     MOVE WS-VIOL-IN-COUNT TO C-VIOLATIONS
019500     MOVE WS-OTHER-COUNT TO C-OTHER
019600     MOVE WS-RPT-CNT TO PS-DETAIL-LINE
019700     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
019800     PERFORM 7890-PRINT-TRAILER THRU 7890-EXIT
019900     IF WS-VIOL-IN-COUNT > 0
020000         MOVE 4 TO RETURN-CODE
020100     END-IF.
020200 5900-EXIT.
020300     EXIT.
020400 5910-PRINT-ONE-REASON.
020500     MOVE RT-CODE(WS-REASON-SUB) TO RC-CODE
020600     MOVE RT-TEXT(WS-REASON-SUB) TO RC-TEXT
020700     MOVE WS-REASON-COUNT(WS-REASON-SUB) TO RC-COUNT
020800     MOVE WS-RPT-REASON-CNT TO PS-DETAIL-LINE
020900     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
021000 5910-EXIT.
021100     EXIT.
021200*-----------------------------------------------------------*
021300* 7800-7890 - SHARED PRINT SERVICES.  THE CALLER MOVES ITS   *
021400* LINE TO PS-DETAIL-LINE; PRINTSVC HANDS BACK THE ASA PRINT  *
021500* LINES (PAGE HEADER, DETAIL, TRAILER) TO WRITE.             *
021600*-----------------------------------------------------------*
021700 7800-PRINT-DETAIL.
021800     SET PS-FUNC-DETAIL TO TRUE
021900     CALL 'PRINTSVC' USING PRINTSVC-PARM
022000     PERFORM 7850-WRITE-SVC-LINES THRU 7850-EXIT.
022100 7800-EXIT.
022200     EXIT.
022300 7850-WRITE-SVC-LINES.
022400     PERFORM 7860-WRITE-ONE-SVC-LINE THRU 7860-EXIT
022500         VARYING WS-PS-SUB FROM 1 BY 1
022600         UNTIL WS-PS-SUB > PS-OUT-COUNT.
022700 7850-EXIT.
022800     EXIT.
022900 7860-WRITE-ONE-SVC-LINE.
023000     WRITE SEC-RPT-REC FROM PS-OUT-LINE(WS-PS-SUB).
023100 7860-EXIT.
023200     EXIT.
023300 7890-PRINT-TRAILER.
023400     SET PS-FUNC-CLOSE TO TRUE
023500     CALL 'PRINTSVC' USING PRINTSVC-PARM
023600     PERFORM 7850-WRITE-SVC-LINES THRU 7850-EXIT.
023700 7890-EXIT.
023800     EXIT.
023900*-----------------------------------------------------------*
024000* 9999-TERMINATE - NORMAL END OF JOB.                        *
024100*-----------------------------------------------------------*
024200 9999-TERMINATE.
024300     CLOSE SEC-VIOL-FILE
024400     CLOSE SEC-RPT-FILE.
024500 9999-EXIT.
024600     EXIT.
