000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AUTHCHK.
000300 AUTHOR.        R K MERCER.
000400 INSTALLATION.  BATCH APPLICATIONS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*-----------------------------------------------------------*
001000* 2026-10-15 RKM  ORIGINAL PROGRAM.  SHARED AUTHORITY CHECK  *
001100*                 IN THE PATTERN OF RUNLOG.  THE FIRST CALL  *
001200*                 LOADS THE OPERATOR AUTHORITY MASTER; EACH  *
001300*                 CHECK CALL THEN ANSWERS WHETHER THE        *
001400*                 SUBMITTER MAY PERFORM THE FUNCTION ON THE  *
001500*                 BRANCH AND APPENDS EVERY REFUSAL, WITH ITS *
001600*                 CARD IMAGE, TO THE SHOP-WIDE SECURITY      *
001700*                 VIOLATIONS FILE FOR THE SECRPT REPORT.  AN *
001800*                 OPERATOR MISSING FROM THE MASTER IS        *
001900*                 REFUSED, SO AN EMPTY MASTER REFUSES ALL.   *
002000*-----------------------------------------------------------*
002010* 2026-10-15 RKM  EIGHT FUNCTION SLOTS PER OPERATOR,         *
002020*                 FOLLOWING THE MASTER.  THE SIX BRANCH      *
002030*                 SLOTS LOAD IN A LOOP OF THEIR OWN.         *
002040*-----------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER.  IBM-370.
002400 OBJECT-COMPUTER.  IBM-370.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OPR-AUTH-FILE    ASSIGN TO OPRAUTH
002800                             ORGANIZATION IS SEQUENTIAL.
002900     SELECT SEC-VIOL-FILE    ASSIGN TO SECVIOL
003000                             ORGANIZATION IS SEQUENTIAL.
003100*
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  OPR-AUTH-FILE
003500     RECORDING MODE IS F.
003600     COPY OPRAUTH.
003700 FD  SEC-VIOL-FILE
003800     RECORDING MODE IS F.
003900     COPY SECVIOL.
004000*
004100 WORKING-STORAGE SECTION.
004200 77  WS-LOADED-SWITCH          PIC X(01) VALUE 'N'.
004300     88  WS-MASTER-LOADED      VALUE 'Y'.
004400 77  WS-OPR-EOF-SWITCH         PIC X(01) VALUE 'N'.
004500     88  WS-OPR-EOF            VALUE 'Y'.
004600 77  WS-FOUND-SWITCH           PIC X(01) VALUE 'N'.
004700     88  WS-ENTRY-FOUND        VALUE 'Y'.
004800 77  WS-MAX-OPERATORS          PIC 9(03) VALUE 200 COMP.
004900 77  WS-OPR-COUNT              PIC 9(03) VALUE 0 COMP.
005000 77  WS-OPR-SUB                PIC 9(03) VALUE 0 COMP.
005100 77  WS-MATCH-SUB              PIC 9(03) VALUE 0 COMP.
005200 77  WS-SLOT-SUB               PIC 9(01) VALUE 0 COMP.
005300 01  WS-OPERATOR-TABLE.
005400     05  WS-OPR-ENTRY OCCURS 200 TIMES.
005500         10  AT-ID             PIC X(08).
005600         10  AT-ACTIVE-SWITCH  PIC X(01).
005700             88  AT-IS-ACTIVE   VALUE 'Y'.
005800         10  AT-FUNCTION       PIC X(03) OCCURS 8 TIMES.
005900         10  AT-ALL-SWITCH     PIC X(01).
006000             88  AT-ALL-BRANCHES VALUE 'Y'.
006100         10  AT-BRANCH         PIC X(03) OCCURS 6 TIMES.
006200 01  WS-REASON-DATA.
006300     05  FILLER  PIC X(24) VALUE 'S001SUBMITTER ID BLANK  '.
006400     05  FILLER  PIC X(24) VALUE 'S002NOT ON AUTH MASTER  '.
006500     05  FILLER  PIC X(24) VALUE 'S003OPERATOR REVOKED    '.
006600     05  FILLER  PIC X(24) VALUE 'S004FUNCTION NOT GRANTED'.
006700     05  FILLER  PIC X(24) VALUE 'S005BRANCH NOT GRANTED  '.
006800     05  FILLER  PIC X(24) VALUE 'S006OWN AUTHORITY ENTRY '.
006900 01  WS-REASON-TABLE REDEFINES WS-REASON-DATA.
007000     05  WS-REASON-ENTRY OCCURS 6 TIMES.
007100         10  RT-CODE           PIC X(04).
007200         10  RT-TEXT           PIC X(20).
007300 77  WS-REASON-SUB             PIC 9(01) VALUE 0 COMP.
007400*
007500 LINKAGE SECTION.
007600     COPY AUTHCHK.
007700*
007800 PROCEDURE DIVISION USING AUTHCHK-PARM.
007900*-----------------------------------------------------------*
008000* 0000-MAIN-PARA                                             *
008100*-----------------------------------------------------------*
008200 0000-MAIN-PARA.
008300     SET AU-RC-AUTHORISED TO TRUE
008400     IF NOT AU-FUNC-CHECK AND NOT AU-FUNC-QUERY
008500         AND NOT AU-FUNC-LOG
008600         SET AU-RC-BAD-FUNCTION TO TRUE
008700         GOBACK
008800     END-IF
008900     IF NOT WS-MASTER-LOADED
009000         PERFORM 1000-LOAD-MASTER THRU 1000-EXIT
009100     END-IF
009200     IF AU-FUNC-LOG
009300         SET AU-RC-REFUSED TO TRUE
009400     ELSE
009500         MOVE SPACES TO AU-REASON-CODE
009600         PERFORM 2000-CHECK-AUTHORITY THRU 2000-EXIT
009700     END-IF
009800     IF AU-RC-REFUSED
009900         PERFORM 2900-SET-REASON-TEXT THRU 2900-EXIT
010000         IF NOT AU-FUNC-QUERY
010100             PERFORM 3000-LOG-VIOLATION THRU 3000-EXIT
010200         END-IF
010300     END-IF
010400     GOBACK.
010500*-----------------------------------------------------------*
010600* 1000-LOAD-MASTER - READ THE OPERATOR AUTHORITY MASTER INTO *
010700* THE TABLE ONCE PER RUN.  MORE OPERATORS THAN THE TABLE     *
010800* HOLDS STOPS THE CALLING RUN.                               *
010900*-----------------------------------------------------------*
011000 1000-LOAD-MASTER.
011100     OPEN INPUT OPR-AUTH-FILE
011200     PERFORM 1100-LOAD-ONE-OPERATOR THRU 1100-EXIT
011300         UNTIL WS-OPR-EOF
011400     CLOSE OPR-AUTH-FILE
011500     MOVE 'Y' TO WS-LOADED-SWITCH.
011600 1000-EXIT.
011700     EXIT.
011800 1100-LOAD-ONE-OPERATOR.
011900     READ OPR-AUTH-FILE
012000         AT END
012100             MOVE 'Y' TO WS-OPR-EOF-SWITCH
012200             GO TO 1100-EXIT
012300     END-READ
012400     IF WS-OPR-COUNT >= WS-MAX-OPERATORS
012500         DISPLAY 'AUTHCHK - AUTHORITY MASTER EXCEEDS '
012600             WS-MAX-OPERATORS ' OPERATORS'
012700         MOVE 16 TO RETURN-CODE
012800         STOP RUN
012900     END-IF
013000     ADD 1 TO WS-OPR-COUNT
013100     MOVE OM-OPERATOR-ID TO AT-ID(WS-OPR-COUNT)
013200     MOVE OM-ACTIVE-FLAG TO AT-ACTIVE-SWITCH(WS-OPR-COUNT)
013300     MOVE OM-ALL-BRANCH-FLAG TO AT-ALL-SWITCH(WS-OPR-COUNT)
013400     PERFORM 1110-LOAD-ONE-FUNCTION THRU 1110-EXIT
013500         VARYING WS-SLOT-SUB FROM 1 BY 1
013600         UNTIL WS-SLOT-SUB > 8
013610     PERFORM 1120-LOAD-ONE-BRANCH THRU 1120-EXIT
013620         VARYING WS-SLOT-SUB FROM 1 BY 1
013630         UNTIL WS-SLOT-SUB > 6.
013700 1100-EXIT.
013800     EXIT.
013900 1110-LOAD-ONE-FUNCTION.
014000     MOVE OM-FUNCTION-CODE(WS-SLOT-SUB) TO
014100         AT-FUNCTION(WS-OPR-COUNT, WS-SLOT-SUB).
014200 1110-EXIT.
014300     EXIT.
014310 1120-LOAD-ONE-BRANCH.
014320     MOVE OM-BRANCH-CODE(WS-SLOT-SUB) TO
014330         AT-BRANCH(WS-OPR-COUNT, WS-SLOT-SUB).
014400 1120-EXIT.
014500     EXIT.
014600*-----------------------------------------------------------*
014700* 2000-CHECK-AUTHORITY - THE SUBMITTER MUST BE ON THE MASTER *
014800* AND ACTIVE, MUST HOLD THE FUNCTION AND, WHEN THE CARD ACTS *
014900* ON A BRANCH, MUST HOLD EVERY BRANCH OR THAT ONE.           *
015000*-----------------------------------------------------------*
015100 2000-CHECK-AUTHORITY.
015200     IF AU-OPERATOR-ID = SPACES
015300         MOVE 'S001' TO AU-REASON-CODE
015400         SET AU-RC-REFUSED TO TRUE
015500         GO TO 2000-EXIT
015600     END-IF
015700     MOVE 'N' TO WS-FOUND-SWITCH
015800     PERFORM 2100-MATCH-ONE-OPERATOR THRU 2100-EXIT
015900         VARYING WS-OPR-SUB FROM 1 BY 1
016000         UNTIL WS-OPR-SUB > WS-OPR-COUNT
016100             OR WS-ENTRY-FOUND
016200     IF NOT WS-ENTRY-FOUND
016300         MOVE 'S002' TO AU-REASON-CODE
016400         SET AU-RC-REFUSED TO TRUE
016500         GO TO 2000-EXIT
016600     END-IF
016700     IF NOT AT-IS-ACTIVE(WS-MATCH-SUB)
016800         MOVE 'S003' TO AU-REASON-CODE
016900         SET AU-RC-REFUSED TO TRUE
017000         GO TO 2000-EXIT
017100     END-IF
017200     MOVE 'N' TO WS-FOUND-SWITCH
017300     PERFORM 2200-MATCH-ONE-FUNCTION THRU 2200-EXIT
017400         VARYING WS-SLOT-SUB FROM 1 BY 1
017500         UNTIL WS-SLOT-SUB > 8
017600             OR WS-ENTRY-FOUND
017700     IF NOT WS-ENTRY-FOUND
017800         MOVE 'S004' TO AU-REASON-CODE
017900         SET AU-RC-REFUSED TO TRUE
018000         GO TO 2000-EXIT
018100     END-IF
018200     IF AU-BRANCH-CODE = SPACES
018300         OR AT-ALL-BRANCHES(WS-MATCH-SUB)
018400         GO TO 2000-EXIT
018500     END-IF
018600     MOVE 'N' TO WS-FOUND-SWITCH
018700     PERFORM 2300-MATCH-ONE-BRANCH THRU 2300-EXIT
018800         VARYING WS-SLOT-SUB FROM 1 BY 1
018900         UNTIL WS-SLOT-SUB > 6
019000             OR WS-ENTRY-FOUND
019100     IF NOT WS-ENTRY-FOUND
019200         MOVE 'S005' TO AU-REASON-CODE
019300         SET AU-RC-REFUSED TO TRUE
019400     END-IF.
019500 2000-EXIT.
019600     EXIT.
019700 2100-MATCH-ONE-OPERATOR.
019800     IF AT-ID(WS-OPR-SUB) = AU-OPERATOR-ID
019900         MOVE 'Y' TO WS-FOUND-SWITCH
020000         MOVE WS-OPR-SUB TO WS-MATCH-SUB
020100     END-IF.
020200 2100-EXIT.
020300     EXIT.
020400 2200-MATCH-ONE-FUNCTION.
020500     IF AT-FUNCTION(WS-MATCH-SUB, WS-SLOT-SUB) = AU-REQ-FUNCTION
020600         MOVE 'Y' TO WS-FOUND-SWITCH
020700     END-IF.
020800 2200-EXIT.
020900     EXIT.
021000 2300-MATCH-ONE-BRANCH.
021100     IF AT-BRANCH(WS-MATCH-SUB, WS-SLOT-SUB) = AU-BRANCH-CODE
021200         MOVE 'Y' TO WS-FOUND-SWITCH
021300     END-IF.
021400 2300-EXIT.
021500     EXIT.
021600 2900-SET-REASON-TEXT.
021700     MOVE SPACES TO AU-REASON-TEXT
021800     PERFORM 2910-MATCH-ONE-REASON THRU 2910-EXIT
021900         VARYING WS-REASON-SUB FROM 1 BY 1
022000         UNTIL WS-REASON-SUB > 6.
022100 2900-EXIT.
022200     EXIT.
022300 2910-MATCH-ONE-REASON.
022400     IF RT-CODE(WS-REASON-SUB) = AU-REASON-CODE
022500         MOVE RT-TEXT(WS-REASON-SUB) TO AU-REASON-TEXT
022600     END-IF.
022700 2910-EXIT.
022800     EXIT.
022900*-----------------------------------------------------------*
023000* 3000-LOG-VIOLATION - STAMP THE REFUSAL WITH THE CLOCK AND  *
023100* APPEND ONE RECORD TO THE SECURITY VIOLATIONS FILE.         *
023200*-----------------------------------------------------------*
023300 3000-LOG-VIOLATION.
023400     OPEN EXTEND SEC-VIOL-FILE
023500     MOVE SPACES TO SEC-VIOL-REC
023600     MOVE FUNCTION CURRENT-DATE TO SV-TIMESTAMP
023700     MOVE AU-PROGRAM-ID TO SV-PROGRAM-ID
023800     MOVE AU-OPERATOR-ID TO SV-OPERATOR-ID
023900     MOVE AU-REQ-FUNCTION TO SV-FUNCTION
024000     MOVE AU-BRANCH-CODE TO SV-BRANCH-CODE
024100     MOVE AU-REASON-CODE TO SV-REASON-CODE
024200     MOVE AU-REASON-TEXT TO SV-REASON-TEXT
024300     MOVE AU-CARD-IMAGE TO SV-CARD-IMAGE
024400     WRITE SEC-VIOL-REC
024500     CLOSE SEC-VIOL-FILE.
024600 3000-EXIT.
024700     EXIT.
