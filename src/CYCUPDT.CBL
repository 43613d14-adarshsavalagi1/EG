001940*                 CONTROL, THE STANDARD SHOP PAGE HEADER    *
001950*                 AND AN END-OF-REPORT LINE-COUNT TRAILER.  *
001960*-----------------------------------------------------------*
001965* 2026-10-15 RKM  A DATE WITH A BRANCH STILL DEFERRED ON THE *
001970*                 ARITHDFR DEFERRAL FILE IS NOT COMPLETE.    *
001975*                 THE JOB'S LAST COMPLETED DATE IS LEFT      *
001980*                 WHERE IT WAS (REMARK DEFERRALS OPEN) UNTIL *
001985*                 A CATCH-UP RUN OR AN OPERATIONS WAIVER     *
001990*                 CLOSES EVERY DEFERRED BRANCH FOR THE DATE. *
001995*-----------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.  IBM-370.
003100                             ORGANIZATION IS SEQUENTIAL.
003200     SELECT CYC-RPT-FILE     ASSIGN TO CYCRPT
003300                             ORGANIZATION IS SEQUENTIAL.
003320     SELECT DEFERRAL-FILE    ASSIGN TO ARITHDFR
003340                             ORGANIZATION IS SEQUENTIAL.
003400*
003500 DATA DIVISION.
003600 FILE SECTION.
004600 FD  CYC-RPT-FILE
004700     RECORDING MODE IS F.
004800 01  CYC-RPT-REC                PIC X(133).
004820 FD  DEFERRAL-FILE
004840     RECORDING MODE IS F.
004860     COPY ARITHDFR.
004900*
005000 WORKING-STORAGE SECTION.
005100 77  WS-CTL-EOF-SWITCH         PIC X(01) VALUE 'N'.
005600     88  WS-JOB-FOUND          VALUE 'Y'.
005700 77  WS-OLD-DATE               PIC 9(08) VALUE 0.
005710 77  WS-PS-SUB                 PIC 9(01) VALUE 0 COMP.
005715 77  WS-DFR-EOF-SWITCH         PIC X(01) VALUE 'N'.
005720     88  WS-DFR-EOF            VALUE 'Y'.
005725 77  WS-DB-SUB                 PIC 9(03) VALUE 0 COMP.
005730 77  WS-DB-FOUND               PIC 9(03) VALUE 0 COMP.
005735 77  WS-DB-USED                PIC 9(03) VALUE 0 COMP.
005740 77  WS-MAX-DFR-BRANCHES       PIC 9(03) VALUE 100 COMP.
005745 77  WS-DATE-OPEN-COUNT        PIC 9(03) VALUE 0 COMP.
005750 01  WS-DATE-DFR-TABLE.
005755     05  WS-DATE-DFR-ENTRY OCCURS 100 TIMES.
005760         10  DB-BRANCH-CODE    PIC X(03).
005765         10  DB-STATUS         PIC X(01).
005770             88  DB-DEFERRED    VALUE 'D'.
005800 01  WS-CYC-REC.
005900     05  WC-JOB-NAME           PIC X(08).
006000     05  WC-LAST-RUN-DATE      PIC 9(08).
011600         MOVE 16 TO RETURN-CODE
011700         GO TO 9999-ABEND
011800     END-IF
011850     PERFORM 1200-LOAD-DEFERRALS THRU 1200-EXIT
011900     OPEN INPUT OLD-CYC-FILE
012000     OPEN OUTPUT NEW-CYC-FILE
012100     OPEN OUTPUT CYC-RPT-FILE
012340     CALL 'PRINTSVC' USING PRINTSVC-PARM.
012500 1000-EXIT.
012600     EXIT.
012601*-----------------------------------------------------------*
012602* 1200-LOAD-DEFERRALS - THE LATEST DEFERRAL RECORD FOR EACH  *
012603* BRANCH ON THE PROCESSING DATE WINS; COUNT THE BRANCHES     *
012604* WHOSE LATEST STATUS IS STILL DEFERRED.                     *
012605*-----------------------------------------------------------*
012606 1200-LOAD-DEFERRALS.
012607     OPEN INPUT DEFERRAL-FILE
012608     PERFORM 1210-LOAD-ONE-DEFERRAL THRU 1210-EXIT
012609         UNTIL WS-DFR-EOF
012610     CLOSE DEFERRAL-FILE
012611     PERFORM 1230-COUNT-ONE-BRANCH THRU 1230-EXIT
012612         VARYING WS-DB-SUB FROM 1 BY 1
012613         UNTIL WS-DB-SUB > WS-DB-USED.
012614 1200-EXIT.
012615     EXIT.
012616 1210-LOAD-ONE-DEFERRAL.
012617     READ DEFERRAL-FILE
012618         AT END
012619             MOVE 'Y' TO WS-DFR-EOF-SWITCH
012620     END-READ
012621     IF WS-DFR-EOF
012622         GO TO 1210-EXIT
012623     END-IF
012624     IF DF-PROC-DATE NOT = RC-PROCESS-DATE
012625         GO TO 1210-EXIT
012626     END-IF
012627     MOVE 0 TO WS-DB-FOUND
012628     PERFORM 1220-FIND-ONE-BRANCH THRU 1220-EXIT
012629         VARYING WS-DB-SUB FROM 1 BY 1
012630         UNTIL WS-DB-SUB > WS-DB-USED
012631     IF WS-DB-FOUND = 0
012632         IF WS-DB-USED >= WS-MAX-DFR-BRANCHES
012633             DISPLAY 'CYCUPDT - MORE THAN ' WS-MAX-DFR-BRANCHES
012634                 ' DEFERRAL BRANCHES FOR THE DATE'
012635             MOVE 16 TO RETURN-CODE
012636             GO TO 9999-ABEND
012637         END-IF
012638         ADD 1 TO WS-DB-USED
012639         MOVE WS-DB-USED TO WS-DB-FOUND
012640         MOVE DF-BRANCH-CODE TO DB-BRANCH-CODE(WS-DB-FOUND)
012641     END-IF
012642     MOVE DF-STATUS TO DB-STATUS(WS-DB-FOUND).
012643 1210-EXIT.
012644     EXIT.
012645 1220-FIND-ONE-BRANCH.
012646     IF DB-BRANCH-CODE(WS-DB-SUB) = DF-BRANCH-CODE
012647         MOVE WS-DB-SUB TO WS-DB-FOUND
012648     END-IF.
012649 1220-EXIT.
012650     EXIT.
012651 1230-COUNT-ONE-BRANCH.
012652     IF DB-DEFERRED(WS-DB-SUB)
012653         ADD 1 TO WS-DATE-OPEN-COUNT
012654     END-IF.
012655 1230-EXIT.
012656     EXIT.
012700*-----------------------------------------------------------*
012800* 2000-COPY-ONE-MASTER - PASS EVERY OTHER JOB'S RECORD       *
012900* THROUGH UNTOUCHED; ADVANCE THIS JOB'S LAST COMPLETED DATE  *
013000* TO THE PROCESSING DATE.  THE DATE IS NEVER MOVED BACKWARD  *
013100* - AN OPERATOR-FORCED RERUN OF AN OLD DATE LEAVES THE       *
013200* NEWER COMPLETION ON RECORD.                                *
013220* NOR IS IT MOVED WHILE A BRANCH IS STILL DEFERRED FOR THE   *
013240* PROCESSING DATE.                                           *
013300*-----------------------------------------------------------*
013400 2000-COPY-ONE-MASTER.
013500     READ OLD-CYC-FILE
014100                 MOVE 'Y' TO WS-JOB-FOUND-SWITCH
014200                 MOVE WC-LAST-RUN-DATE TO WS-OLD-DATE
014300                 IF RC-PROCESS-DATE > WC-LAST-RUN-DATE
014350                     AND WS-DATE-OPEN-COUNT = 0
014400                     MOVE RC-PROCESS-DATE TO WC-LAST-RUN-DATE
014500                 END-IF
014600             END-IF
015400*-----------------------------------------------------------*
015500 3000-APPEND-NEW-JOB.
015600     IF NOT WS-JOB-FOUND
015650         AND WS-DATE-OPEN-COUNT = 0
015700         MOVE SPACES TO WS-CYC-REC
015800         MOVE RC-JOB-NAME TO WC-JOB-NAME
015900         MOVE RC-PROCESS-DATE TO WC-LAST-RUN-DATE
017000     MOVE RC-JOB-NAME TO UD-JOB-NAME
017100     MOVE WS-OLD-DATE TO UD-OLD-DATE
017200     MOVE RC-PROCESS-DATE TO UD-NEW-DATE
017250     IF WS-DATE-OPEN-COUNT > 0
017300         MOVE 'DEFERRALS OPEN' TO UD-REMARK
017350         DISPLAY 'CYCUPDT - ' RC-JOB-NAME ' ' RC-PROCESS-DATE
017400             ' HAS ' WS-DATE-OPEN-COUNT ' BRANCH(ES) DEFERRED'
017450             ' - DATE NOT ADVANCED'
017500     ELSE
017550         IF NOT WS-JOB-FOUND
017600             MOVE 'FIRST RUN' TO UD-REMARK
017650         ELSE
017700             IF RC-PROCESS-DATE > WS-OLD-DATE
017750                 MOVE 'ADVANCED' TO UD-REMARK
017800             ELSE
017850                 MOVE 'NOT REGRESSED' TO UD-REMARK
017900             END-IF
017950         END-IF
018000     END-IF
018200     MOVE WS-RPT-UPD-DTL TO PS-DETAIL-LINE
018220     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
018240     PERFORM 7890-PRINT-TRAILER THRU 7890-EXIT.
