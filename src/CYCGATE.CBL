002350*                 CONTROL, THE STANDARD SHOP PAGE HEADER    *
002360*                 AND AN END-OF-REPORT LINE-COUNT TRAILER.  *
002370*-----------------------------------------------------------*
002372* 2026-10-15 RKM  THE GATE NOW READS THE ARITHDFR BRANCH     *
002374*                 DEFERRAL FILE AND LISTS EVERY DEFERRAL     *
002376*                 STILL OUTSTANDING.  A NORMAL RUN FAILS     *
002378*                 WHILE ANY EARLIER DATE HAS A BRANCH        *
002380*                 OUTSTANDING, OR WHILE ITS OWN DATE HAS ONE *
002382*                 (THAT DATE NEEDS A CATCH-UP RUN, NOT A     *
002384*                 RERUN).  A RUN-CTL CATCH-UP RUN SKIPS THE  *
002386*                 SKIPPED-DAY WALK AND PASSES ONLY IF ITS    *
002388*                 DATE HAS A BRANCH OUTSTANDING.             *
002390*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.  IBM-370.
003300                             ORGANIZATION IS SEQUENTIAL.
003400     SELECT GATE-RPT-FILE    ASSIGN TO GATERPT
003500                             ORGANIZATION IS SEQUENTIAL.
003520     SELECT DEFERRAL-FILE    ASSIGN TO ARITHDFR
003540                             ORGANIZATION IS SEQUENTIAL.
003600*
003700 DATA DIVISION.
003800 FILE SECTION.
004500 FD  GATE-RPT-FILE
004600     RECORDING MODE IS F.
004700 01  GATE-RPT-REC               PIC X(133).
004720 FD  DEFERRAL-FILE
004740     RECORDING MODE IS F.
004760     COPY ARITHDFR.
004800*
004900 WORKING-STORAGE SECTION.
005000 77  WS-CTL-EOF-SWITCH         PIC X(01) VALUE 'N'.
006300 77  WS-WALK-COUNT             PIC 9(03) VALUE 0 COMP.
006400 77  WS-MAX-WALK               PIC 9(03) VALUE 366 COMP.
006410 77  WS-PS-SUB                 PIC 9(01) VALUE 0 COMP.
006420 77  WS-DFR-EOF-SWITCH         PIC X(01) VALUE 'N'.
006440     88  WS-DFR-EOF            VALUE 'Y'.
006460 77  WS-CATCH-UP-SWITCH        PIC X(01) VALUE 'N'.
006480     88  WS-CATCH-UP-RUN       VALUE 'Y'.
006500 77  WS-OD-SUB                 PIC 9(03) VALUE 0 COMP.
006520 77  WS-OD-FOUND               PIC 9(03) VALUE 0 COMP.
006540 77  WS-OD-FREE                PIC 9(03) VALUE 0 COMP.
006560 77  WS-OD-USED                PIC 9(03) VALUE 0 COMP.
006580 77  WS-MAX-OPEN               PIC 9(03) VALUE 100 COMP.
006600 77  WS-OPEN-COUNT             PIC 9(03) VALUE 0 COMP.
006620 77  WS-DATE-OPEN-COUNT        PIC 9(03) VALUE 0 COMP.
006640 77  WS-PRIOR-OPEN-COUNT       PIC 9(03) VALUE 0 COMP.
006660 01  WS-OPEN-DFR-TABLE.
006680     05  WS-OPEN-DFR-ENTRY OCCURS 100 TIMES.
006700         10  OD-PROC-DATE      PIC 9(08).
006720         10  OD-BRANCH-CODE    PIC X(03).
006740         10  OD-IN-USE-SWITCH  PIC X(01).
006760             88  OD-IN-USE      VALUE 'Y'.
007300 01  WS-RPT-GATE-DTL.
007400     05  FILLER       PIC X(06) VALUE 'JOB: '.
007500     05  GD-JOB-NAME  PIC X(08).
008800 01  WS-RPT-FIRST-DTL.
008900     05  FILLER       PIC X(42) VALUE
009000         'NO CYCLE HISTORY - FIRST RUN FOR THIS JOB.'.
009005 01  WS-RPT-OPEN-DTL.
009010     05  FILLER       PIC X(30) VALUE
009015         'DEFERRED BRANCH OUTSTANDING - '.
009020     05  FILLER       PIC X(06) VALUE 'DATE: '.
009025     05  OD-R-DATE    PIC 9(08).
009030     05  FILLER       PIC X(09) VALUE ' BRANCH: '.
009035     05  OD-R-BRANCH  PIC X(03).
009040 01  WS-RPT-DFR-FAIL.
009045     05  FILLER       PIC X(11) VALUE 'NOT READY: '.
009050     05  DX-TEXT      PIC X(50).
009100 01  WS-RPT-CNT.
009200     05  FILLER       PIC X(13) VALUE 'GATE RESULT: '.
009300     05  C-VERDICT    PIC X(04).
009400     05  FILLER       PIC X(15) VALUE ' SKIPPED DAYS: '.
009500     05  C-SKIPPED    PIC ZZ9.
009520     05  FILLER       PIC X(18) VALUE ' OPEN DEFERRALS: '.
009540     05  C-OPEN       PIC ZZ9.
009600     COPY RUNDATE.
009650     COPY PRINTSV.
009700*
012300         GO TO 9999-ABEND
012400     END-IF
012500     CLOSE RUN-CTL-FILE
012510     IF NOT RC-NORMAL-RUN AND NOT RC-CATCH-UP-RUN
012520         DISPLAY 'CYCGATE - RUN-CTL RUN TYPE ' RC-RUN-TYPE
012530             ' IS NOT VALID'
012540         MOVE 16 TO RETURN-CODE
012550         GO TO 9999-ABEND
012560     END-IF
012570     IF RC-CATCH-UP-RUN
012580         MOVE 'Y' TO WS-CATCH-UP-SWITCH
012590     END-IF
012600     MOVE RC-PROCESS-DATE TO WS-PROCESS-DATE
012700     SET RD-FUNC-GIVEN-DATE TO TRUE
012800     MOVE WS-PROCESS-DATE TO RD-GIVEN-DATE
013500     END-IF
013600     OPEN OUTPUT GATE-RPT-FILE
013700     SET PS-FUNC-OPEN TO TRUE
013705     IF WS-CATCH-UP-RUN
013710         MOVE 'CYCLE-CONTROL GATE - CATCH-UP' TO PS-REPORT-TITLE
013715     ELSE
013720         MOVE 'CYCLE-CONTROL GATE' TO PS-REPORT-TITLE
013725     END-IF
013740     MOVE 'CYCGATE' TO PS-PROGRAM-ID
013760     MOVE RD-FORMATTED-DATE TO PS-RUN-DATE
013780     MOVE RD-BUSINESS-DAY-FLAG TO PS-BUS-DAY-FLAG
014000     OPEN INPUT CYCLE-MST-FILE
014100     PERFORM 1100-SCAN-ONE-MASTER THRU 1100-EXIT
014200         UNTIL WS-MST-EOF
014250     CLOSE CYCLE-MST-FILE
014300     PERFORM 1200-LOAD-DEFERRALS THRU 1200-EXIT.
014400 1000-EXIT.
014500     EXIT.
014600 1100-SCAN-ONE-MASTER.
015500     END-READ.
015600 1100-EXIT.
015700     EXIT.
015701*-----------------------------------------------------------*
015702* 1200-LOAD-DEFERRALS - BUILD THE TABLE OF BRANCH DEFERRALS  *
015703* STILL OUTSTANDING.  THE DEFERRAL FILE IS APPEND-ONLY, SO A *
015704* D RECORD OPENS A DATE AND BRANCH AND A LATER P OR W RECORD *
015705* CLOSES IT AGAIN, FREEING ITS SLOT.                         *
015706*-----------------------------------------------------------*
015707 1200-LOAD-DEFERRALS.
015708     PERFORM 1205-CLEAR-ONE-SLOT THRU 1205-EXIT
015709         VARYING WS-OD-SUB FROM 1 BY 1
015710         UNTIL WS-OD-SUB > WS-MAX-OPEN
015711     OPEN INPUT DEFERRAL-FILE
015712     PERFORM 1210-LOAD-ONE-DEFERRAL THRU 1210-EXIT
015713         UNTIL WS-DFR-EOF
015714     CLOSE DEFERRAL-FILE.
015715 1200-EXIT.
015716     EXIT.
015717 1205-CLEAR-ONE-SLOT.
015718     MOVE 'N' TO OD-IN-USE-SWITCH(WS-OD-SUB).
015719 1205-EXIT.
015720     EXIT.
015721 1210-LOAD-ONE-DEFERRAL.
015722     READ DEFERRAL-FILE
015723         AT END
015724             MOVE 'Y' TO WS-DFR-EOF-SWITCH
015725     END-READ
015726     IF WS-DFR-EOF
015727         GO TO 1210-EXIT
015728     END-IF
015729     MOVE 0 TO WS-OD-FOUND
015730     MOVE 0 TO WS-OD-FREE
015731     PERFORM 1220-SCAN-ONE-SLOT THRU 1220-EXIT
015732         VARYING WS-OD-SUB FROM 1 BY 1
015733         UNTIL WS-OD-SUB > WS-OD-USED
015734     IF NOT DF-DEFERRED
015735         IF WS-OD-FOUND > 0
015736             MOVE 'N' TO OD-IN-USE-SWITCH(WS-OD-FOUND)
015737         END-IF
015738         GO TO 1210-EXIT
015739     END-IF
015740     IF WS-OD-FOUND > 0
015741         GO TO 1210-EXIT
015742     END-IF
015743     IF WS-OD-FREE = 0
015744         IF WS-OD-USED >= WS-MAX-OPEN
015745             DISPLAY 'CYCGATE - MORE THAN ' WS-MAX-OPEN
015746                 ' BRANCH DEFERRALS OUTSTANDING'
015747             MOVE 16 TO RETURN-CODE
015748             GO TO 9999-ABEND
015749         END-IF
015750         ADD 1 TO WS-OD-USED
015751         MOVE WS-OD-USED TO WS-OD-FREE
015752     END-IF
015753     MOVE DF-PROC-DATE TO OD-PROC-DATE(WS-OD-FREE)
015754     MOVE DF-BRANCH-CODE TO OD-BRANCH-CODE(WS-OD-FREE)
015755     MOVE 'Y' TO OD-IN-USE-SWITCH(WS-OD-FREE).
015756 1210-EXIT.
015757     EXIT.
015758 1220-SCAN-ONE-SLOT.
015759     IF OD-IN-USE(WS-OD-SUB)
015760         IF OD-PROC-DATE(WS-OD-SUB) = DF-PROC-DATE
015761             AND OD-BRANCH-CODE(WS-OD-SUB) = DF-BRANCH-CODE
015762             MOVE WS-OD-SUB TO WS-OD-FOUND
015763         END-IF
015764     ELSE
015765         IF WS-OD-FREE = 0
015766             MOVE WS-OD-SUB TO WS-OD-FREE
015767         END-IF
015768     END-IF.
015769 1220-EXIT.
015770     EXIT.
015800*-----------------------------------------------------------*
015900* 2000-CHECK-CYCLE - A PROCESSING DATE AT OR BEFORE THE      *
016000* JOB'S LAST COMPLETED DATE FAILS THE GATE; OTHERWISE WALK   *
016100* RUNDATE'S NEXT-BUSINESS-DAY SERVICE FORWARD FROM THE LAST  *
016200* COMPLETED DATE AND WARN ON EVERY BUSINESS DAY SHORT OF     *
016300* THE PROCESSING DATE THAT WAS NEVER RUN.                    *
016320* A CATCH-UP RUN SKIPS THE WALK; 2200-CHECK-DEFERRALS THEN   *
016340* JUDGES BOTH KINDS OF RUN AGAINST THE OUTSTANDING DEFERRALS.*
016400*-----------------------------------------------------------*
016500 2000-CHECK-CYCLE.
016600     MOVE RC-JOB-NAME TO GD-JOB-NAME
017000     IF NOT WS-JOB-FOUND
017100         MOVE WS-RPT-FIRST-DTL TO PS-DETAIL-LINE
017120         PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
017140         PERFORM 2200-CHECK-DEFERRALS THRU 2200-EXIT
017200         GO TO 2000-EXIT
017300     END-IF
017400     IF WS-PROCESS-DATE NOT > WS-LAST-RUN-DATE
017900             ' ALREADY RAN FOR ' WS-PROCESS-DATE
018000         GO TO 2000-EXIT
018100     END-IF
018120     PERFORM 2200-CHECK-DEFERRALS THRU 2200-EXIT
018140     IF WS-CATCH-UP-RUN
018160         GO TO 2000-EXIT
018180     END-IF
018200     MOVE WS-LAST-RUN-DATE TO RD-GIVEN-DATE
018300     MOVE 0 TO WS-WALK-COUNT
018400     MOVE 'N' TO WS-WALK-DONE-SWITCH
020700     END-IF.
020800 2100-EXIT.
020900     EXIT.
020901*-----------------------------------------------------------*
020902* 2200-CHECK-DEFERRALS - LIST EVERY OUTSTANDING DEFERRAL AND *
020903* JUDGE THE RUN AGAINST THEM.  A NORMAL RUN NEEDS EVERY      *
020904* EARLIER DATE CLOSED AND NOTHING OUTSTANDING ON ITS OWN     *
020905* DATE; A CATCH-UP RUN NEEDS SOMETHING OUTSTANDING ON ITS    *
020906* DATE TO CATCH UP.                                          *
020907*-----------------------------------------------------------*
020908 2200-CHECK-DEFERRALS.
020909     PERFORM 2210-REPORT-ONE-SLOT THRU 2210-EXIT
020910         VARYING WS-OD-SUB FROM 1 BY 1
020911         UNTIL WS-OD-SUB > WS-OD-USED
020912     IF WS-CATCH-UP-RUN
020913         IF WS-DATE-OPEN-COUNT = 0
020914             MOVE 'NO BRANCH IS OUTSTANDING FOR A CATCH-UP RUN'
020915                 TO DX-TEXT
020916             PERFORM 2290-FAIL-ON-DEFERRALS THRU 2290-EXIT
020917         END-IF
020918         GO TO 2200-EXIT
020919     END-IF
020920     IF WS-PRIOR-OPEN-COUNT > 0
020921         MOVE 'AN EARLIER DATE STILL HAS BRANCHES DEFERRED'
020922             TO DX-TEXT
020923         PERFORM 2290-FAIL-ON-DEFERRALS THRU 2290-EXIT
020924     END-IF
020925     IF WS-DATE-OPEN-COUNT > 0
020926         MOVE 'DATE HAS BRANCHES DEFERRED - RUN A CATCH-UP'
020927             TO DX-TEXT
020928         PERFORM 2290-FAIL-ON-DEFERRALS THRU 2290-EXIT
020929     END-IF.
020930 2200-EXIT.
020931     EXIT.
020932 2210-REPORT-ONE-SLOT.
020933     IF NOT OD-IN-USE(WS-OD-SUB)
020934         GO TO 2210-EXIT
020935     END-IF
020936     ADD 1 TO WS-OPEN-COUNT
020937     IF OD-PROC-DATE(WS-OD-SUB) = WS-PROCESS-DATE
020938         ADD 1 TO WS-DATE-OPEN-COUNT
020939     END-IF
020940     IF OD-PROC-DATE(WS-OD-SUB) < WS-PROCESS-DATE
020941         ADD 1 TO WS-PRIOR-OPEN-COUNT
020942     END-IF
020943     MOVE OD-PROC-DATE(WS-OD-SUB) TO OD-R-DATE
020944     MOVE OD-BRANCH-CODE(WS-OD-SUB) TO OD-R-BRANCH
020945     MOVE WS-RPT-OPEN-DTL TO PS-DETAIL-LINE
020946     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
020947 2210-EXIT.
020948     EXIT.
020949 2290-FAIL-ON-DEFERRALS.
020950     SET WS-GATE-FAILED TO TRUE
020951     MOVE WS-RPT-DFR-FAIL TO PS-DETAIL-LINE
020952     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
020953     DISPLAY 'CYCGATE - ' RC-JOB-NAME ' ' DX-TEXT.
020954 2290-EXIT.
020955     EXIT.
021000*-----------------------------------------------------------*
021100* 5900-GATE-SUMMARY - PASS/FAIL LINE.  A DUPLICATE DATE ENDS *
021200* THE STEP WITH CONDITION CODE 8 SO THE CHAIN STOPS; SKIPPED *
021400*-----------------------------------------------------------*
021500 5900-GATE-SUMMARY.
021600     MOVE WS-SKIPPED-COUNT TO C-SKIPPED
021650     MOVE WS-OPEN-COUNT TO C-OPEN
021700     IF WS-GATE-FAILED
021800         MOVE 'FAIL' TO C-VERDICT
021900         MOVE 8 TO RETURN-CODE
