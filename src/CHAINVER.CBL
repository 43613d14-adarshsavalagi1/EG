002750*                 CONTROL, THE STANDARD SHOP PAGE HEADER    *
002760*                 AND AN END-OF-REPORT LINE-COUNT TRAILER.  *
002770*-----------------------------------------------------------*
002780* 2026-10-15 RKM  THE CHAIN IS CERTIFIED ONLY WHEN EVERY     *
002790*                 EXPECTED BRANCH FOR THE DATE IS PROCESSED  *
002800*                 OR WAIVED.  EACH BRANCH WHOSE LATEST       *
002810*                 ARITHDFR DEFERRAL RECORD FOR THE DATE IS   *
002820*                 STILL DEFERRED PRINTS ON THE CERTIFICATE;  *
002830*                 IF THE CROSS-FOOTS OTHERWISE BALANCE THE   *
002840*                 VERDICT IS HELD WITH CONDITION CODE 4, SO  *
002850*                 THE BRANCHES THAT DID RUN ARE STILL        *
002860*                 ACKNOWLEDGED, AND A CATCH-UP RUN OF THE    *
002870*                 DATE CERTIFIES THE WHOLE DAY.              *
002880*-----------------------------------------------------------*
002881* 2026-10-15 RKM  THE FAIL AND HELD CONDITION CODES ARE SET  *
002882*                 AGAIN AFTER THE CERTIFICATE TRAILER        *
002883*                 PRINTS, SINCE THE PRINTSVC CALLS CLEARED   *
002884*                 THEM.                                      *
002885*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM-370.
004000                             ORGANIZATION IS SEQUENTIAL.
004100     SELECT CHN-RPT-FILE     ASSIGN TO CHNRPT
004200                             ORGANIZATION IS SEQUENTIAL.
004220     SELECT DEFERRAL-FILE    ASSIGN TO ARITHDFR
004240                             ORGANIZATION IS SEQUENTIAL.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
005500 FD  CHN-RPT-FILE
005600     RECORDING MODE IS F.
005700 01  CHN-RPT-REC                PIC X(133).
005720 FD  DEFERRAL-FILE
005740     RECORDING MODE IS F.
005760     COPY ARITHDFR.
005800*
005900 WORKING-STORAGE SECTION.
006000 77  WS-CTL-EOF-SWITCH         PIC X(01) VALUE 'N'.
008000 77  WS-EXA-ERR-COUNT          PIC 9(07) VALUE 0.
008100 77  WS-ERR-FILE-COUNT         PIC 9(07) VALUE 0.
008110 77  WS-PS-SUB                 PIC 9(01) VALUE 0 COMP.
008150 77  WS-DFR-EOF-SWITCH         PIC X(01) VALUE 'N'.
008200     88  WS-DFR-EOF            VALUE 'Y'.
008250 77  WS-HELD-SWITCH            PIC X(01) VALUE 'N'.
008300     88  WS-CHAIN-HELD         VALUE 'Y'.
008350 77  WS-DB-SUB                 PIC 9(03) VALUE 0 COMP.
008400 77  WS-DB-FOUND               PIC 9(03) VALUE 0 COMP.
008450 77  WS-DB-USED                PIC 9(03) VALUE 0 COMP.
008500 77  WS-MAX-DFR-BRANCHES       PIC 9(03) VALUE 100 COMP.
008550 01  WS-DATE-DFR-TABLE.
008600     05  WS-DATE-DFR-ENTRY OCCURS 100 TIMES.
008650         10  DB-BRANCH-CODE    PIC X(03).
008700         10  DB-STATUS         PIC X(01).
008750             88  DB-DEFERRED    VALUE 'D'.
009000 01  WS-RPT-HDR2.
009100     05  FILLER       PIC X(08) VALUE 'RUN ID: '.
009200     05  H2-RUN-ID    PIC X(08).
009300 01  WS-RPT-ERR-DTL.
009400     05  FILLER       PIC X(07) VALUE 'ERROR: '.
009500     05  ER-TEXT      PIC X(44).
009510 01  WS-RPT-DFR-DTL.
009520     05  FILLER       PIC X(08) VALUE 'BRANCH: '.
009530     05  DB-R-BRANCH  PIC X(03).
009540     05  FILLER       PIC X(37) VALUE
009550         ' DEFERRED - NOT PROCESSED OR WAIVED'.
009600 01  WS-RPT-FOOT-DTL.
009700     05  FD-LABEL     PIC X(30).
009800     05  FD-LEFT      PIC Z(6)9.
011500     PERFORM 2000-ABSORB-ONE-LOG-REC THRU 2000-EXIT
011600         UNTIL WS-LOG-EOF
011700     PERFORM 3000-COUNT-ERR-RECORDS THRU 3000-EXIT
011750     PERFORM 4000-CHECK-DEFERRALS THRU 4000-EXIT
011800     PERFORM 5900-CERTIFY THRU 5900-EXIT
011900     PERFORM 9999-TERMINATE THRU 9999-EXIT
012000     STOP RUN.
026100     END-READ.
026200 3100-EXIT.
026300     EXIT.
026301*-----------------------------------------------------------*
026302* 4000-CHECK-DEFERRALS - THE LATEST DEFERRAL RECORD FOR EACH *
026303* BRANCH ON THE PROCESSING DATE WINS.  A BRANCH STILL        *
026304* DEFERRED HOLDS THE CERTIFICATE.                            *
026305*-----------------------------------------------------------*
026306 4000-CHECK-DEFERRALS.
026307     OPEN INPUT DEFERRAL-FILE
026308     PERFORM 4100-LOAD-ONE-DEFERRAL THRU 4100-EXIT
026309         UNTIL WS-DFR-EOF
026310     CLOSE DEFERRAL-FILE
026311     PERFORM 4300-REPORT-ONE-BRANCH THRU 4300-EXIT
026312         VARYING WS-DB-SUB FROM 1 BY 1
026313         UNTIL WS-DB-SUB > WS-DB-USED.
026314 4000-EXIT.
026315     EXIT.
026316 4100-LOAD-ONE-DEFERRAL.
026317     READ DEFERRAL-FILE
026318         AT END
026319             MOVE 'Y' TO WS-DFR-EOF-SWITCH
026320     END-READ
026321     IF WS-DFR-EOF
026322         GO TO 4100-EXIT
026323     END-IF
026324     IF DF-PROC-DATE NOT = RC-PROCESS-DATE
026325         GO TO 4100-EXIT
026326     END-IF
026327     MOVE 0 TO WS-DB-FOUND
026328     PERFORM 4200-FIND-ONE-BRANCH THRU 4200-EXIT
026329         VARYING WS-DB-SUB FROM 1 BY 1
026330         UNTIL WS-DB-SUB > WS-DB-USED
026331     IF WS-DB-FOUND = 0
026332         IF WS-DB-USED >= WS-MAX-DFR-BRANCHES
026333             DISPLAY 'CHAINVER - MORE THAN ' WS-MAX-DFR-BRANCHES
026334                 ' DEFERRAL BRANCHES FOR THE DATE'
026335             MOVE 16 TO RETURN-CODE
026336             GO TO 9999-ABEND
026337         END-IF
026338         ADD 1 TO WS-DB-USED
026339         MOVE WS-DB-USED TO WS-DB-FOUND
026340         MOVE DF-BRANCH-CODE TO DB-BRANCH-CODE(WS-DB-FOUND)
026341     END-IF
026342     MOVE DF-STATUS TO DB-STATUS(WS-DB-FOUND).
026343 4100-EXIT.
026344     EXIT.
026345 4200-FIND-ONE-BRANCH.
026346     IF DB-BRANCH-CODE(WS-DB-SUB) = DF-BRANCH-CODE
026347         MOVE WS-DB-SUB TO WS-DB-FOUND
026348     END-IF.
026349 4200-EXIT.
026350     EXIT.
026351 4300-REPORT-ONE-BRANCH.
026352     IF DB-DEFERRED(WS-DB-SUB)
026353         SET WS-CHAIN-HELD TO TRUE
026354         MOVE DB-BRANCH-CODE(WS-DB-SUB) TO DB-R-BRANCH
026355         MOVE WS-RPT-DFR-DTL TO PS-DETAIL-LINE
026356         PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
026357         DISPLAY 'CHAINVER - BRANCH ' DB-R-BRANCH
026358             ' IS STILL DEFERRED'
026359     END-IF.
026360 4300-EXIT.
026361     EXIT.
026400*-----------------------------------------------------------*
026500* 5900-CERTIFY - CROSS-FOOT THE STEPS AGAINST EACH OTHER     *
026600* AND PRINT THE PASS/FAIL CERTIFICATE.  ANY BREAK ENDS THE   *
026700* STEP WITH CONDITION CODE 8 SO THE CHAIN'S OUTPUT IS HELD.  *
026720* A BALANCED CHAIN WITH A BRANCH STILL DEFERRED IS HELD WITH *
026740* CONDITION CODE 4 UNTIL ITS CATCH-UP RUN.                   *
026800*-----------------------------------------------------------*
026900 5900-CERTIFY.
027000     IF NOT WS-MRG-SEEN
031500     IF WS-VERIFY-FAILED
031600         MOVE 'FAIL' TO CT-VERDICT
031700         MOVE 8 TO RETURN-CODE
031720     ELSE
031740         IF WS-CHAIN-HELD
031760             MOVE 'HELD' TO CT-VERDICT
031780             MOVE 4 TO RETURN-CODE
031800         ELSE
031820             MOVE 'PASS' TO CT-VERDICT
031840         END-IF
031860     END-IF
032100     MOVE WS-RPT-CERT TO PS-DETAIL-LINE
032120     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
032140     PERFORM 7890-PRINT-TRAILER THRU 7890-EXIT
032150     IF WS-VERIFY-FAILED
032155         MOVE 8 TO RETURN-CODE
032160     ELSE
032165         IF WS-CHAIN-HELD
032170             MOVE 4 TO RETURN-CODE
032175         END-IF
032180     END-IF
032200     DISPLAY 'CHAINVER - CERTIFICATE: ' CT-VERDICT.
032300 5900-EXIT.
032400     EXIT.
