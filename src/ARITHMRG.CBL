002116*                 THE CHAINVER END-OF-DAY CERTIFICATE CAN   *
002117*                 CROSS-FOOT THE MERGE AGAINST THE EDIT.    *
002118*-----------------------------------------------------------*
002120* 2026-10-15 RKM  A LEG THAT FAILS ITS CONTROL TRAILER (OR   *
002125*                 WHOSE FILE NEVER ARRIVED) NO LONGER ABORTS *
002130*                 THE MERGE: THE LEGS THAT VERIFIED ARE      *
002135*                 MERGED AND THE FAILED BRANCH IS DEFERRED   *
002140*                 FOR THE PROCESSING DATE ON THE NEW         *
002145*                 ARITHDFR DEFERRAL FILE.  A RUN-CTL         *
002150*                 CATCH-UP RUN OF THE SAME DATE VERIFIES AND *
002155*                 MERGES ONLY THE BRANCHES STILL DEFERRED.   *
002160*                 AN OPERATOR WAIVER CARD ON THE NEW MRGCTL  *
002165*                 DECK WAIVES A FAILED BRANCH INSTEAD.  THE  *
002170*                 MERGE STILL ABORTS WITH CONDITION CODE 8   *
002175*                 WHEN NO BRANCH IS LEFT TO MERGE.           *
002180*-----------------------------------------------------------*
002185 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER.  IBM-370.
002400 OBJECT-COMPUTER.  IBM-370.
003600                             ORGANIZATION IS SEQUENTIAL.
003610     SELECT RUN-CTL-FILE     ASSIGN TO RUNCTL
003620                             ORGANIZATION IS SEQUENTIAL.
003630     SELECT DEFERRAL-FILE    ASSIGN TO ARITHDFR
003640                             ORGANIZATION IS SEQUENTIAL.
003650     SELECT DFR-WORK-FILE    ASSIGN TO DFRWORK
003660                             ORGANIZATION IS SEQUENTIAL.
003670     SELECT MERGE-CTL-FILE   ASSIGN TO MRGCTL
003680                             ORGANIZATION IS SEQUENTIAL.
003700*
003800 DATA DIVISION.
003900 FILE SECTION.
005410 FD  RUN-CTL-FILE
005420     RECORDING MODE IS F.
005430     COPY RUNCTL.
005435 FD  DEFERRAL-FILE
005440     RECORDING MODE IS F.
005445     COPY ARITHDFR.
005450 FD  DFR-WORK-FILE
005455     RECORDING MODE IS F.
005460 01  DFR-WORK-REC               PIC X(80).
005465 FD  MERGE-CTL-FILE
005470     RECORDING MODE IS F.
005475     COPY MRGCTL.
005500*
005600 WORKING-STORAGE SECTION.
005700 77  WS-BR-SUB                 PIC 9(02) VALUE 0 COMP.
006706 77  WS-PS-SUB                 PIC 9(01) VALUE 0 COMP.
006707 77  WS-RL-SUB                 PIC 9(01) VALUE 0 COMP.
006708 77  WS-RUN-ID                 PIC X(08).
006710 77  WS-CATCH-UP-SWITCH        PIC X(01) VALUE 'N'.
006715     88  WS-CATCH-UP-RUN       VALUE 'Y'.
006720 77  WS-DFR-EOF-SWITCH         PIC X(01) VALUE 'N'.
006725     88  WS-DFR-EOF            VALUE 'Y'.
006730 77  WS-MCD-EOF-SWITCH         PIC X(01) VALUE 'N'.
006735     88  WS-MCD-EOF            VALUE 'Y'.
006740 77  WS-ABORT-SWITCH           PIC X(01) VALUE 'N'.
006745     88  WS-MERGE-ABORTED      VALUE 'Y'.
006750 77  WS-FIND-BRANCH            PIC X(03) VALUE SPACES.
006755 77  WS-FIND-SUB               PIC 9(02) VALUE 0 COMP.
006760 77  WS-DUE-LEGS               PIC 9(02) VALUE 0 COMP.
006765 77  WS-MERGE-LEGS             PIC 9(02) VALUE 0 COMP.
006770 77  WS-DEFER-COUNT            PIC 9(02) VALUE 0 COMP.
006775 77  WS-WAIVE-COUNT            PIC 9(02) VALUE 0 COMP.
006780 77  WS-DFR-WRITTEN            PIC 9(06) VALUE 0 COMP.
006785 01  WS-ID-EDIT.
006800     05  WS-ID-X               PIC X(06).
006900     05  WS-ID-9               REDEFINES WS-ID-X
007000                               PIC 9(06).
007700         10  MB-PREV-ID        PIC 9(06).
007800         10  MB-IN-COUNT       PIC 9(06) COMP.
007900         10  MB-CURR-REC       PIC X(80).
007950         10  MB-LEG-STATUS     PIC X(01).
008000             88  MB-LEG-VERIFY  VALUE 'V'.
008050             88  MB-LEG-MERGED  VALUE 'M'.
008100             88  MB-LEG-DEFERRED VALUE 'D'.
008150             88  MB-LEG-WAIVED  VALUE 'W'.
008200             88  MB-LEG-NOT-DUE VALUE 'N'.
008250         10  MB-DFR-STATUS     PIC X(01).
008300             88  MB-DFR-OUTSTANDING VALUE 'D'.
008350         10  MB-WAIVE-SWITCH   PIC X(01).
008400             88  MB-WAIVE-CARD  VALUE 'Y'.
008450         10  MB-OPERATOR-ID    PIC X(08).
008500         10  MB-WAIVE-REASON   PIC X(40).
008550         10  MB-FAIL-TEXT      PIC X(40).
008800 01  WS-RPT-DUP-DTL.
008900     05  FILLER       PIC X(14) VALUE 'DUPLICATE ID: '.
009000     05  DP-TRANS-ID  PIC Z(5)9.
011590     05  FILLER       PIC X(26) VALUE
011592         ' TRAILER VERIFIED, COUNT: '.
011594     05  VO-COUNT     PIC Z(5)9.
011595 01  WS-RPT-ABORT.
011596     05  FILLER       PIC X(16) VALUE 'MERGE ABORTED - '.
011597     05  AB-REASON    PIC X(40).
011598 01  WS-RPT-DFR-HDR.
011599     05  FILLER       PIC X(37) VALUE
011600         'BRANCH STATUS FOR THE PROCESSING DATE'.
011601 01  WS-RPT-DFR-DTL.
011602     05  FILLER       PIC X(07) VALUE 'BRANCH '.
011603     05  DS-BRANCH    PIC X(03).
011604     05  FILLER       PIC X(01) VALUE SPACES.
011605     05  DS-STATUS    PIC X(14).
011606     05  FILLER       PIC X(01) VALUE SPACES.
011607     05  DS-OPERATOR  PIC X(08).
011608     05  FILLER       PIC X(01) VALUE SPACES.
011609     05  DS-REASON    PIC X(40).
011610 01  WS-RPT-LEGCNT.
011611     05  FILLER       PIC X(13) VALUE 'LEGS MERGED: '.
011612     05  LG-MERGED    PIC Z9.
011613     05  FILLER       PIC X(11) VALUE ' DEFERRED: '.
011614     05  LG-DEFERRED  PIC Z9.
011615     05  FILLER       PIC X(09) VALUE ' WAIVED: '.
011616     05  LG-WAIVED    PIC Z9.
011617     COPY RUNDATE.
011620     COPY PRINTSV.
011630     COPY RUNLOG.
011700*
012100*-----------------------------------------------------------*
012200 0000-MAIN-PARA.
012300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012320     IF WS-MERGE-ABORTED
012360         PERFORM 5950-ABORT-MERGE THRU 5950-EXIT
012370     ELSE
012400         PERFORM 2000-MERGE-ONE-RECORD THRU 2000-EXIT
012800     STOP RUN.
012900*-----------------------------------------------------------*
013000* 1000-INITIALIZE - OPEN THE FILES, STAMP THE REPORT HEADER, *
013100* SET UP THE BRANCH LEGS, DECIDE WHICH ARE DUE THIS RUN,     *
013200* VERIFY THEM AND PRIME THE READ-AHEAD OF EACH ONE MERGED.   *
013300*-----------------------------------------------------------*
013400 1000-INITIALIZE.
013500     PERFORM 1020-READ-RUN-CONTROL THRU 1020-EXIT
013570     CALL 'RUNLOG' USING RUNLOG-PARM
013900     OPEN OUTPUT MERGED-FILE
014000     OPEN OUTPUT MERGE-RPT-FILE
014050     OPEN OUTPUT DFR-WORK-FILE
014100     SET PS-FUNC-OPEN TO TRUE
014105     IF WS-CATCH-UP-RUN
014110         MOVE 'ARITH-TRANS CATCH-UP MERGE' TO PS-REPORT-TITLE
014115     ELSE
014120         MOVE 'ARITH-TRANS BRANCH MERGE' TO PS-REPORT-TITLE
014125     END-IF
014140     MOVE 'ARITHMRG' TO PS-PROGRAM-ID
014160     MOVE RD-FORMATTED-DATE TO PS-RUN-DATE
014180     MOVE RD-BUSINESS-DAY-FLAG TO PS-BUS-DAY-FLAG
014640         MOVE 16 TO RETURN-CODE
014660         GO TO 9999-ABEND
014680     END-IF
014685     PERFORM 1300-LOAD-DEFERRALS THRU 1300-EXIT
014690     PERFORM 1400-LOAD-WAIVER-CARDS THRU 1400-EXIT
014695     PERFORM 1500-SELECT-ONE-LEG THRU 1500-EXIT
014700         VARYING WS-BR-SUB FROM 1 BY 1
014705         UNTIL WS-BR-SUB > WS-LEG-COUNT
014710     IF WS-DUE-LEGS = 0
014715         MOVE 'NO BRANCH IS DEFERRED FOR THE DATE' TO AB-REASON
014720         MOVE 'Y' TO WS-ABORT-SWITCH
014725         GO TO 1000-EXIT
014730     END-IF
014735     PERFORM 1070-VERIFY-ALL-LEGS THRU 1070-EXIT
014740*    A CATCH-UP RUN THAT ONLY WAIVES ITS LAST DEFERRALS STILL
014745*    RUNS THE CHAIN, WITH AN EMPTY MERGE, SO THE DAY CLOSES.
014750     IF WS-MERGE-LEGS = 0
014755         AND (NOT WS-CATCH-UP-RUN OR WS-WAIVE-COUNT = 0)
014760         MOVE 'NO BRANCH FILE PASSED VERIFICATION' TO AB-REASON
014765         MOVE 'Y' TO WS-ABORT-SWITCH
014770         GO TO 1000-EXIT
014775     END-IF
014780     MOVE WS-MERGE-LEGS TO WS-ACTIVE-COUNT
014800     PERFORM 1100-PRIME-ONE-BRANCH THRU 1100-EXIT
014900         VARYING WS-BR-SUB FROM 1 BY 1
015000         UNTIL WS-BR-SUB > WS-LEG-COUNT.
015234         GO TO 9999-ABEND
015236     END-IF
015238     CLOSE RUN-CTL-FILE
015239     IF NOT RC-NORMAL-RUN AND NOT RC-CATCH-UP-RUN
015240         DISPLAY 'ARITHMRG - RUN-CTL RUN TYPE ' RC-RUN-TYPE
015241             ' IS NOT VALID'
015242         MOVE 16 TO RETURN-CODE
015243         GO TO 9999-ABEND
015244     END-IF
015245     IF RC-CATCH-UP-RUN
015246         MOVE 'Y' TO WS-CATCH-UP-SWITCH
015247     END-IF
015248     MOVE RC-PROCESS-DATE TO WS-RUN-ID
015249     SET RD-FUNC-GIVEN-DATE TO TRUE
015250     MOVE RC-PROCESS-DATE TO RD-GIVEN-DATE
015251     CALL 'RUNDATE' USING RUNDATE-PARM
015252     IF RD-RC-BAD-DATE
015253         DISPLAY 'ARITHMRG - RUN-CTL PROCESSING DATE '
015254             RC-PROCESS-DATE ' IS NOT A VALID DATE'
015255         MOVE 16 TO RETURN-CODE
015256         GO TO 9999-ABEND
015257     END-IF.
015258 1020-EXIT.
015260     EXIT.
015261 1030-CLEAR-ONE-LOG-COUNT.
015318                     MB-BRANCH-CODE(WS-LEG-COUNT)
015320                 MOVE BM-BRANCH-NAME TO
015322                     MB-BRANCH-NAME(WS-LEG-COUNT)
015323                 MOVE SPACES TO MB-DFR-STATUS(WS-LEG-COUNT)
015324                 MOVE 'N' TO MB-WAIVE-SWITCH(WS-LEG-COUNT)
015325                 MOVE SPACES TO MB-OPERATOR-ID(WS-LEG-COUNT)
015326                 MOVE SPACES TO MB-WAIVE-REASON(WS-LEG-COUNT)
015327                 MOVE SPACES TO MB-FAIL-TEXT(WS-LEG-COUNT)
015328             END-IF
015329     END-READ.
015330 1050-EXIT.
015331     EXIT.
015332*-----------------------------------------------------------*
015334* 1060-OPEN-ONE-LEG - OPEN THE INPUT FILE BEHIND THE LEG IN  *
015336* WS-BR-SUB.  ONLY LEGS THE MASTER ASSIGNED ARE EVER         *
015366 1060-EXIT.
015368     EXIT.
015370*-----------------------------------------------------------*
015372* 1070-VERIFY-ALL-LEGS - PRE-PASS OVER EVERY LEG DUE THIS RUN*
015374* BEFORE THE MERGE OPENS IT FOR REAL: COUNT AND HASH THE     *
015376* BRANCH'S DETAIL RECORDS AND COMPARE AGAINST ITS CONTROL    *
015378* TRAILER.  A LEG THAT FAILS IS WAIVED IF OPERATIONS SENT A  *
015380* WAIVER CARD FOR IT, OTHERWISE DEFERRED; EITHER WAY NO      *
015382* RECORD FROM A TRUNCATED TRANSMISSION EVER ENTERS THE       *
015384* MERGED FILE.                                               *
015386*-----------------------------------------------------------*
015388 1070-VERIFY-ALL-LEGS.
015390     PERFORM 1075-VERIFY-ONE-LEG THRU 1075-EXIT
015392         VARYING WS-BR-SUB FROM 1 BY 1
015394         UNTIL WS-BR-SUB > WS-LEG-COUNT.
015396 1070-EXIT.
015398     EXIT.
015400 1075-VERIFY-ONE-LEG.
015402     IF NOT MB-LEG-VERIFY(WS-BR-SUB)
015404         GO TO 1075-EXIT
015406     END-IF
015408     PERFORM 1060-OPEN-ONE-LEG THRU 1060-EXIT
015410     MOVE 'N' TO WS-VER-EOF-SWITCH
015412     MOVE 'N' TO WS-TRL-SEEN-SWITCH
015414     MOVE 'N' TO WS-AFTER-TRL-SWITCH
015416     MOVE 'N' TO WS-LEG-FAIL-SWITCH
015418     MOVE 0 TO WS-VER-COUNT
015420     MOVE 0 TO WS-HASH-NUM1
015422     MOVE 0 TO WS-HASH-NUM2
015424     MOVE 0 TO WS-TRL-COUNT
015426     MOVE 0 TO WS-TRL-HASH-NUM1
015428     MOVE 0 TO WS-TRL-HASH-NUM2
015430     MOVE SPACES TO WS-TRL-BRANCH
015432     PERFORM 1080-VERIFY-ONE-RECORD THRU 1080-EXIT
015434         UNTIL WS-VER-EOF
015436     PERFORM 1090-JUDGE-ONE-LEG THRU 1090-EXIT
015438     PERFORM 9100-CLOSE-ONE-LEG THRU 9100-EXIT
015440     IF NOT WS-LEG-FAILED
015442         SET MB-LEG-MERGED(WS-BR-SUB) TO TRUE
015444         ADD 1 TO WS-MERGE-LEGS
015446     ELSE
015448         IF MB-WAIVE-CARD(WS-BR-SUB)
015450             SET MB-LEG-WAIVED(WS-BR-SUB) TO TRUE
015452             ADD 1 TO WS-WAIVE-COUNT
015454         ELSE
015456             SET MB-LEG-DEFERRED(WS-BR-SUB) TO TRUE
015458             ADD 1 TO WS-DEFER-COUNT
015460         END-IF
015462     END-IF.
015464 1075-EXIT.
015466     EXIT.
015468 1080-VERIFY-ONE-RECORD.
015470     PERFORM 1085-READ-VER-RECORD THRU 1085-EXIT
015472     IF WS-VER-EOF
015474         GO TO 1080-EXIT
015476     END-IF
015478     MOVE MB-CURR-REC(WS-BR-SUB) TO ARITH-TRL-REC
015480     IF TL-TRAILER-REC
015482         PERFORM 1082-ABSORB-TRAILER THRU 1082-EXIT
015484     ELSE
015486         IF WS-TRL-SEEN
015488             MOVE 'Y' TO WS-AFTER-TRL-SWITCH
015490         END-IF
015492         ADD 1 TO WS-VER-COUNT
015494         MOVE MB-CURR-REC(WS-BR-SUB) (7:5) TO WS-NUM-X
015496         IF WS-NUM-X NUMERIC
015498             ADD WS-NUM-9 TO WS-HASH-NUM1
015500             IF WS-HASH-NUM1 > 9999999999
015502                 SUBTRACT 10000000000 FROM WS-HASH-NUM1
015504             END-IF
015506         END-IF
015508         MOVE MB-CURR-REC(WS-BR-SUB) (12:5) TO WS-NUM-X
015510         IF WS-NUM-X NUMERIC
015512             ADD WS-NUM-9 TO WS-HASH-NUM2
015514             IF WS-HASH-NUM2 > 9999999999
015516                 SUBTRACT 10000000000 FROM WS-HASH-NUM2
015518             END-IF
015520         END-IF
015522     END-IF.
015524 1080-EXIT.
015526     EXIT.
015528 1082-ABSORB-TRAILER.
015530     IF WS-TRL-SEEN
015532         MOVE 'SECOND CONTROL TRAILER' TO VR-TEXT
015534         PERFORM 1095-REPORT-LEG-ERROR THRU 1095-EXIT
015536         GO TO 1082-EXIT
015538     END-IF
015540     MOVE 'Y' TO WS-TRL-SEEN-SWITCH
015542     MOVE TL-BRANCH-CODE TO WS-TRL-BRANCH
015544     IF TL-RECORD-COUNT NUMERIC
015546         AND TL-HASH-NUM1 NUMERIC
015548         AND TL-HASH-NUM2 NUMERIC
015550         MOVE TL-RECORD-COUNT TO WS-TRL-COUNT
015552         MOVE TL-HASH-NUM1 TO WS-TRL-HASH-NUM1
015554         MOVE TL-HASH-NUM2 TO WS-TRL-HASH-NUM2
015556     ELSE
015558         MOVE 'CONTROL TRAILER NOT NUMERIC' TO VR-TEXT
015560         PERFORM 1095-REPORT-LEG-ERROR THRU 1095-EXIT
015562     END-IF.
015564 1082-EXIT.
015566     EXIT.
015568 1085-READ-VER-RECORD.
015570     EVALUATE WS-BR-SUB
015572         WHEN 1
015574             READ BRANCH1-FILE
015576                 AT END MOVE 'Y' TO WS-VER-EOF-SWITCH
015578                 NOT AT END MOVE BRANCH1-REC TO
015580                     MB-CURR-REC(1)
015582             END-READ
015584         WHEN 2
015586             READ BRANCH2-FILE
015588                 AT END MOVE 'Y' TO WS-VER-EOF-SWITCH
015590                 NOT AT END MOVE BRANCH2-REC TO
015592                     MB-CURR-REC(2)
015594             END-READ
015596         WHEN 3
015598             READ BRANCH3-FILE
015600                 AT END MOVE 'Y' TO WS-VER-EOF-SWITCH
015602                 NOT AT END MOVE BRANCH3-REC TO
015604                     MB-CURR-REC(3)
015606             END-READ
015608         WHEN 4
015610             READ BRANCH4-FILE
015612                 AT END MOVE 'Y' TO WS-VER-EOF-SWITCH
015614                 NOT AT END MOVE BRANCH4-REC TO
015616                     MB-CURR-REC(4)
015618             END-READ
015620         WHEN 5
015622             READ BRANCH5-FILE
015624                 AT END MOVE 'Y' TO WS-VER-EOF-SWITCH
015626                 NOT AT END MOVE BRANCH5-REC TO
015628                     MB-CURR-REC(5)
015630             END-READ
015632         WHEN 6
015634             READ BRANCH6-FILE
015636                 AT END MOVE 'Y' TO WS-VER-EOF-SWITCH
015638                 NOT AT END MOVE BRANCH6-REC TO
015640                     MB-CURR-REC(6)
015642             END-READ
015644         WHEN 7
015646             READ BRANCH7-FILE
015648                 AT END MOVE 'Y' TO WS-VER-EOF-SWITCH
015650                 NOT AT END MOVE BRANCH7-REC TO
015652                     MB-CURR-REC(7)
015654             END-READ
015656         WHEN OTHER
015658             READ BRANCH8-FILE
015660                 AT END MOVE 'Y' TO WS-VER-EOF-SWITCH
015662                 NOT AT END MOVE BRANCH8-REC TO
015664                     MB-CURR-REC(8)
015666             END-READ
015668     END-EVALUATE.
015670 1085-EXIT.
015672     EXIT.
015674*-----------------------------------------------------------*
015676* 1090-JUDGE-ONE-LEG - COMPARE WHAT WAS READ AGAINST THE     *
015678* LEG'S TRAILER AND REPORT EVERY DISAGREEMENT.  A LEG WITH   *
015680* NO ERRORS GETS ITS VERIFIED LINE ON THE MERGE REPORT.      *
015682*-----------------------------------------------------------*
015684 1090-JUDGE-ONE-LEG.
015686     IF NOT WS-TRL-SEEN
015688         MOVE 'CONTROL TRAILER MISSING' TO VR-TEXT
015690         PERFORM 1095-REPORT-LEG-ERROR THRU 1095-EXIT
015692         GO TO 1090-EXIT
015694     END-IF
015696     IF WS-REC-AFTER-TRL
015698         MOVE 'RECORDS FOLLOW THE CONTROL TRAILER' TO VR-TEXT
015700         PERFORM 1095-REPORT-LEG-ERROR THRU 1095-EXIT
015702     END-IF
015704     IF WS-TRL-BRANCH NOT = MB-BRANCH-CODE(WS-BR-SUB)
015706         MOVE 'TRAILER BRANCH CODE DISAGREES' TO VR-TEXT
015708         PERFORM 1095-REPORT-LEG-ERROR THRU 1095-EXIT
015710     END-IF
015712     IF WS-TRL-COUNT NOT = WS-VER-COUNT
015714         MOVE 'RECORD COUNT DISAGREES WITH TRAILER' TO VR-TEXT
015716         PERFORM 1095-REPORT-LEG-ERROR THRU 1095-EXIT
015718     END-IF
015720     IF WS-TRL-HASH-NUM1 NOT = WS-HASH-NUM1
015722         MOVE 'NUM1 HASH DISAGREES WITH TRAILER' TO VR-TEXT
015724         PERFORM 1095-REPORT-LEG-ERROR THRU 1095-EXIT
015726     END-IF
015728     IF WS-TRL-HASH-NUM2 NOT = WS-HASH-NUM2
015730         MOVE 'NUM2 HASH DISAGREES WITH TRAILER' TO VR-TEXT
015732         PERFORM 1095-REPORT-LEG-ERROR THRU 1095-EXIT
015734     END-IF
015736     IF NOT WS-LEG-FAILED
015738         MOVE MB-BRANCH-CODE(WS-BR-SUB) TO VO-BRANCH
015740         MOVE WS-VER-COUNT TO VO-COUNT
015742         MOVE WS-RPT-VER-OK TO PS-DETAIL-LINE
015744         PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
015746     END-IF.
015748 1090-EXIT.
015750     EXIT.
015752 1095-REPORT-LEG-ERROR.
015754     IF NOT WS-LEG-FAILED
015756         MOVE VR-TEXT TO MB-FAIL-TEXT(WS-BR-SUB)
015758     END-IF
015760     MOVE 'Y' TO WS-LEG-FAIL-SWITCH
015762     MOVE 'Y' TO WS-VERIFY-FAIL-SWITCH
015764     MOVE MB-BRANCH-CODE(WS-BR-SUB) TO VR-BRANCH
015766     MOVE WS-RPT-VER-DTL TO PS-DETAIL-LINE
015768     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
015770     DISPLAY 'ARITHMRG - BRANCH '
015772         MB-BRANCH-CODE(WS-BR-SUB) ' ' VR-TEXT.
015774 1095-EXIT.
015776     EXIT.
015778 1100-PRIME-ONE-BRANCH.
015780     IF NOT MB-LEG-MERGED(WS-BR-SUB)
015782         GO TO 1100-EXIT
015784     END-IF
015786     PERFORM 1060-OPEN-ONE-LEG THRU 1060-EXIT
015788     MOVE 'N' TO MB-EOF-SWITCH(WS-BR-SUB)
015790     MOVE 0 TO MB-CURR-ID(WS-BR-SUB)
015792     MOVE 0 TO MB-PREV-ID(WS-BR-SUB)
015794     MOVE 0 TO MB-IN-COUNT(WS-BR-SUB)
015796     PERFORM 1200-READ-ONE-BRANCH THRU 1200-EXIT.
015798 1100-EXIT.
015800     EXIT.
015802*-----------------------------------------------------------*
015804* 1300-LOAD-DEFERRALS - POST THE LATEST DEFERRAL FILE STATUS *
015806* FOR THE PROCESSING DATE ONTO EACH LEG.  THE FILE IS        *
015808* APPEND-ONLY, SO A LATER RECORD FOR THE SAME BRANCH         *
015810* OVERRIDES AN EARLIER ONE.  A BRANCH NO LONGER ON THE       *
015812* MASTER AS A LEG IS PASSED OVER.                            *
015814*-----------------------------------------------------------*
015816 1300-LOAD-DEFERRALS.
015818     OPEN INPUT DEFERRAL-FILE
015820     PERFORM 1310-LOAD-ONE-DEFERRAL THRU 1310-EXIT
015822         UNTIL WS-DFR-EOF
015824     CLOSE DEFERRAL-FILE.
015826 1300-EXIT.
015828     EXIT.
015830 1310-LOAD-ONE-DEFERRAL.
015832     READ DEFERRAL-FILE
015834         AT END
015836             MOVE 'Y' TO WS-DFR-EOF-SWITCH
015838     END-READ
015840     IF WS-DFR-EOF
015842         OR DF-PROC-DATE NOT = RC-PROCESS-DATE
015844         GO TO 1310-EXIT
015846     END-IF
015848     MOVE DF-BRANCH-CODE TO WS-FIND-BRANCH
015850     PERFORM 1420-FIND-LEG THRU 1420-EXIT
015852     IF WS-FIND-SUB > 0
015854         MOVE DF-STATUS TO MB-DFR-STATUS(WS-FIND-SUB)
015856     END-IF.
015858 1310-EXIT.
015860     EXIT.
015862*-----------------------------------------------------------*
015864* 1400-LOAD-WAIVER-CARDS - READ THE MRGCTL DECK.  EACH CARD  *
015866* MUST BE A WAIVER, NAME A BRANCH THAT HAS A MERGE LEG AND   *
015868* CARRY THE OPERATOR'S ID; ANY OTHER CARD STOPS THE RUN.     *
015870*-----------------------------------------------------------*
015872 1400-LOAD-WAIVER-CARDS.
015874     OPEN INPUT MERGE-CTL-FILE
015876     PERFORM 1410-LOAD-ONE-CARD THRU 1410-EXIT
015878         UNTIL WS-MCD-EOF
015880     CLOSE MERGE-CTL-FILE.
015882 1400-EXIT.
015884     EXIT.
015886 1410-LOAD-ONE-CARD.
015888     READ MERGE-CTL-FILE
015890         AT END
015892             MOVE 'Y' TO WS-MCD-EOF-SWITCH
015894     END-READ
015896     IF WS-MCD-EOF
015898         GO TO 1410-EXIT
015900     END-IF
015902     IF NOT MC-WAIVER-CARD
015904         DISPLAY 'ARITHMRG - INVALID MRGCTL CARD TYPE '
015906             MC-CARD-TYPE
015908         MOVE 16 TO RETURN-CODE
015910         GO TO 9999-ABEND
015912     END-IF
015914     IF MC-OPERATOR-ID = SPACES
015916         DISPLAY 'ARITHMRG - WAIVER CARD FOR BRANCH '
015918             MC-BRANCH-CODE ' HAS NO OPERATOR ID'
015920         MOVE 16 TO RETURN-CODE
015922         GO TO 9999-ABEND
015924     END-IF
015926     MOVE MC-BRANCH-CODE TO WS-FIND-BRANCH
015928     PERFORM 1420-FIND-LEG THRU 1420-EXIT
015930     IF WS-FIND-SUB = 0
015932         DISPLAY 'ARITHMRG - WAIVER CARD BRANCH '
015934             MC-BRANCH-CODE ' HAS NO MERGE LEG'
015936         MOVE 16 TO RETURN-CODE
015938         GO TO 9999-ABEND
015940     END-IF
015942     SET MB-WAIVE-CARD(WS-FIND-SUB) TO TRUE
015944     MOVE MC-OPERATOR-ID TO MB-OPERATOR-ID(WS-FIND-SUB)
015946     MOVE MC-WAIVE-REASON TO MB-WAIVE-REASON(WS-FIND-SUB).
015948 1410-EXIT.
015950     EXIT.
015952*-----------------------------------------------------------*
015954* 1420-FIND-LEG - LOCATE THE LEG FOR THE BRANCH IN           *
015956* WS-FIND-BRANCH.  WS-FIND-SUB COMES BACK ZERO IF NONE.      *
015958*-----------------------------------------------------------*
015960 1420-FIND-LEG.
015962     MOVE 0 TO WS-FIND-SUB
015964     PERFORM 1425-TEST-ONE-LEG THRU 1425-EXIT
015966         VARYING WS-BR-SUB FROM 1 BY 1
015968         UNTIL WS-BR-SUB > WS-LEG-COUNT
015970         OR WS-FIND-SUB > 0.
015972 1420-EXIT.
015974     EXIT.
015976 1425-TEST-ONE-LEG.
015978     IF MB-BRANCH-CODE(WS-BR-SUB) = WS-FIND-BRANCH
015980         MOVE WS-BR-SUB TO WS-FIND-SUB
015982     END-IF.
015984 1425-EXIT.
015986     EXIT.
015988*-----------------------------------------------------------*
015990* 1500-SELECT-ONE-LEG - DECIDE WHETHER THE LEG IS DUE THIS   *
015992* RUN.  A NORMAL RUN VERIFIES EVERY LEG; A CATCH-UP RUN      *
015994* VERIFIES ONLY THE LEGS STILL DEFERRED FOR THE DATE, SINCE  *
015996* THE OTHERS WERE ALREADY PROCESSED OR WAIVED.               *
015998*-----------------------------------------------------------*
016000 1500-SELECT-ONE-LEG.
016002     MOVE 'Y' TO MB-EOF-SWITCH(WS-BR-SUB)
016004     MOVE 0 TO MB-IN-COUNT(WS-BR-SUB)
016006     IF WS-CATCH-UP-RUN
016008         AND NOT MB-DFR-OUTSTANDING(WS-BR-SUB)
016010         SET MB-LEG-NOT-DUE(WS-BR-SUB) TO TRUE
016012     ELSE
016014         SET MB-LEG-VERIFY(WS-BR-SUB) TO TRUE
016016         ADD 1 TO WS-DUE-LEGS
016018     END-IF.
016020 1500-EXIT.
016022     EXIT.
016100*-----------------------------------------------------------*
016200* 1200-READ-ONE-BRANCH - READ THE NEXT RECORD FOR THE LEG IN *
016300* WS-BR-SUB.  A NON-NUMERIC TRANSACTION ID COLLATES AS ZERO  *
025700 3000-EXIT.
025800     EXIT.
025900*-----------------------------------------------------------*
025950* 5900-MERGE-SUMMARY - PRINT THE PER-BRANCH INPUT COUNTS AND *
026000* THE BALANCING LINE.  THE INPUT COUNTS MUST SUM TO THE      *
026050* MERGED OUTPUT COUNT.  THEN REPORT AND RECORD EVERY BRANCH  *
026100* NOT MERGED IN THE ORDINARY WAY.                            *
026300*-----------------------------------------------------------*
026400 5900-MERGE-SUMMARY.
026500     MOVE 0 TO WS-TOTAL-IN
027520     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
027600     MOVE WS-DUP-COUNT TO C-DUP-COUNT
027700     MOVE WS-RPT-DUPCNT TO PS-DETAIL-LINE
027705     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
027710     MOVE WS-MERGE-LEGS TO LG-MERGED
027715     MOVE WS-DEFER-COUNT TO LG-DEFERRED
027720     MOVE WS-WAIVE-COUNT TO LG-WAIVED
027725     MOVE WS-RPT-LEGCNT TO PS-DETAIL-LINE
027730     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
027735     IF WS-CATCH-UP-RUN
027740         OR WS-DEFER-COUNT > 0
027745         OR WS-WAIVE-COUNT > 0
027750         MOVE WS-RPT-DFR-HDR TO PS-DETAIL-LINE
027755         PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
027760         PERFORM 5800-RECORD-ONE-LEG THRU 5800-EXIT
027765             VARYING WS-BR-SUB FROM 1 BY 1
027770             UNTIL WS-BR-SUB > WS-LEG-COUNT
027775     END-IF.
027800 5900-EXIT.
027900     EXIT.
027910 5910-REPORT-ONE-LEG.
027962     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
027970 5910-EXIT.
027980     EXIT.
027981*-----------------------------------------------------------*
027982* 5800-RECORD-ONE-LEG - PRINT THE LEG'S STATUS FOR THE DATE  *
027983* AND WRITE ITS CHANGE OF STATE TO THE DEFERRAL WORK FILE,   *
027984* WHICH THE CHAIN APPENDS TO THE DEFERRAL FILE ONCE EXAMPLE  *
027985* HAS POSTED THE RUN:                                        *
027986*   DEFERRED ON A NORMAL RUN        D                        *
027987*   WAIVED BY AN OPERATOR CARD      W                        *
027988*   MERGED ON A CATCH-UP RUN        P                        *
027989* A BRANCH STILL FAILING ON A CATCH-UP RUN STAYS DEFERRED    *
027990* UNDER ITS EXISTING RECORD.                                 *
027991*-----------------------------------------------------------*
027992 5800-RECORD-ONE-LEG.
027993     MOVE MB-BRANCH-CODE(WS-BR-SUB) TO DS-BRANCH
027994     MOVE SPACES TO DS-OPERATOR
027995     MOVE SPACES TO DS-REASON
027996     MOVE SPACES TO ARITH-DFR-REC
027997     MOVE RC-PROCESS-DATE TO DF-PROC-DATE
027998     MOVE MB-BRANCH-CODE(WS-BR-SUB) TO DF-BRANCH-CODE
027999     EVALUATE TRUE
028000         WHEN MB-LEG-MERGED(WS-BR-SUB)
028001             IF NOT WS-CATCH-UP-RUN
028002                 GO TO 5800-EXIT
028003             END-IF
028004             MOVE 'CAUGHT UP' TO DS-STATUS
028005             SET DF-PROCESSED TO TRUE
028006             MOVE 'PROCESSED BY CATCH-UP RUN' TO DF-REASON
028007         WHEN MB-LEG-DEFERRED(WS-BR-SUB)
028008             MOVE MB-FAIL-TEXT(WS-BR-SUB) TO DS-REASON
028009             IF WS-CATCH-UP-RUN
028010                 MOVE 'STILL DEFERRED' TO DS-STATUS
028011                 PERFORM 5810-PRINT-LEG-STATUS THRU 5810-EXIT
028012                 GO TO 5800-EXIT
028013             END-IF
028014             MOVE 'DEFERRED' TO DS-STATUS
028015             SET DF-DEFERRED TO TRUE
028016             MOVE MB-FAIL-TEXT(WS-BR-SUB) TO DF-REASON
028017         WHEN MB-LEG-WAIVED(WS-BR-SUB)
028018             MOVE 'WAIVED' TO DS-STATUS
028019             MOVE MB-OPERATOR-ID(WS-BR-SUB) TO DS-OPERATOR
028020             MOVE MB-WAIVE-REASON(WS-BR-SUB) TO DS-REASON
028021             SET DF-WAIVED TO TRUE
028022             MOVE MB-WAIVE-REASON(WS-BR-SUB) TO DF-REASON
028023             MOVE MB-OPERATOR-ID(WS-BR-SUB) TO DF-OPERATOR-ID
028024         WHEN OTHER
028025             MOVE 'NOT DUE' TO DS-STATUS
028026             PERFORM 5810-PRINT-LEG-STATUS THRU 5810-EXIT
028027             GO TO 5800-EXIT
028028     END-EVALUATE
028029     PERFORM 5810-PRINT-LEG-STATUS THRU 5810-EXIT
028030     WRITE DFR-WORK-REC FROM ARITH-DFR-REC
028031     ADD 1 TO WS-DFR-WRITTEN.
028032 5800-EXIT.
028033     EXIT.
028034 5810-PRINT-LEG-STATUS.
028035     MOVE WS-RPT-DFR-DTL TO PS-DETAIL-LINE
028036     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
028037     DISPLAY 'ARITHMRG - BRANCH ' DS-BRANCH ' ' DS-STATUS.
028038 5810-EXIT.
028039     EXIT.
028040*-----------------------------------------------------------*
028041* 5950-ABORT-MERGE - NO BRANCH IS LEFT TO MERGE, SO NOTHING  *
028042* WAS MERGED.  FLAG THE REPORT AND END THE STEP WITH         *
028043* CONDITION CODE 8 SO THE CHAIN STOPS HERE.                  *
028044*-----------------------------------------------------------*
028045 5950-ABORT-MERGE.
028046     MOVE WS-RPT-ABORT TO PS-DETAIL-LINE
028047     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
028048     MOVE 8 TO RETURN-CODE
028049     DISPLAY 'ARITHMRG - MERGE ABORTED - ' AB-REASON.
028050 5950-EXIT.
028051     EXIT.
028052*-----------------------------------------------------------*
028053* 7800-7890 - SHARED PRINT SERVICES.  THE CALLER MOVES ITS   *
028054* LINE TO PS-DETAIL-LINE; PRINTSVC HANDS BACK THE ASA PRINT  *
028055* LINES (PAGE HEADER, DETAIL, TRAILER) TO WRITE.             *
028056*-----------------------------------------------------------*
028057 7800-PRINT-DETAIL.
028058     SET PS-FUNC-DETAIL TO TRUE
028059     CALL 'PRINTSVC' USING PRINTSVC-PARM
028060     PERFORM 7850-WRITE-SVC-LINES THRU 7850-EXIT.
028061 7800-EXIT.
028062     EXIT.
028063 7850-WRITE-SVC-LINES.
028064     PERFORM 7860-WRITE-ONE-SVC-LINE THRU 7860-EXIT
028065         VARYING WS-PS-SUB FROM 1 BY 1
028066         UNTIL WS-PS-SUB > PS-OUT-COUNT.
028067 7850-EXIT.
028068     EXIT.
028069 7860-WRITE-ONE-SVC-LINE.
028070     WRITE MERGE-RPT-REC FROM PS-OUT-LINE(WS-PS-SUB).
028071 7860-EXIT.
028072     EXIT.
028073 7890-PRINT-TRAILER.
028074     SET PS-FUNC-CLOSE TO TRUE
028075     CALL 'PRINTSVC' USING PRINTSVC-PARM
028076     PERFORM 7850-WRITE-SVC-LINES THRU 7850-EXIT.
028077 7890-EXIT.
028078     EXIT.
028079*-----------------------------------------------------------*
028100* 9999-TERMINATE - NORMAL END OF JOB.                        *
028200*-----------------------------------------------------------*
028300 9999-TERMINATE.
028320*    THE VERIFY PASS CLOSED EVERY LEG IT OPENED; ONLY THE
028340*    MERGED LEGS WERE REOPENED, AND ONLY IF THE MERGE RAN.
028360     IF NOT WS-MERGE-ABORTED
028380         PERFORM 9050-CLOSE-MERGED-LEG THRU 9050-EXIT
028500             VARYING WS-BR-SUB FROM 1 BY 1
028600             UNTIL WS-BR-SUB > WS-LEG-COUNT
028650     END-IF
028660     PERFORM 7890-PRINT-TRAILER THRU 7890-EXIT
028700     CLOSE MERGED-FILE
028800     CLOSE MERGE-RPT-FILE
028805     CLOSE DFR-WORK-FILE
028810     MOVE 0 TO WS-TOTAL-IN
028820     PERFORM 9200-SUM-ONE-LEG THRU 9200-EXIT
028830         VARYING WS-BR-SUB FROM 1 BY 1
028870     MOVE WS-TOTAL-IN TO RL-FILE-COUNT(1)
028880     MOVE 'ARITHMRG' TO RL-FILE-NAME(2)
028890     MOVE WS-MERGED-COUNT TO RL-FILE-COUNT(2)
028891     MOVE 'DFRWORK' TO RL-FILE-NAME(3)
028892     MOVE WS-DFR-WRITTEN TO RL-FILE-COUNT(3)
028893     MOVE RETURN-CODE TO RL-PROGRAM-RC
028894     CALL 'RUNLOG' USING RUNLOG-PARM.
028900 9999-EXIT.
029000     EXIT.
029001 9050-CLOSE-MERGED-LEG.
029002     IF MB-LEG-MERGED(WS-BR-SUB)
029003         PERFORM 9100-CLOSE-ONE-LEG THRU 9100-EXIT
029004     END-IF.
029005 9050-EXIT.
029006     EXIT.
029010 9100-CLOSE-ONE-LEG.
029020     EVALUATE WS-BR-SUB
029030         WHEN 1 CLOSE BRANCH1-FILE
