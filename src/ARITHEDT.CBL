001813*                 CAN CROSS-FOOT THE EDIT AGAINST THE       *
001814*                 MERGE AND AGAINST EXAMPLE.                *
001815*-----------------------------------------------------------*
001820* 2026-10-15 RKM  ACCEPTS THE NEW REV (REVERSAL) OPERATION   *
001825*                 CODE.  A PRE-PASS COLLECTS EVERY           *
001830*                 REVERSAL'S ORIGINAL ID, DATE AND BRANCH    *
001835*                 AND ONE SCAN OF THE ARITH-HST MASTER       *
001840*                 RESOLVES THEM BEFORE THE MASTER IS OPENED  *
001845*                 FOR APPEND.  A REVERSAL WHOSE ORIGINAL IS  *
001850*                 NOT ON THE MASTER AS AN ACCEPTED ORDINARY  *
001855*                 TRANSACTION IS REJECTED R008, AND ONE      *
001860*                 WHOSE ORIGINAL IS ALREADY REVERSED (ON     *
001865*                 THE MASTER OR EARLIER IN THIS FILE) IS     *
001870*                 REJECTED R009.                             *
001875*-----------------------------------------------------------*
001876* 2026-10-15 RKM  CROSS-DAY DUPLICATE EDIT.  EACH INCOMING   *
001877*                 BRANCH PLUS TRANSACTION ID IS CHECKED      *
001878*                 AGAINST THE ACCEPTED ARITH-HST RECORDS OF  *
001879*                 THE LOOK-BACK WINDOW (BUSINESS DAYS BEFORE *
001880*                 THE PROCESSING DATE, FROM THE NEW EDT-CTL  *
001881*                 CONTROL DECK) IN THE SAME HISTORY SCAN AS  *
001882*                 THE REVERSALS.  A MATCH IS REJECTED R007   *
001883*                 UNLESS A SUPERVISOR OVERRIDE CARD NAMES    *
001884*                 IT, IN WHICH CASE IT IS ACCEPTED AND THE   *
001885*                 OVERRIDE IS LOGGED TO HISTORY (STATUS O).  *
001886*                 BOTH PRINT IN A SEPARATE DUPLICATES        *
001887*                 SECTION OF THE EDIT REPORT WITH THE DATE   *
001888*                 THE TRANSACTION WAS FIRST ACCEPTED.        *
001889*-----------------------------------------------------------*
001890* 2026-10-15 RKM  A TRANSACTION HELD OVER ITS BRANCH'S       *
001891*                 AUTHORISATION LIMIT COUNTS AS A PRIOR      *
001892*                 OCCURRENCE FOR THE CROSS-DAY DUPLICATE     *
001893*                 EDIT, THE SAME AS ONE ACCEPTED, SO A       *
001894*                 BRANCH CANNOT RESEND A HELD ITEM TO GET    *
001895*                 ROUND THE HOLD.                            *
001896*-----------------------------------------------------------*
001900* 2026-10-15 RKM  A DUPLICATE'S OVERRIDE CARD IS CLAIMED AND *
001905*                 COUNTED ONLY WHEN THE RECORD IS ACCEPTED,  *
001910*                 SO A REVERSAL THAT FAILS ITS OWN EDITS NO  *
001915*                 LONGER USES UP THE CARD OR LISTS AS        *
001920*                 OVERRIDDEN.                                *
001925*-----------------------------------------------------------*
001950 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER.  IBM-370.
002200 OBJECT-COMPUTER.  IBM-370.
003220                             ORGANIZATION IS SEQUENTIAL.
003230     SELECT ARITH-HST-FILE   ASSIGN TO ARITHHST
003240                             ORGANIZATION IS SEQUENTIAL.
003260     SELECT EDIT-CTL-FILE    ASSIGN TO EDTCTL
003280                             ORGANIZATION IS SEQUENTIAL.
003300*
003400 DATA DIVISION.
003500 FILE SECTION.
004740 FD  ARITH-HST-FILE
004750     RECORDING MODE IS F.
004760     COPY ARITHHST.
004770 FD  EDIT-CTL-FILE
004780     RECORDING MODE IS F.
004790     COPY EDTCTL.
004800*
004900 WORKING-STORAGE SECTION.
005000 77  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
005100     88  WS-RAW-EOF            VALUE 'Y'.
005110 77  WS-CTL-EOF-SWITCH         PIC X(01) VALUE 'N'.
005120     88  WS-CTL-EOF            VALUE 'Y'.
005122 77  WS-HST-EOF-SWITCH         PIC X(01) VALUE 'N'.
005124     88  WS-HST-EOF            VALUE 'Y'.
005126 77  WS-RV-FOUND-SWITCH        PIC X(01) VALUE 'N'.
005128     88  WS-RV-FOUND           VALUE 'Y'.
005130 77  WS-ECT-EOF-SWITCH         PIC X(01) VALUE 'N'.
005135     88  WS-ECT-EOF            VALUE 'Y'.
005140 77  WS-DP-FOUND-SWITCH        PIC X(01) VALUE 'N'.
005145     88  WS-DP-FOUND           VALUE 'Y'.
005150 77  WS-OV-FOUND-SWITCH        PIC X(01) VALUE 'N'.
005155     88  WS-OV-FOUND           VALUE 'Y'.
005160 77  WS-LOOKBACK-DAYS          PIC 9(03) VALUE 5.
005165 77  WS-DUP-FROM-DATE          PIC 9(08) VALUE 0.
005170 77  WS-DAY-SUB                PIC 9(03) VALUE 0 COMP.
005175 77  WS-DP-KEY                 PIC 9(06) VALUE 0.
005180 77  WS-PROC-DATE              PIC 9(08) VALUE 0.
005185 77  WS-RL-SUB                 PIC 9(01) VALUE 0 COMP.
005190 77  WS-RUN-ID                 PIC X(08).
005200 77  WS-REJECT-SWITCH          PIC X(01) VALUE 'N'.
005300     88  WS-REC-REJECTED       VALUE 'Y'.
005400     88  WS-REC-ACCEPTED       VALUE 'N'.
005700 77  WS-REJECT-COUNT           PIC 9(06) VALUE 0 COMP.
005800 77  WS-PREV-TRANS-ID          PIC 9(06) VALUE 0.
005840 77  WS-PS-SUB                 PIC 9(01) VALUE 0 COMP.
005850 77  WS-RV-SUB                 PIC 9(04) VALUE 0 COMP.
005900 77  WS-RV-SCAN                PIC 9(04) VALUE 0 COMP.
005950 77  WS-RV-COUNT               PIC 9(04) VALUE 0 COMP.
006000 77  WS-MAX-REVERSALS          PIC 9(04) VALUE 200 COMP.
006002 77  WS-DP-SUB                 PIC 9(04) VALUE 0 COMP.
006004 77  WS-DP-SCAN                PIC 9(04) VALUE 0 COMP.
006006 77  WS-DP-LOW                 PIC 9(04) VALUE 0 COMP.
006008 77  WS-DP-HIGH                PIC 9(04) VALUE 0 COMP.
006010 77  WS-DP-MID                 PIC 9(04) VALUE 0 COMP.
006012 77  WS-DP-COUNT               PIC 9(04) VALUE 0 COMP.
006014 77  WS-MAX-INCOMING           PIC 9(04) VALUE 5000 COMP.
006016 77  WS-OV-SUB                 PIC 9(04) VALUE 0 COMP.
006018 77  WS-OV-SCAN                PIC 9(04) VALUE 0 COMP.
006020 77  WS-OV-COUNT               PIC 9(04) VALUE 0 COMP.
006022 77  WS-MAX-OVERRIDES          PIC 9(04) VALUE 100 COMP.
006024 77  WS-DUP-REJ-COUNT          PIC 9(06) VALUE 0 COMP.
006026 77  WS-DUP-OVR-COUNT          PIC 9(06) VALUE 0 COMP.
006050 01  WS-REVERSAL-TABLE.
006100     05  WS-REVERSAL-ENTRY OCCURS 200 TIMES.
006150         10  RV-ORIG-TRANS-ID  PIC X(06).
006200         10  RV-ORIG-PROC-DATE PIC 9(08).
006250         10  RV-BRANCH-CODE    PIC X(03).
006300         10  RV-ORIG-SWITCH    PIC X(01).
006350             88  RV-ORIG-ACCEPTED VALUE 'A'.
006400         10  RV-REVERSED-SWITCH PIC X(01).
006450             88  RV-REVERSED   VALUE 'Y'.
006460 01  WS-INCOMING-TABLE.
006470     05  WS-INCOMING-ENTRY OCCURS 5000 TIMES.
006480         10  DP-TRANS-ID       PIC 9(06).
006490         10  DP-BRANCH-CODE    PIC X(03).
006500         10  DP-ORIG-DATE      PIC 9(08).
006510         10  DP-ACTION-SWITCH  PIC X(01).
006520             88  DP-DUP-REJECTED   VALUE 'R'.
006530             88  DP-DUP-OVERRIDDEN VALUE 'O'.
006540         10  DP-OV-SUB         PIC 9(04).
006550 01  WS-OVERRIDE-TABLE.
006560     05  WS-OVERRIDE-ENTRY OCCURS 100 TIMES.
006570         10  OV-BRANCH-CODE    PIC X(03).
006580         10  OV-TRANS-ID       PIC X(06).
006590         10  OV-SUPERVISOR-ID  PIC X(08).
006600         10  OV-REASON         PIC X(30).
006610         10  OV-USED-SWITCH    PIC X(01).
006620             88  OV-USED       VALUE 'Y'.
006700 01  WS-RPT-REJ-DTL.
006800     05  FILLER       PIC X(10) VALUE 'REJECTED: '.
006900     05  RD-REASON    PIC X(04).
008000     05  C-REJECTED   PIC Z(5)9.
008100     05  FILLER       PIC X(02) VALUE SPACES.
008200     05  C-RECON-MSG  PIC X(14).
008202 01  WS-RPT-DUP-TITLE.
008204     05  FILLER       PIC X(37) VALUE
008206         '*** CROSS-DAY DUPLICATES - LOOK-BACK '.
008208     05  DT-DAYS      PIC ZZ9.
008210     05  FILLER       PIC X(20) VALUE ' BUSINESS DAYS FROM '.
008212     05  DT-FROM-DATE PIC 9(08).
008214     05  FILLER       PIC X(04) VALUE ' ***'.
008216 01  WS-RPT-DUP-OFF.
008218     05  FILLER       PIC X(50) VALUE
008220         '*** CROSS-DAY DUPLICATE EDIT OFF (LOOK-BACK 0) ***'.
008222 01  WS-RPT-DUP-HDR.
008224     05  FILLER       PIC X(08) VALUE 'TRANS ID'.
008226     05  FILLER       PIC X(02) VALUE SPACES.
008228     05  FILLER       PIC X(02) VALUE 'BR'.
008230     05  FILLER       PIC X(03) VALUE SPACES.
008232     05  FILLER       PIC X(13) VALUE 'ORIG ACCEPTED'.
008234     05  FILLER       PIC X(02) VALUE SPACES.
008236     05  FILLER       PIC X(06) VALUE 'ACTION'.
008238     05  FILLER       PIC X(10) VALUE SPACES.
008240     05  FILLER       PIC X(10) VALUE 'SUPERVISOR'.
008242     05  FILLER       PIC X(02) VALUE SPACES.
008244     05  FILLER       PIC X(06) VALUE 'REASON'.
008246 01  WS-RPT-DUP-DTL.
008248     05  DD-TRANS-ID  PIC 9(06).
008250     05  FILLER       PIC X(04) VALUE SPACES.
008252     05  DD-BRANCH    PIC X(03).
008254     05  FILLER       PIC X(02) VALUE SPACES.
008256     05  DD-ORIG-DATE PIC 9(08).
008258     05  FILLER       PIC X(07) VALUE SPACES.
008260     05  DD-ACTION    PIC X(14).
008262     05  FILLER       PIC X(02) VALUE SPACES.
008264     05  DD-SUPERVISOR PIC X(08).
008266     05  FILLER       PIC X(04) VALUE SPACES.
008268     05  DD-REASON    PIC X(30).
008270 01  WS-RPT-OVR-UNUSED.
008272     05  FILLER       PIC X(22) VALUE 'OVERRIDE NOT USED: BR '.
008274     05  OU-BRANCH    PIC X(03).
008276     05  FILLER       PIC X(04) VALUE ' ID '.
008278     05  OU-TRANS-ID  PIC X(06).
008280     05  FILLER       PIC X(12) VALUE ' SUPERVISOR '.
008282     05  OU-SUPERVISOR PIC X(08).
008284 01  WS-RPT-DUP-CNT.
008286     05  FILLER       PIC X(21) VALUE 'DUPLICATES REJECTED: '.
008288     05  DC-REJECTED  PIC Z(5)9.
008290     05  FILLER       PIC X(02) VALUE SPACES.
008292     05  FILLER       PIC X(12) VALUE 'OVERRIDDEN: '.
008294     05  DC-OVERRIDDEN PIC Z(5)9.
008300     COPY RUNDATE.
008310     COPY PRINTSV.
008320     COPY RUNLOG.
010150     PERFORM 1030-CLEAR-ONE-LOG-COUNT THRU 1030-EXIT
010160         VARYING WS-RL-SUB FROM 1 BY 1 UNTIL WS-RL-SUB > 6
010170     CALL 'RUNLOG' USING RUNLOG-PARM
010172     PERFORM 1040-READ-EDIT-CONTROL THRU 1040-EXIT
010174     PERFORM 1060-SET-LOOKBACK-WINDOW THRU 1060-EXIT
010180     PERFORM 1200-COLLECT-REVERSALS THRU 1200-EXIT
010190     PERFORM 1300-SCAN-HISTORY THRU 1300-EXIT
010200     OPEN INPUT ARITH-RAW-FILE
010300     OPEN OUTPUT ARITH-CLEAN-FILE
010400     OPEN OUTPUT ARITH-REJ-FILE
011166     MOVE 0 TO RL-FILE-COUNT(WS-RL-SUB).
011168 1030-EXIT.
011170     EXIT.
011171*-----------------------------------------------------------*
011172* 1040-READ-EDIT-CONTROL - LOAD THE EDT-CTL CONTROL DECK:    *
011173* THE LOOK-BACK WINDOW CARD AND THE SUPERVISOR OVERRIDE      *
011174* CARDS.  AN EMPTY DECK LEAVES THE DEFAULT WINDOW AND NO     *
011175* OVERRIDES.  A CARD THAT CANNOT BE ACTED ON STOPS THE RUN   *
011176* BEFORE ANYTHING IS EDITED.                                 *
011177*-----------------------------------------------------------*
011178 1040-READ-EDIT-CONTROL.
011179     OPEN INPUT EDIT-CTL-FILE
011180     PERFORM 1045-LOAD-ONE-CARD THRU 1045-EXIT
011181         UNTIL WS-ECT-EOF
011182     CLOSE EDIT-CTL-FILE.
011183 1040-EXIT.
011184     EXIT.
011185 1045-LOAD-ONE-CARD.
011186     READ EDIT-CTL-FILE
011187         AT END
011188             MOVE 'Y' TO WS-ECT-EOF-SWITCH
011189             GO TO 1045-EXIT
011190     END-READ
011191     EVALUATE TRUE
011192         WHEN EC-WINDOW-CARD
011193             IF EC-LOOKBACK-DAYS NOT NUMERIC
011194                 DISPLAY 'ARITHEDT - LOOK-BACK DAYS '
011195                     EC-LOOKBACK-DAYS ' ARE NOT NUMERIC'
011196                 MOVE 16 TO RETURN-CODE
011197                 GO TO 9999-ABEND
011198             END-IF
011199             MOVE EC-LOOKBACK-NUM TO WS-LOOKBACK-DAYS
011200         WHEN EC-OVERRIDE-CARD
011201             PERFORM 1050-ADD-OVERRIDE THRU 1050-EXIT
011202         WHEN OTHER
011203             DISPLAY 'ARITHEDT - EDT-CTL CARD TYPE '
011204                 EC-CARD-TYPE ' IS NOT W OR O'
011205             MOVE 16 TO RETURN-CODE
011206             GO TO 9999-ABEND
011207     END-EVALUATE.
011208 1045-EXIT.
011209     EXIT.
011210 1050-ADD-OVERRIDE.
011211     IF EC-TRANS-ID NOT NUMERIC
011212         OR EC-BRANCH-CODE = SPACES
011213         OR EC-SUPERVISOR-ID = SPACES
011214         DISPLAY 'ARITHEDT - OVERRIDE CARD FOR BRANCH '
011215             EC-BRANCH-CODE ' ID ' EC-TRANS-ID
011216             ' NEEDS A BRANCH, A NUMERIC ID AND A SUPERVISOR'
011217         MOVE 16 TO RETURN-CODE
011218         GO TO 9999-ABEND
011219     END-IF
011220     IF WS-OV-COUNT >= WS-MAX-OVERRIDES
011221         DISPLAY 'ARITHEDT - MORE THAN ' WS-MAX-OVERRIDES
011222             ' OVERRIDE CARDS'
011223         MOVE 16 TO RETURN-CODE
011224         GO TO 9999-ABEND
011225     END-IF
011226     ADD 1 TO WS-OV-COUNT
011227     MOVE EC-BRANCH-CODE TO OV-BRANCH-CODE(WS-OV-COUNT)
011228     MOVE EC-TRANS-ID TO OV-TRANS-ID(WS-OV-COUNT)
011229     MOVE EC-SUPERVISOR-ID TO OV-SUPERVISOR-ID(WS-OV-COUNT)
011230     MOVE EC-OVERRIDE-REASON TO OV-REASON(WS-OV-COUNT)
011231     MOVE 'N' TO OV-USED-SWITCH(WS-OV-COUNT).
011232 1050-EXIT.
011233     EXIT.
011234*-----------------------------------------------------------*
011235* 1060-SET-LOOKBACK-WINDOW - STEP BACK THE LOOK-BACK NUMBER  *
011236* OF BUSINESS DAYS FROM THE PROCESSING DATE WITH RUNDATE.    *
011237* THE WINDOW IS THAT DATE UP TO (NOT INCLUDING) THE          *
011238* PROCESSING DATE, SO A RERUN OF THE SAME DATE NEVER MEETS   *
011239* ITS OWN FIRST RUN.  THE PROCESSING DATE IS THEN GIVEN BACK *
011240* TO RUNDATE SO THE REPORT HEADER STILL CARRIES IT.          *
011241*-----------------------------------------------------------*
011242 1060-SET-LOOKBACK-WINDOW.
011243     MOVE WS-PROC-DATE TO WS-DUP-FROM-DATE
011244     IF WS-LOOKBACK-DAYS = 0
011245         GO TO 1060-EXIT
011246     END-IF
011247     PERFORM 1065-STEP-BACK-ONE-DAY THRU 1065-EXIT
011248         VARYING WS-DAY-SUB FROM 1 BY 1
011249         UNTIL WS-DAY-SUB > WS-LOOKBACK-DAYS
011250     SET RD-FUNC-GIVEN-DATE TO TRUE
011251     MOVE WS-PROC-DATE TO RD-GIVEN-DATE
011252     CALL 'RUNDATE' USING RUNDATE-PARM.
011253 1060-EXIT.
011254     EXIT.
011255 1065-STEP-BACK-ONE-DAY.
011256     SET RD-FUNC-PREV-BUS-DAY TO TRUE
011257     MOVE WS-DUP-FROM-DATE TO RD-GIVEN-DATE
011258     CALL 'RUNDATE' USING RUNDATE-PARM
011259     IF NOT RD-RC-OK
011260         DISPLAY 'ARITHEDT - NO BUSINESS DAY BEFORE '
011261             WS-DUP-FROM-DATE ' FOR THE LOOK-BACK WINDOW'
011262         MOVE 16 TO RETURN-CODE
011263         GO TO 9999-ABEND
011264     END-IF
011265     MOVE RD-RESULT-DATE TO WS-DUP-FROM-DATE.
011266 1065-EXIT.
011267     EXIT.
011268 1100-READ-RAW.
011300     READ ARITH-RAW-FILE
011400         AT END
011500             MOVE 'Y' TO WS-EOF-SWITCH
011800     END-READ.
011900 1100-EXIT.
012000     EXIT.
012001*-----------------------------------------------------------*
012002* 1200-COLLECT-REVERSALS - PRE-PASS OVER THE RAW FILE.       *
012003* EVERY REVERSAL WITH A NUMERIC ORIGINAL ID AND DATE GETS    *
012004* ONE TABLE ENTRY PER ORIGINAL (ID, DATE AND BRANCH) FOR     *
012005* THE HISTORY SCAN TO RESOLVE, AND WITH THE DUPLICATE EDIT   *
012006* ON EVERY NUMERIC TRANSACTION ID GOES INTO THE INCOMING     *
012007* TABLE, KEPT IN ID ORDER.  THE RECORDS ARE NOT COUNTED      *
012008* HERE - THE EDIT PASS READS THE FILE AGAIN FROM THE TOP.    *
012009*-----------------------------------------------------------*
012010 1200-COLLECT-REVERSALS.
012011     OPEN INPUT ARITH-RAW-FILE
012012     PERFORM 1210-COLLECT-ONE-REVERSAL THRU 1210-EXIT
012013         UNTIL WS-RAW-EOF
012014     CLOSE ARITH-RAW-FILE
012015     MOVE 'N' TO WS-EOF-SWITCH.
012016 1200-EXIT.
012017     EXIT.
012018 1210-COLLECT-ONE-REVERSAL.
012019     READ ARITH-RAW-FILE
012020         AT END
012021             MOVE 'Y' TO WS-EOF-SWITCH
012022         NOT AT END
012023             IF AR-OP-REV
012024                 AND AR-ORIG-TRANS-ID NUMERIC
012025                 AND AR-ORIG-PROC-DATE NUMERIC
012026                 PERFORM 2110-FIND-REVERSAL THRU 2110-EXIT
012027                 IF NOT WS-RV-FOUND
012028                     PERFORM 1220-ADD-REVERSAL THRU 1220-EXIT
012029                 END-IF
012030             END-IF
012031             IF WS-LOOKBACK-DAYS > 0
012032                 AND AR-TRANS-ID NUMERIC
012033                 PERFORM 1230-ADD-INCOMING THRU 1230-EXIT
012034             END-IF
012035     END-READ.
012036 1210-EXIT.
012037     EXIT.
012038 1220-ADD-REVERSAL.
012039     IF WS-RV-COUNT >= WS-MAX-REVERSALS
012040         DISPLAY 'ARITHEDT - MORE THAN ' WS-MAX-REVERSALS
012041             ' REVERSALS IN THE INPUT'
012042         MOVE 16 TO RETURN-CODE
012043         GO TO 9999-ABEND
012044     END-IF
012045     ADD 1 TO WS-RV-COUNT
012046     MOVE AR-ORIG-TRANS-ID TO RV-ORIG-TRANS-ID(WS-RV-COUNT)
012047     MOVE AR-ORIG-PROC-DATE-NUM TO
012048         RV-ORIG-PROC-DATE(WS-RV-COUNT)
012049     MOVE AR-BRANCH-CODE TO RV-BRANCH-CODE(WS-RV-COUNT)
012050     MOVE 'N' TO RV-ORIG-SWITCH(WS-RV-COUNT)
012051     MOVE 'N' TO RV-REVERSED-SWITCH(WS-RV-COUNT).
012052 1220-EXIT.
012053     EXIT.
012054*-----------------------------------------------------------*
012055* 1230-ADD-INCOMING - ENTER ONE INCOMING ID IN THE TABLE.    *
012056* THE FILE IS NORMALLY IN ID ORDER AND THE ENTRY GOES ON     *
012057* THE END; AN OUT-OF-SEQUENCE ID IS SLOTTED INTO PLACE SO    *
012058* THE TABLE STAYS SEARCHABLE.  AN ID ALREADY IN THE TABLE    *
012059* IS LEFT ALONE - THE SEQUENCE EDIT REJECTS ITS REPEAT.      *
012060*-----------------------------------------------------------*
012061 1230-ADD-INCOMING.
012062     IF WS-DP-COUNT >= WS-MAX-INCOMING
012063         DISPLAY 'ARITHEDT - MORE THAN ' WS-MAX-INCOMING
012064             ' TRANSACTIONS FOR THE DUPLICATE EDIT'
012065         MOVE 16 TO RETURN-CODE
012066         GO TO 9999-ABEND
012067     END-IF
012068     MOVE AR-TRANS-ID-NUM TO WS-DP-KEY
012069     IF WS-DP-COUNT = 0
012070         OR WS-DP-KEY > DP-TRANS-ID(WS-DP-COUNT)
012071         ADD 1 TO WS-DP-COUNT
012072         MOVE WS-DP-COUNT TO WS-DP-SUB
012073     ELSE
012074         PERFORM 2120-FIND-INCOMING THRU 2120-EXIT
012075         IF WS-DP-FOUND
012076             GO TO 1230-EXIT
012077         END-IF
012078         PERFORM 1235-SHIFT-ONE-INCOMING THRU 1235-EXIT
012079             VARYING WS-DP-SCAN FROM WS-DP-COUNT BY -1
012080             UNTIL WS-DP-SCAN < WS-DP-LOW
012081         ADD 1 TO WS-DP-COUNT
012082         MOVE WS-DP-LOW TO WS-DP-SUB
012083     END-IF
012084     MOVE WS-DP-KEY TO DP-TRANS-ID(WS-DP-SUB)
012085     MOVE AR-BRANCH-CODE TO DP-BRANCH-CODE(WS-DP-SUB)
012086     MOVE 0 TO DP-ORIG-DATE(WS-DP-SUB)
012087     MOVE SPACE TO DP-ACTION-SWITCH(WS-DP-SUB)
012088     MOVE 0 TO DP-OV-SUB(WS-DP-SUB).
012089 1230-EXIT.
012090     EXIT.
012091 1235-SHIFT-ONE-INCOMING.
012092     MOVE WS-INCOMING-ENTRY(WS-DP-SCAN) TO
012093         WS-INCOMING-ENTRY(WS-DP-SCAN + 1).
012094 1235-EXIT.
012095     EXIT.
012096*-----------------------------------------------------------*
012097* 1300-SCAN-HISTORY - ONE PASS OF THE ARITH-HST MASTER,      *
012098* BEFORE IT IS OPENED FOR APPEND, RESOLVING EVERY COLLECTED  *
012099* ORIGINAL: AN ACCEPTED RECORD THAT IS NOT ITSELF A          *
012100* REVERSAL MARKS THE ORIGINAL FOUND, AND A REVERSED (V)      *
012101* RECORD MARKS IT ALREADY REVERSED.  THE SAME PASS DATES     *
012102* EVERY INCOMING ID ACCEPTED FOR ITS BRANCH WITHIN THE       *
012103* LOOK-BACK WINDOW.  NOTHING TO RESOLVE, NO SCAN.            *
012104*-----------------------------------------------------------*
012105 1300-SCAN-HISTORY.
012106     IF WS-RV-COUNT = 0
012107         AND WS-DP-COUNT = 0
012108         GO TO 1300-EXIT
012109     END-IF
012110     OPEN INPUT ARITH-HST-FILE
012111     PERFORM 1310-CHECK-ONE-HISTORY THRU 1310-EXIT
012112         UNTIL WS-HST-EOF
012113     CLOSE ARITH-HST-FILE.
012114 1300-EXIT.
012115     EXIT.
012116 1310-CHECK-ONE-HISTORY.
012117     READ ARITH-HST-FILE
012118         AT END
012119             MOVE 'Y' TO WS-HST-EOF-SWITCH
012120         NOT AT END
012121             PERFORM 1320-MATCH-ONE-ORIGINAL THRU 1320-EXIT
012122                 VARYING WS-RV-SCAN FROM 1 BY 1
012123                 UNTIL WS-RV-SCAN > WS-RV-COUNT
012124             IF WS-DP-COUNT > 0
012125                 AND (HS-ACCEPTED OR HS-HELD)
012126                 AND HS-PROC-DATE NOT < WS-DUP-FROM-DATE
012127                 AND HS-PROC-DATE < WS-PROC-DATE
012128                 AND HS-TRANS-ID NUMERIC
012129                 PERFORM 1330-MATCH-DUPLICATE THRU 1330-EXIT
012130             END-IF
012131     END-READ.
012132 1310-EXIT.
012133     EXIT.
012134 1320-MATCH-ONE-ORIGINAL.
012135     IF RV-ORIG-TRANS-ID(WS-RV-SCAN) = HS-TRANS-ID
012136         AND RV-ORIG-PROC-DATE(WS-RV-SCAN) = HS-PROC-DATE
012137         AND RV-BRANCH-CODE(WS-RV-SCAN) = HS-BRANCH-CODE
012138         IF HS-ACCEPTED AND NOT HS-LINK-REVERSES
012139             SET RV-ORIG-ACCEPTED(WS-RV-SCAN) TO TRUE
012140         END-IF
012141         IF HS-REVERSED
012142             SET RV-REVERSED(WS-RV-SCAN) TO TRUE
012143         END-IF
012144     END-IF.
012145 1320-EXIT.
012146     EXIT.
012147 1330-MATCH-DUPLICATE.
012148     MOVE HS-TRANS-ID TO WS-DP-KEY
012149     PERFORM 2120-FIND-INCOMING THRU 2120-EXIT
012150     IF WS-DP-FOUND
012151         AND DP-BRANCH-CODE(WS-DP-SUB) = HS-BRANCH-CODE
012152         AND HS-PROC-DATE > DP-ORIG-DATE(WS-DP-SUB)
012153         MOVE HS-PROC-DATE TO DP-ORIG-DATE(WS-DP-SUB)
012154     END-IF.
012155 1330-EXIT.
012156     EXIT.
012157*-----------------------------------------------------------*
012200* 2000-EDIT-TRANSACTION - RUN THE FIELD EDITS IN SEVERITY    *
012300* ORDER AGAINST ONE RAW RECORD.  THE FIRST EDIT THAT FAILS   *
012400* REJECTS THE RECORD WITH ITS REASON CODE; A RECORD THAT     *
012600*-----------------------------------------------------------*
012700 2000-EDIT-TRANSACTION.
012800     SET WS-REC-ACCEPTED TO TRUE
012850     MOVE 'N' TO WS-OV-FOUND-SWITCH
012900     IF AR-TRANS-ID NOT NUMERIC
013000         PERFORM 2910-REJECT-R001 THRU 2910-EXIT
013100     ELSE
014610     IF WS-REC-ACCEPTED AND NOT AR-OP-VALID
014620         PERFORM 2960-REJECT-R006 THRU 2960-EXIT
014630     END-IF
014632     IF WS-REC-ACCEPTED AND WS-DP-COUNT > 0
014634         PERFORM 2200-EDIT-DUPLICATE THRU 2200-EXIT
014636     END-IF
014640     IF WS-REC-ACCEPTED AND AR-OP-REV
014650         PERFORM 2100-EDIT-REVERSAL THRU 2100-EXIT
014660     END-IF
014700     IF WS-REC-ACCEPTED
014800         PERFORM 3000-WRITE-CLEAN THRU 3000-EXIT
014820         IF WS-OV-FOUND
014822             SET DP-DUP-OVERRIDDEN(WS-DP-SUB) TO TRUE
014824             MOVE WS-OV-SUB TO DP-OV-SUB(WS-DP-SUB)
014826             SET OV-USED(WS-OV-SUB) TO TRUE
014828             ADD 1 TO WS-DUP-OVR-COUNT
014840             PERFORM 2975-WRITE-OVERRIDE-HISTORY THRU 2975-EXIT
014860         END-IF
014900     END-IF
015000     PERFORM 1100-READ-RAW THRU 1100-EXIT.
015100 2000-EXIT.
015200     EXIT.
015201*-----------------------------------------------------------*
015202* 2100-EDIT-REVERSAL - THE ORIGINAL A REVERSAL NAMES MUST BE *
015203* ON THE HISTORY MASTER FOR THE SAME BRANCH AS AN ACCEPTED   *
015204* ORDINARY TRANSACTION (R008) AND NOT ALREADY REVERSED       *
015205* (R009).  AN ACCEPTED REVERSAL MARKS ITS ENTRY REVERSED SO  *
015206* A SECOND REVERSAL OF THE SAME ORIGINAL LATER IN THE FILE   *
015207* IS REJECTED R009 AS WELL.                                  *
015208*-----------------------------------------------------------*
015209 2100-EDIT-REVERSAL.
015210     IF AR-ORIG-TRANS-ID NOT NUMERIC
015211         OR AR-ORIG-PROC-DATE NOT NUMERIC
015212         PERFORM 2980-REJECT-R008 THRU 2980-EXIT
015213         GO TO 2100-EXIT
015214     END-IF
015215     PERFORM 2110-FIND-REVERSAL THRU 2110-EXIT
015216     IF NOT WS-RV-FOUND
015217         PERFORM 2980-REJECT-R008 THRU 2980-EXIT
015218         GO TO 2100-EXIT
015219     END-IF
015220     IF NOT RV-ORIG-ACCEPTED(WS-RV-SUB)
015221         PERFORM 2980-REJECT-R008 THRU 2980-EXIT
015222         GO TO 2100-EXIT
015223     END-IF
015224     IF RV-REVERSED(WS-RV-SUB)
015225         PERFORM 2985-REJECT-R009 THRU 2985-EXIT
015226         GO TO 2100-EXIT
015227     END-IF
015228     SET RV-REVERSED(WS-RV-SUB) TO TRUE.
015229 2100-EXIT.
015230     EXIT.
015231*-----------------------------------------------------------*
015232* 2110-FIND-REVERSAL - LOOK THE CURRENT RAW RECORD'S         *
015233* ORIGINAL (ID, DATE AND BRANCH) UP IN THE REVERSAL TABLE,   *
015234* LEAVING ITS SUBSCRIPT IN WS-RV-SUB.                        *
015235*-----------------------------------------------------------*
015236 2110-FIND-REVERSAL.
015237     MOVE 'N' TO WS-RV-FOUND-SWITCH
015238     PERFORM 2115-MATCH-ONE-REVERSAL THRU 2115-EXIT
015239         VARYING WS-RV-SCAN FROM 1 BY 1
015240         UNTIL WS-RV-SCAN > WS-RV-COUNT
015241             OR WS-RV-FOUND.
015242 2110-EXIT.
015243     EXIT.
015244 2115-MATCH-ONE-REVERSAL.
015245     IF RV-ORIG-TRANS-ID(WS-RV-SCAN) = AR-ORIG-TRANS-ID
015246         AND RV-ORIG-PROC-DATE(WS-RV-SCAN) =
015247             AR-ORIG-PROC-DATE-NUM
015248         AND RV-BRANCH-CODE(WS-RV-SCAN) = AR-BRANCH-CODE
015249         MOVE 'Y' TO WS-RV-FOUND-SWITCH
015250         MOVE WS-RV-SCAN TO WS-RV-SUB
015251     END-IF.
015252 2115-EXIT.
015253     EXIT.
015254*-----------------------------------------------------------*
015255* 2120-FIND-INCOMING - BINARY SEARCH OF THE INCOMING TABLE   *
015256* FOR WS-DP-KEY.  FOUND, WS-DP-SUB IS ITS ENTRY; NOT FOUND,  *
015257* WS-DP-LOW IS WHERE IT WOULD GO.                            *
015258*-----------------------------------------------------------*
015259 2120-FIND-INCOMING.
015260     MOVE 'N' TO WS-DP-FOUND-SWITCH
015261     MOVE 1 TO WS-DP-LOW
015262     MOVE WS-DP-COUNT TO WS-DP-HIGH
015263     PERFORM 2125-PROBE-INCOMING THRU 2125-EXIT
015264         UNTIL WS-DP-FOUND
015265             OR WS-DP-LOW > WS-DP-HIGH.
015266 2120-EXIT.
015267     EXIT.
015268 2125-PROBE-INCOMING.
015269     COMPUTE WS-DP-MID = (WS-DP-LOW + WS-DP-HIGH) / 2
015270     IF DP-TRANS-ID(WS-DP-MID) = WS-DP-KEY
015271         MOVE 'Y' TO WS-DP-FOUND-SWITCH
015272         MOVE WS-DP-MID TO WS-DP-SUB
015273     ELSE
015274         IF DP-TRANS-ID(WS-DP-MID) < WS-DP-KEY
015275             COMPUTE WS-DP-LOW = WS-DP-MID + 1
015276         ELSE
015277             COMPUTE WS-DP-HIGH = WS-DP-MID - 1
015278         END-IF
015279     END-IF.
015280 2125-EXIT.
015281     EXIT.
015282*-----------------------------------------------------------*
015283* 2200-EDIT-DUPLICATE - A BRANCH PLUS TRANSACTION ID THE     *
015284* HISTORY SCAN FOUND ACCEPTED WITHIN THE LOOK-BACK WINDOW IS *
015285* A CROSS-DAY DUPLICATE.  WITHOUT A SUPERVISOR OVERRIDE CARD *
015286* IT IS REJECTED R007.  A MATCHING CARD IS ONLY NOTED HERE;  *
015287* THE CARD IS CLAIMED, COUNTED, LISTED AND LOGGED TO HISTORY *
015288* WHEN THE RECORD PASSES THE LATER EDITS AND REACHES THE     *
015289* CLEAN FILE.                                                *
015290*-----------------------------------------------------------*
015291 2200-EDIT-DUPLICATE.
015292     MOVE AR-TRANS-ID-NUM TO WS-DP-KEY
015293     PERFORM 2120-FIND-INCOMING THRU 2120-EXIT
015294     IF NOT WS-DP-FOUND
015295         GO TO 2200-EXIT
015296     END-IF
015297     IF DP-BRANCH-CODE(WS-DP-SUB) NOT = AR-BRANCH-CODE
015298         OR DP-ORIG-DATE(WS-DP-SUB) = 0
015299         GO TO 2200-EXIT
015300     END-IF
015301     PERFORM 2210-FIND-OVERRIDE THRU 2210-EXIT
015302     IF NOT WS-OV-FOUND
015303         SET DP-DUP-REJECTED(WS-DP-SUB) TO TRUE
015304         ADD 1 TO WS-DUP-REJ-COUNT
015305         PERFORM 2966-REJECT-R007 THRU 2966-EXIT
015311     END-IF.
015312 2200-EXIT.
015313     EXIT.
015314 2210-FIND-OVERRIDE.
015315     MOVE 'N' TO WS-OV-FOUND-SWITCH
015316     PERFORM 2215-MATCH-ONE-OVERRIDE THRU 2215-EXIT
015317         VARYING WS-OV-SCAN FROM 1 BY 1
015318         UNTIL WS-OV-SCAN > WS-OV-COUNT
015319             OR WS-OV-FOUND.
015320 2210-EXIT.
015321     EXIT.
015322 2215-MATCH-ONE-OVERRIDE.
015323     IF OV-BRANCH-CODE(WS-OV-SCAN) = AR-BRANCH-CODE
015324         AND OV-TRANS-ID(WS-OV-SCAN) = AR-TRANS-ID
015325         AND NOT OV-USED(WS-OV-SCAN)
015326         MOVE 'Y' TO WS-OV-FOUND-SWITCH
015327         MOVE WS-OV-SCAN TO WS-OV-SUB
015328     END-IF.
015329 2215-EXIT.
015330     EXIT.
015331*-----------------------------------------------------------*
015400* 2910-2950 - SET THE REASON CODE FOR THE EDIT THAT FAILED   *
015500* AND WRITE THE REJECT RECORD.                               *
015600*-----------------------------------------------------------*
018130     PERFORM 2900-WRITE-REJECT THRU 2900-EXIT.
018140 2960-EXIT.
018150     EXIT.
018151*-----------------------------------------------------------*
018152* 2966 - CROSS-DAY DUPLICATE REJECT.  IT PRINTS IN THE       *
018153* DUPLICATES SECTION, WITH ITS ORIGINAL ACCEPTED DATE,       *
018154* RATHER THAN AMONG THE OTHER REJECTS.                       *
018155*-----------------------------------------------------------*
018156 2966-REJECT-R007.
018157     MOVE 'R007' TO RJ-REASON-CODE
018158     PERFORM 2900-WRITE-REJECT THRU 2900-EXIT.
018159 2966-EXIT.
018160     EXIT.
018161*-----------------------------------------------------------*
018162* 2980-2985 - REVERSAL EDIT REJECTS.                         *
018163*-----------------------------------------------------------*
018164 2980-REJECT-R008.
018165     MOVE 'R008' TO RJ-REASON-CODE
018166     PERFORM 2900-WRITE-REJECT THRU 2900-EXIT.
018167 2980-EXIT.
018168     EXIT.
018169 2985-REJECT-R009.
018170     MOVE 'R009' TO RJ-REASON-CODE
018172     PERFORM 2900-WRITE-REJECT THRU 2900-EXIT.
018174 2985-EXIT.
018176     EXIT.
018200 2900-WRITE-REJECT.
018300     SET WS-REC-REJECTED TO TRUE
018400     ADD 1 TO WS-REJECT-COUNT
018500     MOVE ARITH-RAW-REC TO RJ-RAW-IMAGE
018600     WRITE ARITH-REJ-REC
018620     IF RJ-REASON-CODE NOT = 'R007'
018640         MOVE RJ-REASON-CODE TO RD-REASON
018660         MOVE ARITH-RAW-REC TO RD-RAW-IMAGE
018680         MOVE WS-RPT-REJ-DTL TO PS-DETAIL-LINE
018700         PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
018720     END-IF
018910     PERFORM 2970-WRITE-HISTORY THRU 2970-EXIT.
019000 2900-EXIT.
019100     EXIT.
019230     WRITE ARITH-HST-REC.
019240 2970-EXIT.
019250     EXIT.
019252*-----------------------------------------------------------*
019254* 2975-WRITE-OVERRIDE-HISTORY - LOG A SUPERVISOR OVERRIDE TO *
019256* THE ARITH-HST MASTER: STATUS O, REASON R007, LINKED TO THE *
019258* DATE THE TRANSACTION WAS FIRST ACCEPTED, WITH THE          *
019260* SUPERVISOR'S ID.  EXAMPLE WRITES THE ACCEPTED RECORD AS    *
019262* USUAL.                                                     *
019264*-----------------------------------------------------------*
019266 2975-WRITE-OVERRIDE-HISTORY.
019268     MOVE SPACES TO ARITH-HST-REC
019270     MOVE AR-TRANS-ID TO HS-TRANS-ID
019272     MOVE WS-PROC-DATE TO HS-PROC-DATE
019274     MOVE AR-BRANCH-CODE TO HS-BRANCH-CODE
019276     SET HS-OVERRIDDEN TO TRUE
019278     MOVE 'R007' TO HS-REASON-CODE
019280     SET HS-LINK-DUPLICATE-OF TO TRUE
019282     MOVE AR-TRANS-ID TO HS-LINK-TRANS-ID
019284     MOVE DP-ORIG-DATE(WS-DP-SUB) TO HS-LINK-DATE
019286     MOVE OV-SUPERVISOR-ID(WS-OV-SUB) TO HS-OVERRIDE-ID
019288     WRITE ARITH-HST-REC.
019290 2975-EXIT.
019292     EXIT.
019294*-----------------------------------------------------------*
019300* 3000-WRITE-CLEAN - PASS THE VALIDATED RECORD THROUGH TO    *
019400* THE CLEAN FILE AND REMEMBER ITS ID FOR THE SEQUENCE EDIT.  *
019500*-----------------------------------------------------------*
020000     WRITE ARITH-TRANS-REC.
020100 3000-EXIT.
020200     EXIT.
020201*-----------------------------------------------------------*
020202* 5800-PRINT-DUPLICATES - THE CROSS-DAY DUPLICATES SECTION:  *
020203* EVERY DUPLICATE REJECTED OR OVERRIDDEN, WITH THE DATE IT   *
020204* WAS FIRST ACCEPTED, THEN ANY OVERRIDE CARD THAT MATCHED    *
020205* NOTHING AND THE SECTION COUNTS.                            *
020206*-----------------------------------------------------------*
020207 5800-PRINT-DUPLICATES.
020208     IF WS-LOOKBACK-DAYS = 0
020209         MOVE WS-RPT-DUP-OFF TO PS-DETAIL-LINE
020210         PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
020211         GO TO 5800-EXIT
020212     END-IF
020213     MOVE WS-LOOKBACK-DAYS TO DT-DAYS
020214     MOVE WS-DUP-FROM-DATE TO DT-FROM-DATE
020215     MOVE WS-RPT-DUP-TITLE TO PS-DETAIL-LINE
020216     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
020217     MOVE WS-RPT-DUP-HDR TO PS-DETAIL-LINE
020218     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
020219     PERFORM 5810-PRINT-ONE-DUPLICATE THRU 5810-EXIT
020220         VARYING WS-DP-SCAN FROM 1 BY 1
020221         UNTIL WS-DP-SCAN > WS-DP-COUNT
020222     PERFORM 5820-PRINT-ONE-UNUSED THRU 5820-EXIT
020223         VARYING WS-OV-SCAN FROM 1 BY 1
020224         UNTIL WS-OV-SCAN > WS-OV-COUNT
020225     MOVE WS-DUP-REJ-COUNT TO DC-REJECTED
020226     MOVE WS-DUP-OVR-COUNT TO DC-OVERRIDDEN
020227     MOVE WS-RPT-DUP-CNT TO PS-DETAIL-LINE
020228     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
020229 5800-EXIT.
020230     EXIT.
020231 5810-PRINT-ONE-DUPLICATE.
020232     IF DP-ACTION-SWITCH(WS-DP-SCAN) = SPACE
020233         GO TO 5810-EXIT
020234     END-IF
020235     MOVE DP-TRANS-ID(WS-DP-SCAN) TO DD-TRANS-ID
020236     MOVE DP-BRANCH-CODE(WS-DP-SCAN) TO DD-BRANCH
020237     MOVE DP-ORIG-DATE(WS-DP-SCAN) TO DD-ORIG-DATE
020238     IF DP-DUP-OVERRIDDEN(WS-DP-SCAN)
020239         MOVE DP-OV-SUB(WS-DP-SCAN) TO WS-OV-SUB
020240         MOVE 'OVERRIDDEN' TO DD-ACTION
020241         MOVE OV-SUPERVISOR-ID(WS-OV-SUB) TO DD-SUPERVISOR
020242         MOVE OV-REASON(WS-OV-SUB) TO DD-REASON
020243     ELSE
020244         MOVE 'REJECTED R007' TO DD-ACTION
020245         MOVE SPACES TO DD-SUPERVISOR
020246         MOVE SPACES TO DD-REASON
020247     END-IF
020248     MOVE WS-RPT-DUP-DTL TO PS-DETAIL-LINE
020249     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
020250 5810-EXIT.
020251     EXIT.
020252 5820-PRINT-ONE-UNUSED.
020253     IF OV-USED(WS-OV-SCAN)
020254         GO TO 5820-EXIT
020255     END-IF
020256     MOVE OV-BRANCH-CODE(WS-OV-SCAN) TO OU-BRANCH
020257     MOVE OV-TRANS-ID(WS-OV-SCAN) TO OU-TRANS-ID
020258     MOVE OV-SUPERVISOR-ID(WS-OV-SCAN) TO OU-SUPERVISOR
020259     MOVE WS-RPT-OVR-UNUSED TO PS-DETAIL-LINE
020260     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
020261 5820-EXIT.
020262     EXIT.
020300*-----------------------------------------------------------*
020400* 5900-EDIT-SUMMARY - PRINT THE BALANCING LINE.  ACCEPTED    *
020500* PLUS REJECTED MUST EQUAL RECORDS READ OR THE RUN IS        *
020600* FLAGGED OUT OF BALANCE.                                    *
020700*-----------------------------------------------------------*
020800 5900-EDIT-SUMMARY.
020850     PERFORM 5800-PRINT-DUPLICATES THRU 5800-EXIT
020900     MOVE WS-READ-COUNT TO C-READ
021000     MOVE WS-ACCEPT-COUNT TO C-ACCEPTED
021100     MOVE WS-REJECT-COUNT TO C-REJECTED
