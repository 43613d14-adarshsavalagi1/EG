000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ARITHREL.
000300 AUTHOR.        R K MERCER.
000400 INSTALLATION.  BATCH APPLICATIONS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*-----------------------------------------------------------*
001000* 2026-10-15 RKM  ORIGINAL PROGRAM.  LARGE-VALUE HOLD        *
001100*                 RELEASE RUN.  APPLIES THE SUPERVISORS'     *
001200*                 DECISION CARDS (HLDCTL) TO THE HOLD QUEUE  *
001300*                 EXAMPLE FILLS WITH TRANSACTIONS OVER THEIR *
001400*                 BRANCH'S AUTHORISATION LIMIT.  A RELEASED  *
001500*                 ITEM GOES TO THE RELEASE FILE THE NEXT     *
001600*                 EXAMPLE RUN POSTS UNDER ITS ORIGINAL DATE; *
001700*                 A DECLINED ITEM IS CLOSED UNPOSTED WITH    *
001800*                 THE REASON.  BOTH ARE LOGGED TO ARITH-HST  *
001900*                 WITH THE APPROVER AND KEPT ON THE          *
002000*                 CLOSED-HOLDS LOG.  EVERY UNDECIDED ITEM IS *
002100*                 CARRIED TO THE NEW QUEUE IMAGE AND LISTED  *
002200*                 ON THE HELD-ITEMS REPORT WITH ITS AGE IN   *
002300*                 BUSINESS DAYS, FLAGGED ESCALATED WHEN      *
002400*                 OLDER THAN THE ESCALATION CARD ALLOWS.     *
002500*                 ENDS WITH CONDITION CODE 4 WHEN A DECISION *
002600*                 CARD MATCHED NO HELD ITEM.                 *
002700*-----------------------------------------------------------*
002710* 2026-10-15 RKM  EVERY RELEASE OR DECLINE CARD IS CHECKED   *
002720*                 THROUGH AUTHCHK: THE APPROVER MUST HOLD    *
002730*                 THE REL FUNCTION FOR THE BRANCH. A REFUSED *
002740*                 DECISION IS LOGGED AS A SECURITY           *
002750*                 VIOLATION, IS NOT APPLIED (THE ITEM STAYS  *
002760*                 HELD), IS LISTED WITH THE REASON AND ENDS  *
002770*                 THE STEP WITH CONDITION CODE 4.            *
002780*-----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.  IBM-370.
003100 OBJECT-COMPUTER.  IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT HLD-QUE-FILE     ASSIGN TO HLDQUE
003500                             ORGANIZATION IS SEQUENTIAL.
003600     SELECT HLD-CTL-FILE     ASSIGN TO HLDCTL
003700                             ORGANIZATION IS SEQUENTIAL.
003800     SELECT HLD-NEW-FILE     ASSIGN TO HLDNEW
003900                             ORGANIZATION IS SEQUENTIAL.
004000     SELECT ARITH-REL-FILE   ASSIGN TO ARITHREL
004100                             ORGANIZATION IS SEQUENTIAL.
004200     SELECT HLD-CLS-FILE     ASSIGN TO HLDCLS
004300                             ORGANIZATION IS SEQUENTIAL.
004400     SELECT HLD-RPT-FILE     ASSIGN TO HLDRPT
004500                             ORGANIZATION IS SEQUENTIAL.
004600     SELECT RUN-CTL-FILE     ASSIGN TO RUNCTL
004700                             ORGANIZATION IS SEQUENTIAL.
004800     SELECT ARITH-HST-FILE   ASSIGN TO ARITHHST
004900                             ORGANIZATION IS SEQUENTIAL.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  HLD-QUE-FILE
005400     RECORDING MODE IS F.
005500     COPY ARITHHLD.
005600 FD  HLD-CTL-FILE
005700     RECORDING MODE IS F.
005800     COPY HLDCTL.
005900 FD  HLD-NEW-FILE
006000     RECORDING MODE IS F.
006100 01  HLD-NEW-REC                PIC X(120).
006200 FD  ARITH-REL-FILE
006300     RECORDING MODE IS F.
006400 01  ARITH-REL-REC              PIC X(120).
006500 FD  HLD-CLS-FILE
006600     RECORDING MODE IS F.
006700 01  HLD-CLS-REC                PIC X(120).
006800 FD  HLD-RPT-FILE
006900     RECORDING MODE IS F.
007000 01  HLD-RPT-REC                PIC X(133).
007100 FD  RUN-CTL-FILE
007200     RECORDING MODE IS F.
007300     COPY RUNCTL.
007400 FD  ARITH-HST-FILE
007500     RECORDING MODE IS F.
007600     COPY ARITHHST.
007700*
007800 WORKING-STORAGE SECTION.
007900 77  WS-QUE-EOF-SWITCH         PIC X(01) VALUE 'N'.
008000     88  WS-QUE-EOF            VALUE 'Y'.
008100 77  WS-HCT-EOF-SWITCH         PIC X(01) VALUE 'N'.
008200     88  WS-HCT-EOF            VALUE 'Y'.
008300 77  WS-CTL-EOF-SWITCH         PIC X(01) VALUE 'N'.
008400     88  WS-CTL-EOF            VALUE 'Y'.
008500 77  WS-MATCH-SWITCH           PIC X(01) VALUE 'N'.
008600     88  WS-DC-MATCHED         VALUE 'Y'.
008700 77  WS-PROC-DATE              PIC 9(08) VALUE 0.
008800 77  WS-PS-SUB                 PIC 9(01) VALUE 0 COMP.
008900 77  WS-ESCALATE-DAYS          PIC 9(03) VALUE 3.
009000 77  WS-HOLD-AGE               PIC S9(05) VALUE 0.
009100 77  WS-MAX-DECISIONS          PIC 9(03) VALUE 200 COMP.
009200 77  WS-DC-COUNT               PIC 9(03) VALUE 0 COMP.
009300 77  WS-DC-SUB                 PIC 9(03) VALUE 0 COMP.
009400 77  WS-MATCH-SUB              PIC 9(03) VALUE 0 COMP.
009500 77  WS-QUE-IN-COUNT           PIC 9(06) VALUE 0 COMP.
009600 77  WS-RELEASED-COUNT         PIC 9(06) VALUE 0 COMP.
009700 77  WS-DECLINED-COUNT         PIC 9(06) VALUE 0 COMP.
009800 77  WS-STILL-HELD-COUNT       PIC 9(06) VALUE 0 COMP.
009900 77  WS-ESCALATED-COUNT        PIC 9(06) VALUE 0 COMP.
010000 77  WS-APPLIED-COUNT          PIC 9(06) VALUE 0 COMP.
010100 77  WS-UNMATCHED-COUNT        PIC 9(06) VALUE 0 COMP.
010150 77  WS-REFUSED-COUNT          PIC 9(06) VALUE 0 COMP.
010200 01  WS-DECISION-TABLE.
010300     05  WS-DC-ENTRY OCCURS 200 TIMES.
010400         10  DC-CARD-TYPE      PIC X(01).
010500             88  DC-RELEASE     VALUE 'R'.
010600             88  DC-DECLINE     VALUE 'D'.
010700         10  DC-BRANCH-CODE    PIC X(03).
010800         10  DC-TRANS-ID       PIC X(06).
010900         10  DC-HOLD-DATE      PIC 9(08).
011000         10  DC-APPROVER-ID    PIC X(08).
011100         10  DC-DECLINE-REASON PIC X(40).
011200         10  DC-USED-SWITCH    PIC X(01).
011300             88  DC-USED        VALUE 'Y'.
011320             88  DC-REFUSED     VALUE 'R'.
011340         10  DC-REASON-CODE    PIC X(04).
011360         10  DC-REASON-TEXT    PIC X(20).
011400 01  WS-RPT-ESC-DTL.
011500     05  FILLER       PIC X(31) VALUE
011600         'HOLDS ESCALATE WHEN OLDER THAN '.
011700     05  ES-DAYS      PIC ZZ9.
011800     05  FILLER       PIC X(14) VALUE ' BUSINESS DAYS'.
011900 01  WS-RPT-HOLD-DTL.
012000     05  FILLER       PIC X(03) VALUE 'BR '.
012100     05  HL-BRANCH    PIC X(03).
012200     05  FILLER       PIC X(07) VALUE ' TRANS '.
012300     05  HL-TRANS-ID  PIC X(06).
012400     05  FILLER       PIC X(09) VALUE ' HELD ON '.
012500     05  HL-HOLD-DATE PIC 9(08).
012600     05  FILLER       PIC X(01) VALUE SPACES.
012700     05  HL-OP        PIC X(03).
012800     05  FILLER       PIC X(01) VALUE SPACES.
012900     05  HL-SIGN      PIC X(01).
013000     05  HL-RESULT    PIC 9(05).99.
013100     05  FILLER       PIC X(07) VALUE ' LIMIT '.
013200     05  HL-LIMIT     PIC 9(05).99.
013300     05  FILLER       PIC X(05) VALUE ' AGE '.
013400     05  HL-AGE       PIC ZZ9.
013500     05  FILLER       PIC X(01) VALUE SPACES.
013600     05  HL-DISP      PIC X(08).
013700     05  FILLER       PIC X(01) VALUE SPACES.
013800     05  HL-BY        PIC X(08).
013900     05  FILLER       PIC X(01) VALUE SPACES.
014000     05  HL-ESCALATE  PIC X(09).
014100 01  WS-RPT-DCL-DTL.
014200     05  FILLER       PIC X(20) VALUE
014300         '    DECLINE REASON: '.
014400     05  DL-REASON    PIC X(40).
014500 01  WS-RPT-UNM-DTL.
014600     05  FILLER       PIC X(20) VALUE
014700         'DECISION UNMATCHED: '.
014800     05  UN-CARD-TYPE PIC X(01).
014900     05  FILLER       PIC X(04) VALUE ' BR '.
015000     05  UN-BRANCH    PIC X(03).
015100     05  FILLER       PIC X(07) VALUE ' TRANS '.
015200     05  UN-TRANS-ID  PIC X(06).
015300     05  FILLER       PIC X(09) VALUE ' HELD ON '.
015400     05  UN-HOLD-DATE PIC 9(08).
015500     05  FILLER       PIC X(04) VALUE ' BY '.
015600     05  UN-APPROVER  PIC X(08).
015605 01  WS-RPT-REF-DTL.
015610     05  FILLER       PIC X(20) VALUE
015615         'DECISION REFUSED:   '.
015620     05  RF-CARD-TYPE PIC X(01).
015625     05  FILLER       PIC X(04) VALUE ' BR '.
015630     05  RF-BRANCH    PIC X(03).
015635     05  FILLER       PIC X(07) VALUE ' TRANS '.
015640     05  RF-TRANS-ID  PIC X(06).
015645     05  FILLER       PIC X(09) VALUE ' HELD ON '.
015650     05  RF-HOLD-DATE PIC 9(08).
015655     05  FILLER       PIC X(04) VALUE ' BY '.
015660     05  RF-APPROVER  PIC X(08).
015665     05  FILLER       PIC X(01) VALUE SPACES.
015670     05  RF-REASON    PIC X(04).
015675     05  FILLER       PIC X(01) VALUE SPACES.
015680     05  RF-TEXT      PIC X(20).
015700 01  WS-RPT-CNT1.
015800     05  FILLER       PIC X(10) VALUE 'HOLDS IN: '.
015900     05  C1-QUE-IN    PIC Z(5)9.
016000     05  FILLER       PIC X(11) VALUE ' RELEASED: '.
016100     05  C1-RELEASED  PIC Z(5)9.
016200     05  FILLER       PIC X(11) VALUE ' DECLINED: '.
016300     05  C1-DECLINED  PIC Z(5)9.
016400     05  FILLER       PIC X(13) VALUE ' STILL HELD: '.
016500     05  C1-HELD      PIC Z(5)9.
016600     05  FILLER       PIC X(12) VALUE ' ESCALATED: '.
016700     05  C1-ESCALATED PIC Z(5)9.
016800     05  FILLER       PIC X(02) VALUE SPACES.
016900     05  C1-RECON-MSG PIC X(14).
017000 01  WS-RPT-CNT2.
017100     05  FILLER       PIC X(11) VALUE 'DECISIONS: '.
017200     05  C2-DC-IN     PIC Z(5)9.
017300     05  FILLER       PIC X(02) VALUE SPACES.
017400     05  FILLER       PIC X(09) VALUE 'APPLIED: '.
017500     05  C2-APPLIED   PIC Z(5)9.
017600     05  FILLER       PIC X(02) VALUE SPACES.
017700     05  FILLER       PIC X(11) VALUE 'UNMATCHED: '.
017800     05  C2-UNMATCHED PIC Z(5)9.
017820     05  FILLER       PIC X(02) VALUE SPACES.
017840     05  FILLER       PIC X(09) VALUE 'REFUSED: '.
017860     05  C2-REFUSED   PIC Z(5)9.
017900     COPY RUNDATE.
018000     COPY PRINTSV.
018050     COPY AUTHCHK.
018100*
018200 PROCEDURE DIVISION.
018300*-----------------------------------------------------------*
018400* 0000-MAIN-PARA                                             *
018500*-----------------------------------------------------------*
018600 0000-MAIN-PARA.
018700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018800     PERFORM 2000-PROCESS-HOLD THRU 2000-EXIT
018900         UNTIL WS-QUE-EOF
019000     PERFORM 5900-RELEASE-SUMMARY THRU 5900-EXIT
019100     PERFORM 9999-TERMINATE THRU 9999-EXIT
019200     STOP RUN.
019300*-----------------------------------------------------------*
019400* 1000-INITIALIZE - LOAD THE DECISION CARDS, OPEN THE FILES, *
019500* STAMP THE REPORT HEADER AND PRIME THE QUEUE READ-AHEAD.    *
019600* A DECISION IS ONLY APPLIED ONCE EVERY CARD HAS PASSED.     *
019700*-----------------------------------------------------------*
019800 1000-INITIALIZE.
019900     PERFORM 1020-READ-RUN-CONTROL THRU 1020-EXIT
020000     OPEN INPUT HLD-CTL-FILE
020100     PERFORM 1100-LOAD-ONE-CARD THRU 1100-EXIT
020200         UNTIL WS-HCT-EOF
020300     CLOSE HLD-CTL-FILE
020400     OPEN INPUT HLD-QUE-FILE
020500     OPEN OUTPUT HLD-NEW-FILE
020600     OPEN OUTPUT HLD-RPT-FILE
020700     OPEN EXTEND ARITH-REL-FILE
020800     OPEN EXTEND HLD-CLS-FILE
020900     OPEN EXTEND ARITH-HST-FILE
021000     SET PS-FUNC-OPEN TO TRUE
021100     MOVE 'LARGE-VALUE HOLD RELEASE' TO PS-REPORT-TITLE
021200     MOVE 'ARITHREL' TO PS-PROGRAM-ID
021300     MOVE RD-FORMATTED-DATE TO PS-RUN-DATE
021400     MOVE RD-BUSINESS-DAY-FLAG TO PS-BUS-DAY-FLAG
021500     MOVE 0 TO PS-LINES-PER-PAGE
021600     CALL 'PRINTSVC' USING PRINTSVC-PARM
021700     MOVE WS-ESCALATE-DAYS TO ES-DAYS
021800     MOVE WS-RPT-ESC-DTL TO PS-DETAIL-LINE
021900     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
022000     PERFORM 1200-READ-HOLD THRU 1200-EXIT.
022100 1000-EXIT.
022200     EXIT.
022300*-----------------------------------------------------------*
022400* 1020-READ-RUN-CONTROL - READ THE PROCESSING DATE FROM THE  *
022500* RUN-CTL FILE AND HAVE RUNDATE FORMAT AND FLAG IT FOR THE   *
022600* REPORT HEADER.  IT IS THE DECISION DATE ON EVERY RECORD    *
022700* WRITTEN.  A MISSING RECORD OR A BAD DATE STOPS THE RUN.    *
022800*-----------------------------------------------------------*
022900 1020-READ-RUN-CONTROL.
023000     OPEN INPUT RUN-CTL-FILE
023100     READ RUN-CTL-FILE
023200         AT END
023300             MOVE 'Y' TO WS-CTL-EOF-SWITCH
023400     END-READ
023500     IF WS-CTL-EOF
023600         DISPLAY 'ARITHREL - RUN-CTL FILE IS EMPTY'
023700         CLOSE RUN-CTL-FILE
023800         MOVE 16 TO RETURN-CODE
023900         GO TO 9999-ABEND
024000     END-IF
024100     CLOSE RUN-CTL-FILE
024200     MOVE RC-PROCESS-DATE TO WS-PROC-DATE
024300     SET RD-FUNC-GIVEN-DATE TO TRUE
024400     MOVE RC-PROCESS-DATE TO RD-GIVEN-DATE
024500     CALL 'RUNDATE' USING RUNDATE-PARM
024600     IF RD-RC-BAD-DATE
024700         DISPLAY 'ARITHREL - RUN-CTL PROCESSING DATE '
024800             RC-PROCESS-DATE ' IS NOT A VALID DATE'
024900         MOVE 16 TO RETURN-CODE
025000         GO TO 9999-ABEND
025100     END-IF.
025200 1020-EXIT.
025300     EXIT.
025400*-----------------------------------------------------------*
025500* 1100-LOAD-ONE-CARD - THE ESCALATION CARD SETS THE AGE      *
025600* LIMIT; RELEASE AND DECLINE CARDS GO INTO THE DECISION      *
025700* TABLE.  A CARD THAT CANNOT BE ACTED ON STOPS THE RUN       *
025800* BEFORE ANY DECISION IS APPLIED.                            *
025900*-----------------------------------------------------------*
026000 1100-LOAD-ONE-CARD.
026100     READ HLD-CTL-FILE
026200         AT END
026300             MOVE 'Y' TO WS-HCT-EOF-SWITCH
026400             GO TO 1100-EXIT
026500     END-READ
026600     EVALUATE TRUE
026700         WHEN HC-ESCALATE-CARD
026800             IF HC-ESCALATE-DAYS NOT NUMERIC
026900                 DISPLAY 'ARITHREL - ESCALATION DAYS '
027000                     HC-ESCALATE-DAYS ' ARE NOT NUMERIC'
027100                 MOVE 16 TO RETURN-CODE
027200                 GO TO 9999-ABEND
027300             END-IF
027400             MOVE HC-ESCALATE-NUM TO WS-ESCALATE-DAYS
027500         WHEN HC-RELEASE-CARD
027600             PERFORM 1150-ADD-DECISION THRU 1150-EXIT
027700         WHEN HC-DECLINE-CARD
027800             PERFORM 1150-ADD-DECISION THRU 1150-EXIT
027900         WHEN OTHER
028000             DISPLAY 'ARITHREL - HLDCTL CARD TYPE '
028100                 HC-CARD-TYPE ' IS NOT E, R OR D'
028200             MOVE 16 TO RETURN-CODE
028300             GO TO 9999-ABEND
028400     END-EVALUATE.
028500 1100-EXIT.
028600     EXIT.
028700 1150-ADD-DECISION.
028800     IF HC-BRANCH-CODE = SPACES
028900         OR HC-TRANS-ID NOT NUMERIC
029000         OR HC-HOLD-DATE NOT NUMERIC
029100         OR HC-APPROVER-ID = SPACES
029200         DISPLAY 'ARITHREL - ' HC-CARD-TYPE ' CARD FOR BRANCH '
029300             HC-BRANCH-CODE ' ID ' HC-TRANS-ID
029400             ' NEEDS A BRANCH, A NUMERIC ID AND HOLD DATE'
029500             ' AND AN APPROVER'
029600         MOVE 16 TO RETURN-CODE
029700         GO TO 9999-ABEND
029800     END-IF
029900     IF HC-DECLINE-CARD
030000         AND HC-DECLINE-REASON = SPACES
030100         DISPLAY 'ARITHREL - DECLINE CARD FOR BRANCH '
030200             HC-BRANCH-CODE ' ID ' HC-TRANS-ID
030300             ' HAS NO REASON'
030400         MOVE 16 TO RETURN-CODE
030500         GO TO 9999-ABEND
030600     END-IF
030700     IF WS-DC-COUNT >= WS-MAX-DECISIONS
030800         DISPLAY 'ARITHREL - MORE THAN ' WS-MAX-DECISIONS
030900             ' DECISION CARDS'
031000         MOVE 16 TO RETURN-CODE
031100         GO TO 9999-ABEND
031200     END-IF
031300     ADD 1 TO WS-DC-COUNT
031400     MOVE HC-CARD-TYPE TO DC-CARD-TYPE(WS-DC-COUNT)
031500     MOVE HC-BRANCH-CODE TO DC-BRANCH-CODE(WS-DC-COUNT)
031600     MOVE HC-TRANS-ID TO DC-TRANS-ID(WS-DC-COUNT)
031700     MOVE HC-HOLD-DATE-NUM TO DC-HOLD-DATE(WS-DC-COUNT)
031800     MOVE HC-APPROVER-ID TO DC-APPROVER-ID(WS-DC-COUNT)
031900     MOVE HC-DECLINE-REASON TO DC-DECLINE-REASON(WS-DC-COUNT)
031920     MOVE 'N' TO DC-USED-SWITCH(WS-DC-COUNT)
031940     MOVE SPACES TO DC-REASON-CODE(WS-DC-COUNT)
031960     MOVE SPACES TO DC-REASON-TEXT(WS-DC-COUNT)
031980     PERFORM 1160-CHECK-AUTHORITY THRU 1160-EXIT.
032100 1150-EXIT.
032200     EXIT.
032202*-----------------------------------------------------------*
032204* 1160-CHECK-AUTHORITY - THE APPROVER MUST HOLD THE REL      *
032206* FUNCTION FOR THE CARD'S BRANCH.  A REFUSED CARD STAYS IN   *
032208* THE TABLE, MARKED SO IT MATCHES NOTHING, FOR THE SUMMARY   *
032210* TO LIST.  AUTHCHK LOGS THE REFUSAL WITH THE CARD IMAGE.    *
032212*-----------------------------------------------------------*
032214 1160-CHECK-AUTHORITY.
032216     SET AU-FUNC-CHECK TO TRUE
032218     MOVE 'ARITHREL' TO AU-PROGRAM-ID
032220     MOVE HC-APPROVER-ID TO AU-OPERATOR-ID
032222     MOVE 'REL' TO AU-REQ-FUNCTION
032224     MOVE HC-BRANCH-CODE TO AU-BRANCH-CODE
032226     MOVE HOLD-CTL-REC TO AU-CARD-IMAGE
032228     CALL 'AUTHCHK' USING AUTHCHK-PARM
032230     IF NOT AU-RC-AUTHORISED
032232         SET DC-REFUSED(WS-DC-COUNT) TO TRUE
032234         MOVE AU-REASON-CODE TO DC-REASON-CODE(WS-DC-COUNT)
032236         MOVE AU-REASON-TEXT TO DC-REASON-TEXT(WS-DC-COUNT)
032238     END-IF.
032240 1160-EXIT.
032242     EXIT.
032300 1200-READ-HOLD.
032400     READ HLD-QUE-FILE
032500         AT END
032600             MOVE 'Y' TO WS-QUE-EOF-SWITCH
032700         NOT AT END
032800             ADD 1 TO WS-QUE-IN-COUNT
032900     END-READ.
033000 1200-EXIT.
033100     EXIT.
033200*-----------------------------------------------------------*
033300* 2000-PROCESS-HOLD - LOOK THE HELD ITEM'S BRANCH, ID AND    *
033400* HOLD DATE UP IN THE DECISION TABLE.  A MATCH RELEASES OR   *
033500* DECLINES IT; NO MATCH CARRIES IT TO THE NEW QUEUE.  ONLY   *
033600* THE FIRST DECISION FOR AN ITEM COUNTS - A SECOND ONE IS    *
033700* LEFT UNMATCHED FOR THE SUMMARY TO REPORT.                  *
033800*-----------------------------------------------------------*
033900 2000-PROCESS-HOLD.
034000     MOVE 'N' TO WS-MATCH-SWITCH
034100     IF HD-HELD
034200         PERFORM 2100-MATCH-ONE-DECISION THRU 2100-EXIT
034300             VARYING WS-DC-SUB FROM 1 BY 1
034400             UNTIL WS-DC-SUB > WS-DC-COUNT
034500             OR WS-DC-MATCHED
034600     END-IF
034700     IF WS-DC-MATCHED
034800         SET DC-USED(WS-MATCH-SUB) TO TRUE
034900         ADD 1 TO WS-APPLIED-COUNT
035000         IF DC-RELEASE(WS-MATCH-SUB)
035100             PERFORM 3000-RELEASE-HOLD THRU 3000-EXIT
035200         ELSE
035300             PERFORM 3100-DECLINE-HOLD THRU 3100-EXIT
035400         END-IF
035500     ELSE
035600         PERFORM 4000-CARRY-HOLD THRU 4000-EXIT
035700     END-IF
035800     PERFORM 1200-READ-HOLD THRU 1200-EXIT.
035900 2000-EXIT.
036000     EXIT.
036100 2100-MATCH-ONE-DECISION.
036200     IF NOT DC-USED(WS-DC-SUB)
036250         AND NOT DC-REFUSED(WS-DC-SUB)
036300         AND DC-BRANCH-CODE(WS-DC-SUB) = HD-BRANCH-CODE
036400         AND DC-TRANS-ID(WS-DC-SUB) = HD-TRANS-ID
036500         AND DC-HOLD-DATE(WS-DC-SUB) = HD-HOLD-DATE
036600         MOVE 'Y' TO WS-MATCH-SWITCH
036700         MOVE WS-DC-SUB TO WS-MATCH-SUB
036800     END-IF.
036900 2100-EXIT.
037000     EXIT.
037100*-----------------------------------------------------------*
037200* 3000-RELEASE-HOLD - STAMP THE DECISION ON THE ITEM AND     *
037300* WRITE IT TO THE RELEASE FILE FOR THE NEXT EXAMPLE RUN TO   *
037400* POST, AND TO THE CLOSED-HOLDS LOG.                         *
037500*-----------------------------------------------------------*
037600 3000-RELEASE-HOLD.
037700     ADD 1 TO WS-RELEASED-COUNT
037800     SET HD-RELEASED TO TRUE
037900     MOVE WS-PROC-DATE TO HD-DECISION-DATE
038000     MOVE DC-APPROVER-ID(WS-MATCH-SUB) TO HD-APPROVER-ID
038100     WRITE ARITH-REL-REC FROM ARITH-HLD-REC
038200     WRITE HLD-CLS-REC FROM ARITH-HLD-REC
038300     PERFORM 3500-WRITE-HISTORY THRU 3500-EXIT
038400     MOVE 0 TO WS-HOLD-AGE
038500     MOVE 'RELEASED' TO HL-DISP
038600     MOVE SPACES TO HL-ESCALATE
038700     PERFORM 4500-PRINT-HOLD THRU 4500-EXIT.
038800 3000-EXIT.
038900     EXIT.
039000*-----------------------------------------------------------*
039100* 3100-DECLINE-HOLD - STAMP THE DECISION AND REASON ON THE   *
039200* ITEM AND CLOSE IT ON THE CLOSED-HOLDS LOG.  IT IS NEVER    *
039300* POSTED.                                                    *
039400*-----------------------------------------------------------*
039500 3100-DECLINE-HOLD.
039600     ADD 1 TO WS-DECLINED-COUNT
039700     SET HD-DECLINED TO TRUE
039800     MOVE WS-PROC-DATE TO HD-DECISION-DATE
039900     MOVE DC-APPROVER-ID(WS-MATCH-SUB) TO HD-APPROVER-ID
040000     MOVE DC-DECLINE-REASON(WS-MATCH-SUB) TO HD-DECLINE-REASON
040100     WRITE HLD-CLS-REC FROM ARITH-HLD-REC
040200     PERFORM 3500-WRITE-HISTORY THRU 3500-EXIT
040300     MOVE 0 TO WS-HOLD-AGE
040400     MOVE 'DECLINED' TO HL-DISP
040500     MOVE SPACES TO HL-ESCALATE
040600     PERFORM 4500-PRINT-HOLD THRU 4500-EXIT
040700     MOVE HD-DECLINE-REASON TO DL-REASON
040800     MOVE WS-RPT-DCL-DTL TO PS-DETAIL-LINE
040900     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
041000 3100-EXIT.
041100     EXIT.
041200*-----------------------------------------------------------*
041300* 3500-WRITE-HISTORY - APPEND THE DECISION TO THE ARITH-HST  *
041400* MASTER UNDER THE ITEM'S OWN ID AND HOLD DATE, LINKED TO THE*
041500* DECISION DATE AND THE APPROVER, SO THE INQUIRY SHOWS WHO   *
041600* DECIDED IT AND WHEN.                                       *
041700*-----------------------------------------------------------*
041800 3500-WRITE-HISTORY.
041900     MOVE SPACES TO ARITH-HST-REC
042000     MOVE HD-TRANS-ID TO HS-TRANS-ID
042100     MOVE HD-HOLD-DATE TO HS-PROC-DATE
042200     MOVE HD-BRANCH-CODE TO HS-BRANCH-CODE
042300     IF HD-RELEASED
042400         SET HS-RELEASED TO TRUE
042500     ELSE
042600         SET HS-DECLINED TO TRUE
042700     END-IF
042800     MOVE 'H001' TO HS-REASON-CODE
042900     SET HS-LINK-DECISION TO TRUE
043000     MOVE HD-TRANS-ID TO HS-LINK-TRANS-ID
043100     MOVE WS-PROC-DATE TO HS-LINK-DATE
043200     MOVE HD-APPROVER-ID TO HS-OVERRIDE-ID
043300     WRITE ARITH-HST-REC.
043400 3500-EXIT.
043500     EXIT.
043600*-----------------------------------------------------------*
043700* 4000-CARRY-HOLD - AN UNDECIDED ITEM STAYS ON THE QUEUE.    *
043800* ITS AGE IS THE BUSINESS DAYS FROM THE DAY IT WAS HELD UP   *
043900* TO THE PROCESSING DATE, AND PAST THE ESCALATION LIMIT IT   *
044000* IS FLAGGED FOR THE SUPERVISORS TO CHASE.                   *
044100*-----------------------------------------------------------*
044200 4000-CARRY-HOLD.
044300     ADD 1 TO WS-STILL-HELD-COUNT
044400     WRITE HLD-NEW-REC FROM ARITH-HLD-REC
044500     SET RD-FUNC-BUS-DAYS-BETWN TO TRUE
044600     MOVE HD-HOLD-DATE TO RD-GIVEN-DATE
044700     MOVE WS-PROC-DATE TO RD-GIVEN-DATE-2
044800     CALL 'RUNDATE' USING RUNDATE-PARM
044900     IF RD-RC-BAD-DATE
045000         MOVE 0 TO WS-HOLD-AGE
045100     ELSE
045200         MOVE RD-RESULT-DAY-COUNT TO WS-HOLD-AGE
045300     END-IF
045400     MOVE 'HELD' TO HL-DISP
045500     MOVE SPACES TO HL-ESCALATE
045600     IF WS-HOLD-AGE > WS-ESCALATE-DAYS
045700         ADD 1 TO WS-ESCALATED-COUNT
045800         MOVE 'ESCALATED' TO HL-ESCALATE
045900     END-IF
046000     PERFORM 4500-PRINT-HOLD THRU 4500-EXIT.
046100 4000-EXIT.
046200     EXIT.
046300 4500-PRINT-HOLD.
046400     MOVE HD-BRANCH-CODE TO HL-BRANCH
046500     MOVE HD-TRANS-ID TO HL-TRANS-ID
046600     MOVE HD-HOLD-DATE TO HL-HOLD-DATE
046700     MOVE HD-HOLD-OP TO HL-OP
046800     MOVE HD-HOLD-SIGN TO HL-SIGN
046900     MOVE HD-HOLD-RESULT TO HL-RESULT
047000     MOVE HD-AUTH-LIMIT TO HL-LIMIT
047100     IF WS-HOLD-AGE < 0
047200         MOVE 0 TO HL-AGE
047300     ELSE
047400         MOVE WS-HOLD-AGE TO HL-AGE
047500     END-IF
047600     IF HD-HELD
047700         MOVE SPACES TO HL-BY
047800     ELSE
047900         MOVE HD-APPROVER-ID TO HL-BY
048000     END-IF
048100     MOVE WS-RPT-HOLD-DTL TO PS-DETAIL-LINE
048200     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
048300 4500-EXIT.
048400     EXIT.
048500*-----------------------------------------------------------*
048600* 5900-RELEASE-SUMMARY - LIST EVERY DECISION THAT MATCHED NO *
048700* HELD ITEM, THEN PRINT THE BALANCING COUNTS.  RELEASED PLUS *
048800* DECLINED PLUS STILL HELD MUST EQUAL THE ITEMS READ.        *
048850* REFUSED DECISIONS ARE LISTED SEPARATELY WITH THE REASON.   *
048900*-----------------------------------------------------------*
049000 5900-RELEASE-SUMMARY.
049100     PERFORM 5910-REPORT-ONE-UNMATCHED THRU 5910-EXIT
049200         VARYING WS-DC-SUB FROM 1 BY 1
049300         UNTIL WS-DC-SUB > WS-DC-COUNT
049400     MOVE WS-QUE-IN-COUNT TO C1-QUE-IN
049500     MOVE WS-RELEASED-COUNT TO C1-RELEASED
049600     MOVE WS-DECLINED-COUNT TO C1-DECLINED
049700     MOVE WS-STILL-HELD-COUNT TO C1-HELD
049800     MOVE WS-ESCALATED-COUNT TO C1-ESCALATED
049900     IF WS-RELEASED-COUNT + WS-DECLINED-COUNT
050000         + WS-STILL-HELD-COUNT = WS-QUE-IN-COUNT
050100         MOVE 'RECONCILED' TO C1-RECON-MSG
050200     ELSE
050300         MOVE 'OUT OF BALANCE' TO C1-RECON-MSG
050400     END-IF
050500     MOVE WS-RPT-CNT1 TO PS-DETAIL-LINE
050600     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
050700     MOVE WS-DC-COUNT TO C2-DC-IN
050800     MOVE WS-APPLIED-COUNT TO C2-APPLIED
050900     MOVE WS-UNMATCHED-COUNT TO C2-UNMATCHED
050950     MOVE WS-REFUSED-COUNT TO C2-REFUSED
051000     MOVE WS-RPT-CNT2 TO PS-DETAIL-LINE
051100     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
051200     PERFORM 7890-PRINT-TRAILER THRU 7890-EXIT
051300     IF WS-UNMATCHED-COUNT > 0 OR WS-REFUSED-COUNT > 0
051400         MOVE 4 TO RETURN-CODE
051500     END-IF.
051600 5900-EXIT.
051700     EXIT.
051800 5910-REPORT-ONE-UNMATCHED.
051820     IF DC-REFUSED(WS-DC-SUB)
051840         PERFORM 5920-REPORT-ONE-REFUSED THRU 5920-EXIT
051860         GO TO 5910-EXIT
051880     END-IF
051900     IF NOT DC-USED(WS-DC-SUB)
052000         ADD 1 TO WS-UNMATCHED-COUNT
052100         MOVE DC-CARD-TYPE(WS-DC-SUB) TO UN-CARD-TYPE
052200         MOVE DC-BRANCH-CODE(WS-DC-SUB) TO UN-BRANCH
052300         MOVE DC-TRANS-ID(WS-DC-SUB) TO UN-TRANS-ID
052400         MOVE DC-HOLD-DATE(WS-DC-SUB) TO UN-HOLD-DATE
052500         MOVE DC-APPROVER-ID(WS-DC-SUB) TO UN-APPROVER
052600         MOVE WS-RPT-UNM-DTL TO PS-DETAIL-LINE
052700         PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
052800     END-IF.
052900 5910-EXIT.
053000     EXIT.
053005 5920-REPORT-ONE-REFUSED.
053010     ADD 1 TO WS-REFUSED-COUNT
053015     MOVE DC-CARD-TYPE(WS-DC-SUB) TO RF-CARD-TYPE
053020     MOVE DC-BRANCH-CODE(WS-DC-SUB) TO RF-BRANCH
053025     MOVE DC-TRANS-ID(WS-DC-SUB) TO RF-TRANS-ID
053030     MOVE DC-HOLD-DATE(WS-DC-SUB) TO RF-HOLD-DATE
053035     MOVE DC-APPROVER-ID(WS-DC-SUB) TO RF-APPROVER
053040     MOVE DC-REASON-CODE(WS-DC-SUB) TO RF-REASON
053045     MOVE DC-REASON-TEXT(WS-DC-SUB) TO RF-TEXT
053050     MOVE WS-RPT-REF-DTL TO PS-DETAIL-LINE
053055     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
053060 5920-EXIT.
053065     EXIT.
053100*-----------------------------------------------------------*
053200* 7800-7890 - SHARED PRINT SERVICES.  THE CALLER MOVES ITS   *
053300* LINE TO PS-DETAIL-LINE; PRINTSVC HANDS BACK THE ASA PRINT  *
053400* LINES (PAGE HEADER, DETAIL, TRAILER) TO WRITE.             *
053500*-----------------------------------------------------------*
053600 7800-PRINT-DETAIL.
053700     SET PS-FUNC-DETAIL TO TRUE
053800     CALL 'PRINTSVC' USING PRINTSVC-PARM
053900     PERFORM 7850-WRITE-SVC-LINES THRU 7850-EXIT.
054000 7800-EXIT.
054100     EXIT.
054200 7850-WRITE-SVC-LINES.
054300     PERFORM 7860-WRITE-ONE-SVC-LINE THRU 7860-EXIT
054400         VARYING WS-PS-SUB FROM 1 BY 1
054500         UNTIL WS-PS-SUB > PS-OUT-COUNT.
054600 7850-EXIT.
054700     EXIT.
054800 7860-WRITE-ONE-SVC-LINE.
054900     WRITE HLD-RPT-REC FROM PS-OUT-LINE(WS-PS-SUB).
055000 7860-EXIT.
055100     EXIT.
055200 7890-PRINT-TRAILER.
055300     SET PS-FUNC-CLOSE TO TRUE
055400     CALL 'PRINTSVC' USING PRINTSVC-PARM
055500     PERFORM 7850-WRITE-SVC-LINES THRU 7850-EXIT.
055600 7890-EXIT.
055700     EXIT.
055800*-----------------------------------------------------------*
055900* 9999-TERMINATE - NORMAL END OF JOB.                        *
056000*-----------------------------------------------------------*
056100 9999-TERMINATE.
056200     CLOSE HLD-QUE-FILE
056300     CLOSE HLD-NEW-FILE
056400     CLOSE ARITH-REL-FILE
056500     CLOSE HLD-CLS-FILE
056600     CLOSE ARITH-HST-FILE
056700     CLOSE HLD-RPT-FILE.
056800 9999-EXIT.
056900     EXIT.
057000 9999-ABEND.
057100     STOP RUN.
