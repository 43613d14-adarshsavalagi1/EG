001739*                 REWRITTEN EMPTY SO THE APPEND STEP ADDS   *
001740*                 NOTHING A SECOND TIME.                    *
001741*-----------------------------------------------------------*
001742* 2026-10-15 RKM  REVERSAL TRANSACTIONS (OPERATION REV).     *
001744*                 THE TRANSACTION LOOP NOW PASSES OVER       *
001746*                 REVERSALS, AND A SECOND PASS OF THE FILE   *
001748*                 POSTS THEM UNDER THEIR OWN REVERSALS       *
001750*                 SECTION OF ARITH-RPT.  EACH REVERSAL LOOKS *
001752*                 ITS ORIGINAL UP ON THE ARITH-HST MASTER    *
001754*                 AND POSTS THE NEGATED RESULT OF EVERY      *
001756*                 OPERATION THE ORIGINAL POSTED - INTO THE   *
001758*                 GRAND AND BRANCH TOTALS, ARITH-XTR (ENTRY  *
001760*                 TYPE R) AND THE PTD POSTINGS - THEN        *
001762*                 WRITES ITS OWN HISTORY RECORD LINKED TO    *
001764*                 THE ORIGINAL AND A REVERSED (V) RECORD     *
001766*                 UNDER THE ORIGINAL'S ID AND DATE.  AN      *
001768*                 ORIGINAL NO LONGER ON THE MASTER IS        *
001770*                 EXCEPTION E006.  THE CHECKPOINT CARRIES    *
001772*                 THE PASS, SO A RESTART RESUMES IN THE      *
001774*                 RIGHT ONE.                                 *
001776*-----------------------------------------------------------*
001777* 2026-10-15 RKM  CATCH-UP RUNS FOR DEFERRED BRANCHES.  ON A *
001778*                 RUN-CTL CATCH-UP RUN THE DATE'S COMPLETED  *
001779*                 CHECKPOINT IS REOPENED AS ONE MORE LAYER:  *
001780*                 THE REPORT IS TRUNCATED BACK TO WHERE ITS  *
001781*                 SUMMARY BEGAN, THE EXTRACT LOSES ITS       *
001782*                 TRAILER, THE HISTORY WORK FILE STARTS      *
001783*                 EMPTY, AND THE DEFERRED BRANCHES'          *
001784*                 TRANSACTIONS ARE ADDED UNDER THEIR OWN     *
001785*                 SECTION.  THE SUMMARY, BRANCH SUBTOTALS    *
001786*                 AND EXTRACT TRAILER COME OUT CUMULATIVE    *
001787*                 FOR THE DATE, WHILE ARITH-PTD RECEIVES     *
001788*                 ONLY THE DIFFERENCE FROM THE LAYER'S BASE, *
001789*                 SO NO BRANCH IS POSTED TWICE.  A CATCH-UP  *
001790*                 WHOSE BRANCHES ARE ALREADY IN THE RUN      *
001791*                 PRESERVES THE OUTPUTS AND POSTS NOTHING.   *
001792*-----------------------------------------------------------*
001795* 2026-10-15 RKM  LARGE-VALUE HOLDS.  A TRANSACTION WHOSE    *
001800*                 LARGEST RESULT WOULD EXCEED ITS BRANCH'S   *
001805*                 AUTHORISATION LIMIT (BM-AUTH-LIMIT) IS NOT *
001810*                 POSTED: IT GOES TO THE HOLD WORK FILE FOR  *
001815*                 THE HOLD QUEUE, PRINTS AS HELD AND WRITES  *
001820*                 A HELD HISTORY RECORD.  A THIRD PASS POSTS *
001825*                 THE HOLDS A SUPERVISOR RELEASED THROUGH    *
001830*                 ARITHREL, UNDER THEIR OWN SECTION OF       *
001835*                 ARITH-RPT AND UNDER THEIR ORIGINAL         *
001840*                 PROCESSING DATE; A RELEASE HELD IN AN      *
001845*                 EARLIER MONTH POSTS TO THAT MONTH'S PERIOD *
001850*                 TOTALS.  A CATCH-UP RUN, OR A RERUN OF A   *
001855*                 COMPLETED DATE, POSTS NO RELEASES AND      *
001860*                 CARRIES THEM ALL FORWARD TO THE NEXT       *
001865*                 CYCLE.                                     *
001870*-----------------------------------------------------------*
001871* 2026-10-15 RKM  PERIOD CLOSE.  END OF JOB NOW READS THE    *
001872*                 ACCOUNTING PERIOD CONTROL MASTER BEFORE    *
001873*                 POSTING TO ARITH-PTD.  A POSTING WHOSE     *
001874*                 PERIOD FINANCE HAS CLOSED - A CATCH-UP OR  *
001875*                 RERUN FOR A DATE IN A CLOSED MONTH, OR A   *
001876*                 RELEASED HOLD FROM ONE - NO LONGER CHANGES *
001877*                 THAT PERIOD: IT IS WRITTEN AS A            *
001878*                 PRIOR-PERIOD ADJUSTMENT IN THE CURRENT     *
001879*                 OPEN PERIOD (THE RUN'S OWN MONTH, OR THE   *
001880*                 FIRST OPEN MONTH AFTER IT), CARRYING THE   *
001881*                 BUSINESS DATE IT BELONGS TO, FOR THE NEXT  *
001882*                 MONTH-END REPORT TO LIST SEPARATELY.       *
001883*-----------------------------------------------------------*
001884* 2026-10-15 RKM  THE RUN LOG'S ARITHPTD COUNT IS NOW THE    *
001885*                 POSTINGS ACTUALLY WRITTEN, COUNTED BESIDE  *
001886*                 THE WRITE, SO AN EMPTY ADJUSTMENT THAT IS  *
001887*                 NOT WRITTEN NO LONGER COUNTS.              *
001888*-----------------------------------------------------------*
001889 ENVIRONMENT DIVISION.
001890 CONFIGURATION SECTION.
001891 SOURCE-COMPUTER.  IBM-370.
001900 OBJECT-COMPUTER.  IBM-370.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002396                             ORGANIZATION IS SEQUENTIAL.
002397     SELECT ARITH-WRK-FILE   ASSIGN TO ARITHWRK
002398                             ORGANIZATION IS SEQUENTIAL.
002400     SELECT ARITH-HSM-FILE   ASSIGN TO ARITHHSM
002420                             ORGANIZATION IS SEQUENTIAL.
002422     SELECT ARITH-HLD-FILE   ASSIGN TO HLDWORK
002424                             ORGANIZATION IS SEQUENTIAL.
002426     SELECT ARITH-REL-FILE   ASSIGN TO ARITHREL
002428                             ORGANIZATION IS SEQUENTIAL.
002430     SELECT ARITH-RLN-FILE   ASSIGN TO RELNEXT
002432                             ORGANIZATION IS SEQUENTIAL.
002434     SELECT PRD-CTL-FILE     ASSIGN TO PRDCTL
002436                             ORGANIZATION IS SEQUENTIAL.
002440*
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD  ARITH-TRANS-FILE
002996     COPY RUNCTL.
002997 FD  ARITH-CKP-FILE
002998     RECORDING MODE IS F.
003000 01  ARITH-CKP-IO-REC           PIC X(1700).
003010 FD  BRANCH-MST-FILE
003020     RECORDING MODE IS F.
003030     COPY BRANCHM.
003080     RECORDING MODE IS F.
003090 01  ARITH-HST-IO-REC           PIC X(120).
003092 FD  ARITH-WRK-FILE
003093     RECORDING MODE IS F.
003094 01  ARITH-WRK-REC              PIC X(133).
003095 FD  ARITH-HSM-FILE
003096     RECORDING MODE IS F.
003097 01  ARITH-HSM-IO-REC           PIC X(120).
003100 FD  ARITH-HLD-FILE
003105     RECORDING MODE IS F.
003110 01  ARITH-HLD-IO-REC           PIC X(120).
003115 FD  ARITH-REL-FILE
003120     RECORDING MODE IS F.
003125 01  ARITH-REL-IO-REC           PIC X(120).
003130 FD  ARITH-RLN-FILE
003135     RECORDING MODE IS F.
003140 01  ARITH-RLN-IO-REC           PIC X(120).
003141 FD  PRD-CTL-FILE
003142     RECORDING MODE IS F.
003143     COPY PRDCTL.
003145*
003150 WORKING-STORAGE SECTION.
003200 01  WS-NUM1                   PIC 9(05).
003300 01  WS-NUM2                   PIC 9(05).
003400 01  WS-RESULT                 PIC S9(05)V99.
003719     88  WS-RUN-DONE           VALUE 'Y'.
003720 77  WS-COPY-EOF-SWITCH        PIC X(01) VALUE 'N'.
003721     88  WS-COPY-EOF           VALUE 'Y'.
003722 77  WS-REV-PHASE-SWITCH       PIC X(01) VALUE 'N'.
003723     88  WS-REV-PHASE          VALUE 'Y'.
003724 77  WS-READ-DONE-SWITCH       PIC X(01) VALUE 'N'.
003725     88  WS-READ-DONE          VALUE 'Y'.
003726 77  WS-HSM-EOF-SWITCH         PIC X(01) VALUE 'N'.
003727     88  WS-HSM-EOF            VALUE 'Y'.
003728 77  WS-ORIG-FOUND-SWITCH      PIC X(01) VALUE 'N'.
003729     88  WS-ORIG-FOUND         VALUE 'Y'.
003730 77  WS-REV-IN-COUNT           PIC 9(06) VALUE 0 COMP.
003731 77  WS-ORIG-SUB               PIC 9(01) VALUE 0 COMP.
003732 77  WS-COPY-COUNT             PIC 9(06) VALUE 0 COMP.
003733 77  WS-COPY-TARGET            PIC 9(06) VALUE 0 COMP.
003734 77  WS-CKP-TRANS-ID           PIC 9(06) VALUE 0.
003735 77  WS-CKP-INTERVAL           PIC 9(06) VALUE 1000 COMP.
003736 77  WS-SINCE-CKP-COUNT        PIC 9(06) VALUE 0 COMP.
003737 77  WS-RUN-ID                 PIC X(08).
003738 77  WS-XTR-COUNT              PIC 9(08) VALUE 0.
003739 77  WS-XTR-HASH               PIC S9(10)V99 VALUE 0.
003740 77  WS-HS-OP-SUB              PIC 9(01) VALUE 0 COMP.
003741 77  WS-HST-COUNT              PIC 9(06) VALUE 0 COMP.
003742 77  WS-OP-CODE                PIC X(03).
003743 77  WS-TRANS-IN-COUNT         PIC 9(06) VALUE 0 COMP.
003744 77  WS-OPS-REQUESTED          PIC 9(06) VALUE 0 COMP.
003745 77  WS-ERR-COUNT              PIC 9(06) VALUE 0 COMP.
003750 77  WS-LINES-PRINTED          PIC 9(06) VALUE 0 COMP.
003755 77  WS-EXPECTED-LINES         PIC 9(06) VALUE 0 COMP.
003818 77  WS-TOTAL-SUB              PIC S9(09)V99 VALUE 0.
003821 77  WS-TOTAL-MUL              PIC S9(09)V99 VALUE 0.
003824 77  WS-TOTAL-DIV              PIC S9(09)V99 VALUE 0.
003826 77  WS-CATCH-UP-SWITCH        PIC X(01) VALUE 'N'.
003828     88  WS-CATCH-UP-RUN       VALUE 'Y'.
003830 77  WS-CATCH-UP-START-SWITCH  PIC X(01) VALUE 'N'.
003832     88  WS-CATCH-UP-START     VALUE 'Y'.
003834 77  WS-LAYER-POSTED-SWITCH    PIC X(01) VALUE 'N'.
003836     88  WS-LAYER-POSTED       VALUE 'Y'.
003838 77  WS-BODY-PAGE-NO           PIC 9(04) VALUE 0.
003840 77  WS-BODY-LINE-CTR          PIC 9(02) VALUE 0.
003842 77  WS-BODY-DETAILS           PIC 9(06) VALUE 0.
003844 77  WS-BODY-LINES             PIC 9(06) VALUE 0.
003846 77  WS-BASE-TRANS-IN          PIC 9(06) VALUE 0 COMP.
003848 77  WS-BASE-REV-IN            PIC 9(06) VALUE 0 COMP.
003850 77  WS-BASE-CNT-ADD           PIC 9(06) VALUE 0 COMP.
003852 77  WS-BASE-CNT-SUB           PIC 9(06) VALUE 0 COMP.
003854 77  WS-BASE-CNT-MUL           PIC 9(06) VALUE 0 COMP.
003856 77  WS-BASE-CNT-DIV           PIC 9(06) VALUE 0 COMP.
003858 77  WS-BASE-TOTAL-ADD         PIC S9(09)V99 VALUE 0.
003860 77  WS-BASE-TOTAL-SUB         PIC S9(09)V99 VALUE 0.
003862 77  WS-BASE-TOTAL-MUL         PIC S9(09)V99 VALUE 0.
003864 77  WS-BASE-TOTAL-DIV         PIC S9(09)V99 VALUE 0.
003865 77  WS-HOLD-SWITCH            PIC X(01) VALUE 'N'.
003866     88  WS-HOLD-TRANS         VALUE 'Y'.
003867 77  WS-REL-PHASE-SWITCH       PIC X(01) VALUE 'N'.
003868     88  WS-REL-PHASE          VALUE 'Y'.
003869 77  WS-REL-EOF-SWITCH         PIC X(01) VALUE 'Y'.
003870     88  WS-REL-EOF            VALUE 'Y'.
003871 77  WS-PRIOR-PERIOD-SWITCH    PIC X(01) VALUE 'N'.
003872     88  WS-PRIOR-PERIOD       VALUE 'Y'.
003873 77  WS-PP-FOUND-SWITCH        PIC X(01) VALUE 'N'.
003874     88  WS-PP-FOUND           VALUE 'Y'.
003875 77  WS-HLD-COUNT              PIC 9(06) VALUE 0 COMP.
003876 77  WS-HELD-COUNT             PIC 9(06) VALUE 0 COMP.
003877 77  WS-REL-IN-COUNT           PIC 9(06) VALUE 0 COMP.
003878 77  WS-HOLD-OP                PIC X(03).
003879 77  WS-HOLD-RESULT            PIC S9(05)V99 VALUE 0.
003880 77  WS-HOLD-MAGNITUDE         PIC 9(05)V99 VALUE 0.
003881 77  WS-TRY-OP                 PIC X(03).
003882 77  WS-TRY-RESULT             PIC S9(05)V99 VALUE 0.
003883 77  WS-TRY-MAGNITUDE          PIC 9(05)V99 VALUE 0.
003884 77  WS-PP-SUB                 PIC 9(02) VALUE 0 COMP.
003885 77  WS-PP-SCAN                PIC 9(02) VALUE 0 COMP.
003886 77  WS-PP-USED                PIC 9(02) VALUE 0 COMP.
003887 77  WS-MAX-PERIODS            PIC 9(02) VALUE 12 COMP.
003888 77  WS-PP-OP                  PIC 9(01) VALUE 0 COMP.
003889 77  WS-PRD-EOF-SWITCH         PIC X(01) VALUE 'N'.
003890     88  WS-PRD-EOF            VALUE 'Y'.
003891 77  WS-CLOSED-SWITCH          PIC X(01) VALUE 'N'.
003892     88  WS-PERIOD-CLOSED      VALUE 'Y'.
003893 77  WS-CL-SUB                 PIC 9(03) VALUE 0 COMP.
003894 77  WS-CL-USED                PIC 9(03) VALUE 0 COMP.
003895 77  WS-MAX-CLOSED             PIC 9(03) VALUE 240 COMP.
003896 77  WS-PTD-WRITE-COUNT        PIC 9(06) VALUE 0 COMP.
003897 77  WS-CHECK-PERIOD           PIC X(06).
003898 77  WS-ORIG-BUS-DATE          PIC X(08).
003899 01  WS-OPEN-PERIOD.
003900     05  WS-OPEN-YEAR          PIC 9(04).
003901     05  WS-OPEN-MONTH         PIC 9(02).
003902 01  WS-CLOSED-TABLE.
003903     05  WS-CLOSED-ENTRY OCCURS 240 TIMES.
003904         10  CL-PERIOD         PIC X(06).
003910 01  WS-RPT-HDR2.
003920     05  FILLER       PIC X(08) VALUE 'TRANS ID'.
003930     05  FILLER       PIC X(03) VALUE SPACES.
004240         10  BT-TOTAL-SUB      PIC S9(09)V99.
004241         10  BT-TOTAL-MUL      PIC S9(09)V99.
004242         10  BT-TOTAL-DIV      PIC S9(09)V99.
004243         10  BT-AUTH-LIMIT     PIC 9(05)V99.
004244 01  WS-RPT-BR-TOT.
004245     05  FILLER       PIC X(07) VALUE 'BRANCH '.
004246     05  BR-T-BRANCH  PIC X(03).
004247     05  FILLER       PIC X(01) VALUE SPACES.
004248     05  BR-T-NAME    PIC X(14).
004249     05  FILLER       PIC X(07) VALUE ' TOTAL '.
004250     05  BR-T-OP      PIC X(03).
004251     05  FILLER       PIC X(04) VALUE SPACES.
004252     05  BR-T-TOTAL   PIC Z(8)9.99-.
004253 01  WS-RPT-BR-RECON.
004254     05  FILLER       PIC X(07) VALUE 'BRANCH '.
004255     05  BR-R-BRANCH  PIC X(03).
004256     05  FILLER       PIC X(01) VALUE SPACES.
004257     05  BR-R-NAME    PIC X(14).
004258     05  FILLER       PIC X(05) VALUE ' TR: '.
004259     05  BR-R-TRANS   PIC Z(4)9.
004260     05  FILLER       PIC X(05) VALUE ' OP: '.
004261     05  BR-R-OPS     PIC Z(4)9.
004262     05  FILLER       PIC X(05) VALUE ' LN: '.
004263     05  BR-R-LINES   PIC Z(4)9.
004264     05  FILLER       PIC X(05) VALUE ' ER: '.
004265     05  BR-R-ERRS    PIC Z(4)9.
004266     05  FILLER       PIC X(01) VALUE SPACES.
004267     05  BR-R-MSG     PIC X(14).
004268 01  WS-ORIG-OPS.
004270     05  WS-ORIG-OP OCCURS 4 TIMES.
004272         10  OG-OP-CODE        PIC X(03).
004274         10  OG-OP-DISP        PIC X(01).
004276         10  OG-OP-SIGN        PIC X(01).
004278         10  OG-OP-RESULT      PIC 9(05)V99.
004280 01  WS-RPT-REV-TITLE.
004282     05  FILLER       PIC X(40) VALUE
004284         '*** REVERSALS ***'.
004286 01  WS-RPT-REV-HDR2.
004288     05  FILLER       PIC X(08) VALUE 'TRANS ID'.
004290     05  FILLER       PIC X(03) VALUE SPACES.
004292     05  FILLER       PIC X(02) VALUE 'OP'.
004294     05  FILLER       PIC X(03) VALUE SPACES.
004296     05  FILLER       PIC X(07) VALUE 'ORIG ID'.
004298     05  FILLER       PIC X(02) VALUE SPACES.
004300     05  FILLER       PIC X(09) VALUE 'ORIG DATE'.
004302     05  FILLER       PIC X(05) VALUE SPACES.
004304     05  FILLER       PIC X(06) VALUE 'RESULT'.
004306     05  FILLER       PIC X(05) VALUE SPACES.
004308     05  FILLER       PIC X(02) VALUE 'BR'.
004310 01  WS-RPT-REV-DTL.
004312     05  V-TRANS-ID   PIC Z(5)9.
004314     05  FILLER       PIC X(03) VALUE SPACES.
004316     05  V-OPERATION  PIC X(03).
004318     05  FILLER       PIC X(03) VALUE SPACES.
004320     05  V-ORIG-ID    PIC 9(06).
004322     05  FILLER       PIC X(03) VALUE SPACES.
004324     05  V-ORIG-DATE  PIC 9(08).
004326     05  FILLER       PIC X(03) VALUE SPACES.
004328     05  V-RESULT     PIC Z(4)9.99-.
004330     05  FILLER       PIC X(02) VALUE SPACES.
004332     05  V-BRANCH     PIC X(03).
004333 01  WS-RPT-CATCH-UP-TITLE.
004334     05  FILLER       PIC X(40) VALUE
004335         '*** DEFERRED BRANCH CATCH-UP ***'.
004336 01  WS-RPT-REV-CNT.
004337     05  FILLER       PIC X(21) VALUE 'REVERSALS PROCESSED: '.
004338     05  V-REV-COUNT  PIC Z(5)9.
004339 01  WS-RPT-HOLD-DTL.
004340     05  H-TRANS-ID   PIC Z(5)9.
004341     05  FILLER       PIC X(03) VALUE SPACES.
004342     05  H-OPERATION  PIC X(03).
004343     05  FILLER       PIC X(03) VALUE SPACES.
004344     05  H-NUM1       PIC Z(4)9.
004345     05  FILLER       PIC X(03) VALUE SPACES.
004346     05  H-NUM2       PIC Z(4)9.
004347     05  FILLER       PIC X(03) VALUE SPACES.
004348     05  H-RESULT     PIC Z(4)9.99-.
004349     05  FILLER       PIC X(02) VALUE SPACES.
004350     05  H-BRANCH     PIC X(03).
004351     05  FILLER       PIC X(14) VALUE '  HELD, LIMIT '.
004352     05  H-LIMIT      PIC Z(4)9.99.
004353 01  WS-RPT-REL-TITLE.
004354     05  FILLER       PIC X(40) VALUE
004355         '*** RELEASED HOLDS ***'.
004356 01  WS-RPT-REL-DTL.
004357     05  FILLER       PIC X(09) VALUE 'RELEASED '.
004358     05  L-TRANS-ID   PIC 9(06).
004359     05  FILLER       PIC X(09) VALUE ' HELD ON '.
004360     05  L-HOLD-DATE  PIC 9(08).
004361     05  FILLER       PIC X(04) VALUE ' BY '.
004362     05  L-APPROVER   PIC X(08).
004363     05  FILLER       PIC X(04) VALUE ' BR '.
004364     05  L-BRANCH     PIC X(03).
004365 01  WS-RPT-HOLD-CNT.
004366     05  FILLER       PIC X(06) VALUE 'HELD: '.
004367     05  H-HELD-COUNT PIC Z(5)9.
004368     05  FILLER       PIC X(25) VALUE '  RELEASED HOLDS POSTED: '.
004369     05  H-REL-COUNT  PIC Z(5)9.
004370 01  WS-PP-TABLE.
004371     05  WS-PP-ENTRY OCCURS 12 TIMES.
004372         10  PP-PERIOD         PIC X(06).
004373         10  PP-POST-DATE      PIC X(08).
004374         10  PP-OP-ENTRY OCCURS 4 TIMES.
004375             15  PP-OP-COUNT   PIC 9(06) COMP.
004376             15  PP-OP-TOTAL   PIC S9(09)V99.
004377 01  WS-PP-SUMS.
004378     05  WS-PP-SUM OCCURS 4 TIMES.
004379         10  PP-SUM-COUNT      PIC 9(06) COMP.
004380         10  PP-SUM-TOTAL      PIC S9(09)V99.
004381 01  WS-PP-OP-NAMES.
004382     05  FILLER       PIC X(12) VALUE 'ADDSUBMULDIV'.
004383 01  WS-PP-OP-NAME-TABLE REDEFINES WS-PP-OP-NAMES.
004384     05  WS-PP-OP-NAME PIC X(03) OCCURS 4 TIMES.
004385     COPY ARITHHST.
004386     COPY ARITHCKP.
004387     COPY ARITHHLD.
004388     COPY STRMSG.
004389     COPY RUNLOG.
004390     COPY RUNDATE.
004391     COPY PRINTSV.
004392*
004393 PROCEDURE DIVISION.
004394*-----------------------------------------------------------*
004395* 0000-MAIN-PARA                                             *
004396*-----------------------------------------------------------*
004397 0000-MAIN-PARA.
004400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004410*    A RESTART CHECKPOINTED IN THE REVERSAL OR RELEASE PASS
004420*    GOES STRAIGHT BACK TO IT.
004430     IF NOT WS-REV-PHASE AND NOT WS-REL-PHASE
004440         PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
004450             UNTIL WS-TRANS-EOF
004460         IF NOT WS-EOJ-DONE
004470             PERFORM 3000-START-REVERSALS THRU 3000-EXIT
004480         END-IF
004490     END-IF
004500     PERFORM 3100-PROCESS-REVERSAL THRU 3100-EXIT
004510         UNTIL WS-TRANS-EOF
004520     IF NOT WS-EOJ-DONE AND NOT WS-REL-PHASE
004530         PERFORM 3500-START-RELEASES THRU 3500-EXIT
004540     END-IF
004550     PERFORM 3600-PROCESS-RELEASE THRU 3600-EXIT
004560         UNTIL WS-REL-EOF
004570     PERFORM 3900-CARRY-RELEASES THRU 3900-EXIT
004610*    A RESTART THAT FOUND THE TOTALS-POSTED CHECKPOINT HAS
004620*    THE WHOLE REPORT, EXTRACT AND PTD POSTING ALREADY ON
004630*    FILE - ONLY THE COMPLETION MARKER WAS MISSING.
005830         IF WS-EOJ-DONE
005840             MOVE 'Y' TO WS-EOF-SWITCH
005850         ELSE
005851             EVALUATE TRUE
005852                 WHEN WS-REL-PHASE
005853                     PERFORM 3510-REOPEN-RELEASES THRU 3510-EXIT
005854                 WHEN WS-REV-PHASE
005855                     PERFORM 3160-SKIP-TO-REV-CHECKPOINT
005856                         THRU 3160-EXIT
005857                         UNTIL WS-SKIP-DONE OR WS-TRANS-EOF
005858                 WHEN OTHER
005859                     PERFORM 1150-SKIP-TO-CHECKPOINT
005860                         THRU 1150-EXIT
005861                         UNTIL WS-SKIP-DONE OR WS-TRANS-EOF
005862             END-EVALUATE
005863         END-IF
005864     ELSE
005865         OPEN OUTPUT ARITH-HST-FILE
005866         OPEN OUTPUT ARITH-HLD-FILE
005870         OPEN OUTPUT ARITH-ERR-FILE
005880         OPEN OUTPUT ARITH-RPT-FILE
005890         OPEN OUTPUT ARITH-XTR-FILE
005990     IF NOT WS-RESTARTING
005992         MOVE WS-RPT-HDR2 TO PS-DETAIL-LINE
005994         PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
006000     END-IF
006010     IF WS-CATCH-UP-START
006020         MOVE WS-RPT-CATCH-UP-TITLE TO PS-DETAIL-LINE
006030         PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
006040         MOVE WS-RPT-HDR2 TO PS-DETAIL-LINE
006050         PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
006060     END-IF.
006070 1000-EXIT.
006100     EXIT.
006101*-----------------------------------------------------------*
006102* 1020-READ-RUN-CONTROL - READ THE CHAIN'S PROCESSING DATE   *
006118         GO TO 9999-ABEND
006119     END-IF
006120     CLOSE RUN-CTL-FILE
006121     IF RC-CATCH-UP-RUN
006122         MOVE 'Y' TO WS-CATCH-UP-SWITCH
006123     END-IF
006124     MOVE RC-PROCESS-DATE TO WS-RUN-ID
006125     SET RD-FUNC-GIVEN-DATE TO TRUE
006126     MOVE RC-PROCESS-DATE TO RD-GIVEN-DATE
006127     CALL 'RUNDATE' USING RUNDATE-PARM
006128     IF RD-RC-BAD-DATE
006129         DISPLAY 'EXAMPLE - RUN-CTL PROCESSING DATE '
006130             RC-PROCESS-DATE ' IS NOT A VALID DATE'
006131         MOVE 16 TO RETURN-CODE
006132         GO TO 9999-ABEND
006133     END-IF.
006134 1020-EXIT.
006135     EXIT.
006136*-----------------------------------------------------------*
006137* 1030-CHECK-RESTART - READ THE CHECKPOINT FILE.  ANY        *
006138* CHECKPOINT CARRYING THIS RUN'S ID SWITCHES TO RESTART      *
006139* MODE WITH THE COUNTERS, TOTALS AND BRANCH TABLE RESTORED:  *
006140* ACTIVE MEANS THE ATTEMPT ABENDED MID-FILE, TOTALS-POSTED   *
006141* MEANS ONLY THE COMPLETION MARKER WAS MISSING, AND          *
006142* COMPLETE MEANS THE CHAIN FAILED DOWNSTREAM AND WAS         *
006143* RESUBMITTED FOR THE SAME DATE - THAT RERUN PRESERVES THE   *
006144* OUTPUTS AS-IS AND POSTS NOTHING AGAIN.  AN EMPTY FILE OR   *
006145* ANOTHER RUN'S CHECKPOINT STARTS A FRESH RUN.               *
006146* A CATCH-UP RUN GOES ON TO 1046-START-CATCH-UP.             *
006147*-----------------------------------------------------------*
006148 1030-CHECK-RESTART.
006149     OPEN INPUT ARITH-CKP-FILE
006150     READ ARITH-CKP-FILE
006151         AT END
006152             MOVE 'Y' TO WS-CKP-EOF-SWITCH
006153     END-READ
006154     IF NOT WS-CKP-EOF
006155         MOVE ARITH-CKP-IO-REC TO ARITH-CKP-REC
006156         IF CK-RUN-ID = WS-RUN-ID
006157             AND (CK-ACTIVE OR CK-TOTALS-POSTED
006158                 OR CK-COMPLETE)
006159             MOVE 'Y' TO WS-RESTART-SWITCH
006160             IF CK-TOTALS-POSTED OR CK-COMPLETE
006161                 MOVE 'Y' TO WS-EOJ-DONE-SWITCH
006162             END-IF
006163             IF CK-COMPLETE
006164                 MOVE 'Y' TO WS-RUN-DONE-SWITCH
006165                 IF NOT WS-CATCH-UP-RUN
006166                     DISPLAY 'EXAMPLE - RUN ALREADY COMPLETE - '
006167                         'OUTPUTS PRESERVED, NOTHING REPOSTED'
006168                 END-IF
006169             ELSE
006170                 DISPLAY 'EXAMPLE - RESTARTING AFTER '
006171                     'TRANSACTION ' CK-TRANS-ID
006172             END-IF
006173             PERFORM 1040-RESTORE-CHECKPOINT THRU 1040-EXIT
006174         END-IF
006175     END-IF
006176     CLOSE ARITH-CKP-FILE
006177     IF WS-CATCH-UP-RUN
006178         PERFORM 1046-START-CATCH-UP THRU 1046-EXIT
006179     END-IF.
006180 1030-EXIT.
006181     EXIT.
006182 1040-RESTORE-CHECKPOINT.
006183     MOVE CK-TRANS-ID TO WS-CKP-TRANS-ID
006184     MOVE CK-TRANS-IN-COUNT TO WS-TRANS-IN-COUNT
006185     MOVE CK-OPS-REQUESTED TO WS-OPS-REQUESTED
006186     MOVE CK-ERR-COUNT TO WS-ERR-COUNT
006187     MOVE CK-LINES-PRINTED TO WS-LINES-PRINTED
006188     MOVE CK-CNT-ADD TO WS-CNT-ADD
006189     MOVE CK-CNT-SUB TO WS-CNT-SUB
006190     MOVE CK-CNT-MUL TO WS-CNT-MUL
006191     MOVE CK-CNT-DIV TO WS-CNT-DIV
006192     MOVE CK-TOTAL-ADD TO WS-TOTAL-ADD
006193     MOVE CK-TOTAL-SUB TO WS-TOTAL-SUB
006194     MOVE CK-TOTAL-MUL TO WS-TOTAL-MUL
006195     MOVE CK-TOTAL-DIV TO WS-TOTAL-DIV
006196     MOVE CK-BR-USED TO WS-BR-USED
006197     MOVE CK-XTR-COUNT TO WS-XTR-COUNT
006198     MOVE CK-XTR-HASH TO WS-XTR-HASH
006199     MOVE CK-HST-COUNT TO WS-HST-COUNT
006200     MOVE CK-REV-IN-COUNT TO WS-REV-IN-COUNT
006201     MOVE CK-BODY-PAGE-NO TO WS-BODY-PAGE-NO
006202     MOVE CK-BODY-LINE-CTR TO WS-BODY-LINE-CTR
006203     MOVE CK-BODY-DETAILS TO WS-BODY-DETAILS
006204     MOVE CK-BODY-LINES TO WS-BODY-LINES
006205     MOVE CK-BASE-TRANS-IN TO WS-BASE-TRANS-IN
006206     MOVE CK-BASE-REV-IN TO WS-BASE-REV-IN
006207     MOVE CK-BASE-CNT-ADD TO WS-BASE-CNT-ADD
006208     MOVE CK-BASE-CNT-SUB TO WS-BASE-CNT-SUB
006209     MOVE CK-BASE-CNT-MUL TO WS-BASE-CNT-MUL
006210     MOVE CK-BASE-CNT-DIV TO WS-BASE-CNT-DIV
006211     MOVE CK-BASE-TOTAL-ADD TO WS-BASE-TOTAL-ADD
006212     MOVE CK-BASE-TOTAL-SUB TO WS-BASE-TOTAL-SUB
006213     MOVE CK-BASE-TOTAL-MUL TO WS-BASE-TOTAL-MUL
006214     MOVE CK-BASE-TOTAL-DIV TO WS-BASE-TOTAL-DIV
006215     MOVE CK-HLD-COUNT TO WS-HLD-COUNT
006216     MOVE CK-HELD-COUNT TO WS-HELD-COUNT
006217     MOVE CK-REL-IN-COUNT TO WS-REL-IN-COUNT
006218     IF CK-PHASE-REVERSALS
006219         MOVE 'Y' TO WS-REV-PHASE-SWITCH
006220     END-IF
006221     IF CK-PHASE-RELEASES
006222         MOVE 'Y' TO WS-REL-PHASE-SWITCH
006223     END-IF
006224     PERFORM 1045-RESTORE-ONE-BRANCH THRU 1045-EXIT
006225         VARYING WS-BR-SCAN FROM 1 BY 1
006226         UNTIL WS-BR-SCAN > WS-BR-USED.
006227 1040-EXIT.
006228     EXIT.
006229 1045-RESTORE-ONE-BRANCH.
006230     MOVE CK-BT-BRANCH-CODE(WS-BR-SCAN) TO
006231         BT-BRANCH-CODE(WS-BR-SCAN)
006232     MOVE CK-BT-TRANS-COUNT(WS-BR-SCAN) TO
006233         BT-TRANS-COUNT(WS-BR-SCAN)
006234     MOVE CK-BT-OPS-REQUESTED(WS-BR-SCAN) TO
006235         BT-OPS-REQUESTED(WS-BR-SCAN)
006236     MOVE CK-BT-LINES-PRINTED(WS-BR-SCAN) TO
006237         BT-LINES-PRINTED(WS-BR-SCAN)
006238     MOVE CK-BT-ERR-COUNT(WS-BR-SCAN) TO
006239         BT-ERR-COUNT(WS-BR-SCAN)
006240     MOVE CK-BT-TOTAL-ADD(WS-BR-SCAN) TO
006241         BT-TOTAL-ADD(WS-BR-SCAN)
006242     MOVE CK-BT-TOTAL-SUB(WS-BR-SCAN) TO
006243         BT-TOTAL-SUB(WS-BR-SCAN)
006244     MOVE CK-BT-TOTAL-MUL(WS-BR-SCAN) TO
006245         BT-TOTAL-MUL(WS-BR-SCAN)
006246     MOVE CK-BT-TOTAL-DIV(WS-BR-SCAN) TO
006247         BT-TOTAL-DIV(WS-BR-SCAN).
006248 1045-EXIT.
006250     EXIT.
006251*-----------------------------------------------------------*
006252* 1046-START-CATCH-UP - A CATCH-UP RUN POSTS THE BRANCHES    *
006253* DEFERRED ON THE DATE'S RUN INTO THAT RUN'S OUTPUTS, SO IT  *
006254* NEEDS THE DATE'S CHECKPOINT.  FROM A COMPLETED CHECKPOINT  *
006255* IT OPENS A NEW LAYER: THE CURRENT COUNTERS AND TOTALS      *
006256* BECOME THE LAYER'S BASE, THE REPORT IS RECOVERED ONLY UP TO*
006257* WHERE ITS SUMMARY BEGAN, THE HISTORY WORK FILE STARTS      *
006258* EMPTY, AND THE TRANSACTION FILE IS READ FROM THE TOP.  AN  *
006259* ACTIVE OR TOTALS-POSTED CHECKPOINT IS A CATCH-UP THAT      *
006260* ABENDED, AND RESTARTS LIKE ANY OTHER RUN.                  *
006261*-----------------------------------------------------------*
006262 1046-START-CATCH-UP.
006263     IF NOT WS-RESTARTING
006264         DISPLAY 'EXAMPLE - CATCH-UP RUN FOR ' WS-RUN-ID
006265             ' BUT THE CHECKPOINT IS NOT FOR THAT DATE'
006266         MOVE 16 TO RETURN-CODE
006267         GO TO 9999-ABEND
006268     END-IF
006269     IF NOT WS-RUN-DONE
006270         GO TO 1046-EXIT
006271     END-IF
006272     PERFORM 1047-CHECK-LAYER-POSTED THRU 1047-EXIT
006273     IF WS-LAYER-POSTED
006274         DISPLAY 'EXAMPLE - CATCH-UP ALREADY POSTED - '
006275             'OUTPUTS PRESERVED, NOTHING REPOSTED'
006276         GO TO 1046-EXIT
006277     END-IF
006278     MOVE 'Y' TO WS-CATCH-UP-START-SWITCH
006279     MOVE 'N' TO WS-EOJ-DONE-SWITCH
006280     MOVE 'N' TO WS-RUN-DONE-SWITCH
006281     MOVE 'N' TO WS-REV-PHASE-SWITCH
006282     MOVE 'N' TO WS-REL-PHASE-SWITCH
006283     MOVE 0 TO WS-CKP-TRANS-ID
006284     MOVE 0 TO WS-HST-COUNT
006285     MOVE 0 TO CK-HST-COUNT
006286     MOVE 0 TO WS-HLD-COUNT
006287     MOVE 0 TO CK-HLD-COUNT
006288     MOVE CK-BODY-PAGE-NO TO CK-PAGE-NO
006289     MOVE CK-BODY-LINE-CTR TO CK-LINE-CTR
006290     MOVE CK-BODY-DETAILS TO CK-RPT-DETAILS
006291     MOVE CK-BODY-LINES TO CK-RPT-LINES
006292     MOVE WS-TRANS-IN-COUNT TO WS-BASE-TRANS-IN
006293     MOVE WS-REV-IN-COUNT TO WS-BASE-REV-IN
006294     MOVE WS-CNT-ADD TO WS-BASE-CNT-ADD
006295     MOVE WS-CNT-SUB TO WS-BASE-CNT-SUB
006296     MOVE WS-CNT-MUL TO WS-BASE-CNT-MUL
006297     MOVE WS-CNT-DIV TO WS-BASE-CNT-DIV
006298     MOVE WS-TOTAL-ADD TO WS-BASE-TOTAL-ADD
006299     MOVE WS-TOTAL-SUB TO WS-BASE-TOTAL-SUB
006300     MOVE WS-TOTAL-MUL TO WS-BASE-TOTAL-MUL
006301     MOVE WS-TOTAL-DIV TO WS-BASE-TOTAL-DIV
006302     DISPLAY 'EXAMPLE - CATCH-UP RUN - ADDING THE DEFERRED '
006303         'BRANCHES TO THE RUN FOR ' WS-RUN-ID.
006304 1046-EXIT.
006305     EXIT.
006306*-----------------------------------------------------------*
006307* 1047-CHECK-LAYER-POSTED - A DEFERRED BRANCH HAS NO         *
006308* TRANSACTIONS IN THE RUN IT MISSED.  IF THE FIRST BRANCH ON *
006309* THE CATCH-UP FILE ALREADY HAS SOME, THIS CATCH-UP WAS      *
006310* POSTED BEFORE AND THE CHAIN IS BEING RESUBMITTED.          *
006311*-----------------------------------------------------------*
006312 1047-CHECK-LAYER-POSTED.
006313     MOVE 'N' TO WS-LAYER-POSTED-SWITCH
006314     OPEN INPUT ARITH-TRANS-FILE
006315     READ ARITH-TRANS-FILE
006316         AT END
006317             MOVE 'Y' TO WS-EOF-SWITCH
006318     END-READ
006319     IF NOT WS-TRANS-EOF
006320         PERFORM 1048-TEST-ONE-BRANCH THRU 1048-EXIT
006321             VARYING WS-BR-SCAN FROM 1 BY 1
006322             UNTIL WS-BR-SCAN > WS-BR-USED
006323     END-IF
006324     MOVE 'N' TO WS-EOF-SWITCH
006325     CLOSE ARITH-TRANS-FILE.
006326 1047-EXIT.
006327     EXIT.
006328 1048-TEST-ONE-BRANCH.
006329     IF BT-BRANCH-CODE(WS-BR-SCAN) = AT-BRANCH-CODE
006330         AND BT-TRANS-COUNT(WS-BR-SCAN) > 0
006331         MOVE 'Y' TO WS-LAYER-POSTED-SWITCH
006332     END-IF.
006333 1048-EXIT.
006334     EXIT.
006335 1070-CLEAR-ONE-LOG-COUNT.
006336     MOVE SPACES TO RL-FILE-NAME(WS-RL-SUB)
006337     MOVE 0 TO RL-FILE-COUNT(WS-RL-SUB).
006338 1070-EXIT.
006339     EXIT.
006340 1050-CLEAR-ONE-BRANCH.
006341     MOVE SPACES TO BT-BRANCH-CODE(WS-BR-SUB)
006342     MOVE SPACES TO BT-BRANCH-NAME(WS-BR-SUB)
006343     MOVE 0 TO BT-TRANS-COUNT(WS-BR-SUB)
006344     MOVE 0 TO BT-OPS-REQUESTED(WS-BR-SUB)
006345     MOVE 0 TO BT-LINES-PRINTED(WS-BR-SUB)
006346     MOVE 0 TO BT-ERR-COUNT(WS-BR-SUB)
006347     MOVE 0 TO BT-TOTAL-ADD(WS-BR-SUB)
006348     MOVE 0 TO BT-TOTAL-SUB(WS-BR-SUB)
006349     MOVE 0 TO BT-TOTAL-MUL(WS-BR-SUB)
006350     MOVE 0 TO BT-TOTAL-DIV(WS-BR-SUB)
006351     MOVE 0 TO BT-AUTH-LIMIT(WS-BR-SUB).
006352 1050-EXIT.
006353     EXIT.
006354*-----------------------------------------------------------*
006355* 1055-LOAD-BRANCH-MASTER - SEED THE SUBTOTAL TABLE WITH     *
006356* EVERY ACTIVE BRANCH ON THE REFERENCE MASTER, IN MASTER     *
006357* ORDER, SO EACH BRANCH REPORTS UNDER ITS NAME (AND A        *
006358* BRANCH WITH NO ACTIVITY STILL SHOWS A ZERO LINE).  A       *
006359* TRANSACTION CARRYING A CODE NOT ON THE MASTER STILL        *
006360* OPENS ITS OWN SLOT IN 2010-LOCATE-BRANCH.                  *
006361*-----------------------------------------------------------*
006362 1055-LOAD-BRANCH-MASTER.
006363     OPEN INPUT BRANCH-MST-FILE
006364     PERFORM 1056-LOAD-ONE-BRANCH THRU 1056-EXIT
006365         UNTIL WS-MST-EOF
006366     CLOSE BRANCH-MST-FILE.
006367 1055-EXIT.
006368     EXIT.
006369 1056-LOAD-ONE-BRANCH.
006370     READ BRANCH-MST-FILE
006371         AT END
006372             MOVE 'Y' TO WS-MST-EOF-SWITCH
006373         NOT AT END
006374             IF BM-ACTIVE
006375                 IF WS-BR-USED >= WS-MAX-BRANCHES
006376                     DISPLAY 'EXAMPLE - MORE THAN '
006377                         WS-MAX-BRANCHES
006378                         ' ACTIVE BRANCHES ON THE MASTER'
006379                     MOVE 16 TO RETURN-CODE
006380                     GO TO 9999-ABEND
006381                 END-IF
006382                 ADD 1 TO WS-BR-USED
006383                 MOVE BM-BRANCH-CODE TO
006384                     BT-BRANCH-CODE(WS-BR-USED)
006385                 MOVE BM-BRANCH-NAME TO
006386                     BT-BRANCH-NAME(WS-BR-USED)
006387                 IF BM-AUTH-LIMIT NUMERIC
006388                     MOVE BM-AUTH-LIMIT TO
006389                         BT-AUTH-LIMIT(WS-BR-USED)
006390                 END-IF
006391             END-IF
006392     END-READ.
006393 1056-EXIT.
006394     EXIT.
006395*-----------------------------------------------------------*
006396* 1100-READ-TRANSACTION - READ THE NEXT ORDINARY             *
006397* TRANSACTION.  EVERY RECORD IS COUNTED IN, BUT A REVERSAL   *
006398* IS ONLY COUNTED HERE - THE REVERSAL PASS POSTS IT.         *
006399*-----------------------------------------------------------*
006400 1100-READ-TRANSACTION.
006401     MOVE 'N' TO WS-READ-DONE-SWITCH
006402     PERFORM 1105-READ-ONE-TRANSACTION THRU 1105-EXIT
006403         UNTIL WS-READ-DONE OR WS-TRANS-EOF.
006404 1100-EXIT.
006405     EXIT.
006406 1105-READ-ONE-TRANSACTION.
006407     READ ARITH-TRANS-FILE
006408         AT END
006409             MOVE 'Y' TO WS-EOF-SWITCH
006410         NOT AT END
006411             ADD 1 TO WS-TRANS-IN-COUNT
006412             IF AT-OP-REV
006413                 ADD 1 TO WS-REV-IN-COUNT
006414             ELSE
006415                 MOVE 'Y' TO WS-READ-DONE-SWITCH
006416             END-IF
006417     END-READ.
006418 1105-EXIT.
006419     EXIT.
006420*-----------------------------------------------------------*
006421* 1150-SKIP-TO-CHECKPOINT - ON RESTART, READ PAST EVERY      *
006422* TRANSACTION ALREADY COMMITTED BY THE CHECKPOINT WITHOUT    *
006430* RECOUNTING IT.  THE FIRST TRANSACTION BEYOND THE           *
006435* CHECKPOINT IS COUNTED AND LEFT CURRENT FOR THE MAIN LOOP;  *
006440* IF IT IS A REVERSAL THE READ MOVES ON TO THE NEXT          *
006445* ORDINARY TRANSACTION.                                      *
006450*-----------------------------------------------------------*
006460 1150-SKIP-TO-CHECKPOINT.
006470     READ ARITH-TRANS-FILE
006510             IF AT-TRANS-ID > WS-CKP-TRANS-ID
006520                 MOVE 'Y' TO WS-SKIP-DONE-SWITCH
006530                 ADD 1 TO WS-TRANS-IN-COUNT
006532                 IF AT-OP-REV
006534                     ADD 1 TO WS-REV-IN-COUNT
006536                     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT
006538                 END-IF
006540             END-IF
006550     END-READ.
006560 1150-EXIT.
006596     PERFORM 1165-RECOVER-ERR-FILE THRU 1165-EXIT
006598     PERFORM 1170-RECOVER-RPT-FILE THRU 1170-EXIT
006600     PERFORM 1175-RECOVER-XTR-FILE THRU 1175-EXIT
006601     PERFORM 1180-RECOVER-HST-FILE THRU 1180-EXIT
006602     PERFORM 1185-RECOVER-HLD-FILE THRU 1185-EXIT.
006604 1160-EXIT.
006606     EXIT.
006608 1165-RECOVER-ERR-FILE.
006970     END-READ.
006972 1183-EXIT.
006974     EXIT.
006975*-----------------------------------------------------------*
006976* 1185-RECOVER-HLD-FILE - THE HOLD WORK FILE IS RECOVERED    *
006977* LIKE THE HISTORY WORK FILE, AND FOR THE SAME REASON IS     *
006978* REWRITTEN EMPTY ON A RERUN OF AN ALREADY-COMPLETED DATE.   *
006979*-----------------------------------------------------------*
006980 1185-RECOVER-HLD-FILE.
006981     MOVE CK-HLD-COUNT TO WS-COPY-TARGET
006982     IF WS-RUN-DONE
006983         MOVE 0 TO WS-COPY-TARGET
006984     END-IF
006985     OPEN INPUT ARITH-HLD-FILE
006986     OPEN OUTPUT ARITH-WRK-FILE
006987     MOVE 0 TO WS-COPY-COUNT
006988     MOVE 'N' TO WS-COPY-EOF-SWITCH
006989     PERFORM 1187-SAVE-ONE-HLD THRU 1187-EXIT
006990         UNTIL WS-COPY-COUNT >= WS-COPY-TARGET
006991             OR WS-COPY-EOF
006992     CLOSE ARITH-HLD-FILE
006993     CLOSE ARITH-WRK-FILE
006994     PERFORM 1190-CHECK-PREFIX-SHORT THRU 1190-EXIT
006995     OPEN OUTPUT ARITH-HLD-FILE
006996     OPEN INPUT ARITH-WRK-FILE
006997     MOVE 0 TO WS-COPY-COUNT
006998     MOVE 'N' TO WS-COPY-EOF-SWITCH
006999     PERFORM 1188-RELOAD-ONE-HLD THRU 1188-EXIT
007000         UNTIL WS-COPY-COUNT >= WS-COPY-TARGET
007001             OR WS-COPY-EOF
007002     CLOSE ARITH-WRK-FILE.
007003 1185-EXIT.
007004     EXIT.
007005 1187-SAVE-ONE-HLD.
007006     READ ARITH-HLD-FILE
007007         AT END
007008             MOVE 'Y' TO WS-COPY-EOF-SWITCH
007009         NOT AT END
007010             ADD 1 TO WS-COPY-COUNT
007011             MOVE SPACES TO ARITH-WRK-REC
007012             MOVE ARITH-HLD-IO-REC TO ARITH-WRK-REC
007013             WRITE ARITH-WRK-REC
007014     END-READ.
007015 1187-EXIT.
007016     EXIT.
007017 1188-RELOAD-ONE-HLD.
007018     READ ARITH-WRK-FILE
007019         AT END
007020             MOVE 'Y' TO WS-COPY-EOF-SWITCH
007021         NOT AT END
007022             ADD 1 TO WS-COPY-COUNT
007023             MOVE ARITH-WRK-REC(1:120) TO ARITH-HLD-IO-REC
007024             WRITE ARITH-HLD-IO-REC
007025     END-READ.
007026 1188-EXIT.
007027     EXIT.
007028*-----------------------------------------------------------*
007029* 1190-CHECK-PREFIX-SHORT - AN OUTPUT FILE HOLDING FEWER     *
007030* RECORDS THAN THE CHECKPOINT COMMITTED CANNOT BE            *
007031* RECOVERED; STOP THE RUN FOR OPERATIONS.                    *
007032*-----------------------------------------------------------*
007033 1190-CHECK-PREFIX-SHORT.
007034     IF WS-COPY-COUNT < WS-COPY-TARGET
007035         DISPLAY 'EXAMPLE - AN OUTPUT FILE IS SHORTER THAN '
007036             'ITS CHECKPOINTED RECORD COUNT'
007037         MOVE 16 TO RETURN-CODE
007038         GO TO 9999-ABEND
007039     END-IF.
007040 1190-EXIT.
007041     EXIT.
007042*-----------------------------------------------------------*
007043* 2000-PROCESS-TRANSACTION - RUN ONE TRANSACTION'S OPERAND   *
007100* PAIR THROUGH THE ARITHMETIC PARAGRAPH ITS OPERATION CODE   *
007150* REQUESTS (ALL OR SPACES RUNS ALL FOUR), THEN READ THE      *
007200* NEXT TRANSACTION.  AN UNRECOGNIZED CODE IS LOGGED AS       *
007250* EXCEPTION E005.                                            *
007260* A TRANSACTION WHOSE LARGEST RESULT WOULD EXCEED ITS        *
007270* BRANCH'S AUTHORISATION LIMIT IS HELD INSTEAD, AND NONE OF  *
007280* ITS OPERATIONS POSTS.                                      *
007300*-----------------------------------------------------------*
007400 2000-PROCESS-TRANSACTION.
007500     MOVE AT-NUM1 TO WS-NUM1
007605     PERFORM 2020-START-HISTORY THRU 2020-EXIT
007610     PERFORM 2010-LOCATE-BRANCH THRU 2010-EXIT
007620     ADD 1 TO BT-TRANS-COUNT(WS-BR-SUB)
007621     PERFORM 2060-CHECK-AUTH-LIMIT THRU 2060-EXIT
007622     IF WS-HOLD-TRANS
007623         PERFORM 2070-HOLD-TRANSACTION THRU 2070-EXIT
007624     ELSE
007625         PERFORM 2005-RUN-OPERATIONS THRU 2005-EXIT
007626     END-IF
007627     PERFORM 2050-WRITE-HISTORY THRU 2050-EXIT
007628     ADD 1 TO WS-SINCE-CKP-COUNT
007629     IF WS-SINCE-CKP-COUNT >= WS-CKP-INTERVAL
007630         PERFORM 6000-TAKE-CHECKPOINT THRU 6000-EXIT
007631     END-IF
007632     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
007633 2000-EXIT.
007634     EXIT.
007635*-----------------------------------------------------------*
007636* 2005-RUN-OPERATIONS - RUN THE ARITHMETIC PARAGRAPH (OR ALL *
007637* FOUR) THE TRANSACTION'S OPERATION CODE REQUESTS.  SHARED BY*
007638* THE TRANSACTION LOOP AND THE RELEASED-HOLDS PASS.          *
007639*-----------------------------------------------------------*
007640 2005-RUN-OPERATIONS.
007650     EVALUATE TRUE
007660         WHEN AT-OP-ALL
007665             ADD 4 TO WS-OPS-REQUESTED
008053             ADD 1 TO BT-OPS-REQUESTED(WS-BR-SUB)
008054             MOVE 'E005' TO AE-ERROR-CODE
008056             PERFORM 2550-WRITE-OPC-EXCEPTION THRU 2550-EXIT
008100     END-EVALUATE.
008150 2005-EXIT.
008300     EXIT.
008303*-----------------------------------------------------------*
008306* 2010-LOCATE-BRANCH - FIND (OR OPEN) THE SUBTOTAL SLOT FOR  *
008433                 MOVE 'MUL' TO HS-OP-CODE(WS-HS-OP-SUB)
008434             WHEN AE-OP-DIVIDE
008435                 MOVE 'DIV' TO HS-OP-CODE(WS-HS-OP-SUB)
008436             WHEN AE-OP-REVERSAL
008437                 MOVE 'REV' TO HS-OP-CODE(WS-HS-OP-SUB)
008438             WHEN OTHER
008439                 MOVE '?  ' TO HS-OP-CODE(WS-HS-OP-SUB)
008440         END-EVALUATE
008441         MOVE 'E' TO HS-OP-DISP(WS-HS-OP-SUB)
008442         MOVE AE-ERROR-CODE TO HS-OP-ERROR(WS-HS-OP-SUB)
008443     END-IF.
008444 2040-EXIT.
008445     EXIT.
008446 2050-WRITE-HISTORY.
008447     WRITE ARITH-HST-IO-REC FROM ARITH-HST-REC
008448     ADD 1 TO WS-HST-COUNT.
008449 2050-EXIT.
008450     EXIT.
008452*-----------------------------------------------------------*
008454* 2060-CHECK-AUTH-LIMIT - WORK OUT EACH RESULT THE           *
008456* TRANSACTION REQUESTS AND KEEP THE LARGEST IN MAGNITUDE.  IF*
008458* IT EXCEEDS THE BRANCH'S AUTHORISATION LIMIT THE TRANSACTION*
008460* IS HELD.  A ZERO LIMIT MEANS NONE.  AN OPERATION THAT WILL *
008462* BE EXCEPTED (SIZE ERROR, DIVIDE BY ZERO) POSTS NOTHING AND *
008464* IS LEFT OUT.                                               *
008466*-----------------------------------------------------------*
008468 2060-CHECK-AUTH-LIMIT.
008470     MOVE 'N' TO WS-HOLD-SWITCH
008472     IF BT-AUTH-LIMIT(WS-BR-SUB) = 0
008474         GO TO 2060-EXIT
008476     END-IF
008478     MOVE 0 TO WS-HOLD-MAGNITUDE
008480     IF AT-OP-ALL OR AT-OP-ADD
008482         MOVE 'ADD' TO WS-TRY-OP
008484         COMPUTE WS-TRY-RESULT = WS-NUM1 + WS-NUM2
008486             NOT ON SIZE ERROR
008488                 PERFORM 2065-NOTE-LARGEST THRU 2065-EXIT
008490         END-COMPUTE
008492     END-IF
008494     IF AT-OP-ALL OR AT-OP-SUB
008496         MOVE 'SUB' TO WS-TRY-OP
008498         COMPUTE WS-TRY-RESULT = WS-NUM2 - WS-NUM1
008500         PERFORM 2065-NOTE-LARGEST THRU 2065-EXIT
008502     END-IF
008504     IF AT-OP-ALL OR AT-OP-MUL
008506         MOVE 'MUL' TO WS-TRY-OP
008508         COMPUTE WS-TRY-RESULT = WS-NUM1 * WS-NUM2
008510             NOT ON SIZE ERROR
008512                 PERFORM 2065-NOTE-LARGEST THRU 2065-EXIT
008514         END-COMPUTE
008516     END-IF
008518     IF (AT-OP-ALL OR AT-OP-DIV) AND WS-NUM1 NOT = 0
008520         MOVE 'DIV' TO WS-TRY-OP
008522         COMPUTE WS-TRY-RESULT ROUNDED = WS-NUM2 / WS-NUM1
008524         PERFORM 2065-NOTE-LARGEST THRU 2065-EXIT
008526     END-IF
008528     IF WS-HOLD-MAGNITUDE > BT-AUTH-LIMIT(WS-BR-SUB)
008530         MOVE 'Y' TO WS-HOLD-SWITCH
008532     END-IF.
008534 2060-EXIT.
008536     EXIT.
008538 2065-NOTE-LARGEST.
008540     IF WS-TRY-RESULT < 0
008542         COMPUTE WS-TRY-MAGNITUDE = 0 - WS-TRY-RESULT
008544     ELSE
008546         MOVE WS-TRY-RESULT TO WS-TRY-MAGNITUDE
008548     END-IF
008550     IF WS-TRY-MAGNITUDE > WS-HOLD-MAGNITUDE
008552         MOVE WS-TRY-MAGNITUDE TO WS-HOLD-MAGNITUDE
008554         MOVE WS-TRY-OP TO WS-HOLD-OP
008556         MOVE WS-TRY-RESULT TO WS-HOLD-RESULT
008558     END-IF.
008560 2065-EXIT.
008562     EXIT.
008564*-----------------------------------------------------------*
008566* 2070-HOLD-TRANSACTION - WRITE THE TRANSACTION TO THE HOLD  *
008568* WORK FILE FOR THE HOLD QUEUE AND PRINT IT AS HELD.  ITS    *
008570* HISTORY RECORD IS MARKED HELD (REASON H001) AND CARRIES THE*
008572* RESULT THAT BROKE THE LIMIT AS ITS ONE OPERATION ENTRY.    *
008574* NOTHING IS POSTED, SO NOTHING IS COUNTED AS REQUESTED.     *
008576*-----------------------------------------------------------*
008578 2070-HOLD-TRANSACTION.
008580     SET HS-HELD TO TRUE
008582     MOVE 'H001' TO HS-REASON-CODE
008584     MOVE 1 TO WS-HS-OP-SUB
008586     MOVE WS-HOLD-OP TO HS-OP-CODE(1)
008588     MOVE 'H' TO HS-OP-DISP(1)
008590     IF WS-HOLD-RESULT < 0
008592         MOVE '-' TO HS-OP-SIGN(1)
008594     ELSE
008596         MOVE '+' TO HS-OP-SIGN(1)
008598     END-IF
008600     MOVE WS-HOLD-MAGNITUDE TO HS-OP-RESULT(1)
008602     MOVE SPACES TO ARITH-HLD-REC
008604     MOVE AT-TRANS-ID TO HD-TRANS-ID
008606     MOVE WS-RUN-ID TO HD-HOLD-DATE
008608     MOVE AT-BRANCH-CODE TO HD-BRANCH-CODE
008610     MOVE AT-NUM1 TO HD-NUM1
008612     MOVE AT-NUM2 TO HD-NUM2
008614     MOVE AT-OP-CODE TO HD-OP-CODE
008616     MOVE WS-HOLD-OP TO HD-HOLD-OP
008618     MOVE HS-OP-SIGN(1) TO HD-HOLD-SIGN
008620     MOVE WS-HOLD-MAGNITUDE TO HD-HOLD-RESULT
008622     MOVE BT-AUTH-LIMIT(WS-BR-SUB) TO HD-AUTH-LIMIT
008624     SET HD-HELD TO TRUE
008626     MOVE 0 TO HD-DECISION-DATE
008628     WRITE ARITH-HLD-IO-REC FROM ARITH-HLD-REC
008630     ADD 1 TO WS-HLD-COUNT
008632     ADD 1 TO WS-HELD-COUNT
008634     MOVE AT-TRANS-ID TO H-TRANS-ID
008636     MOVE WS-HOLD-OP TO H-OPERATION
008638     MOVE WS-NUM1 TO H-NUM1
008640     MOVE WS-NUM2 TO H-NUM2
008642     MOVE WS-HOLD-RESULT TO H-RESULT
008644     MOVE AT-BRANCH-CODE TO H-BRANCH
008646     MOVE BT-AUTH-LIMIT(WS-BR-SUB) TO H-LIMIT
008648     MOVE WS-RPT-HOLD-DTL TO PS-DETAIL-LINE
008650     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
008652 2070-EXIT.
008654     EXIT.
008656*-----------------------------------------------------------*
008658* 2100-ADDITION                                              *
008660*-----------------------------------------------------------*
008662 2100-ADDITION.
008800     COMPUTE WS-RESULT = WS-NUM1 + WS-NUM2
008810         ON SIZE ERROR
008820             MOVE 'E001' TO AE-ERROR-CODE
011800 2400-EXIT.
011900     EXIT.
011910*-----------------------------------------------------------*
011920* 2510-2560 - WRITE A CODED EXCEPTION RECORD TO ARITH-ERR     *
011930* FOR THE OPERATION THAT REJECTED THIS TRANSACTION.           *
011940*-----------------------------------------------------------*
011950 2510-WRITE-ADD-EXCEPTION.
012146     PERFORM 2500-WRITE-ERROR-RECORD THRU 2500-EXIT.
012147 2550-EXIT.
012148     EXIT.
012149 2560-WRITE-REV-EXCEPTION.
012150     SET AE-OP-REVERSAL TO TRUE
012151     PERFORM 2500-WRITE-ERROR-RECORD THRU 2500-EXIT.
012152 2560-EXIT.
012153     EXIT.
012154 2500-WRITE-ERROR-RECORD.
012155     ADD 1 TO WS-ERR-COUNT
012157     ADD 1 TO BT-ERR-COUNT(WS-BR-SUB)
012160     MOVE WS-RUN-ID TO AE-RUN-ID
012172     MOVE ZEROS TO AE-RECYCLE-COUNT
012173     MOVE AT-BRANCH-CODE TO AE-BRANCH-CODE
012175     MOVE SPACES TO AE-FILLER
012176     IF WS-REL-PHASE
012177         SET AE-RELEASED-HOLD TO TRUE
012178     ELSE
012179         MOVE SPACE TO AE-ENTRY-TYPE
012180     END-IF
012181     WRITE ARITH-ERR-REC
012185     PERFORM 2040-NOTE-OP-ERROR THRU 2040-EXIT.
012190 2500-EXIT.
012195     EXIT.
012196*-----------------------------------------------------------*
012197* 3000-START-REVERSALS - END OF THE ORDINARY PASS.  WITH ANY *
012198* REVERSALS COUNTED IN, REOPEN THE TRANSACTION FILE FOR THE  *
012199* REVERSAL PASS, PRINT THE REVERSALS SECTION HEADINGS AND    *
012200* CHECKPOINT THE SWITCH OF PASS (NO REVERSAL YET COMMITTED), *
012201* SO A RESTART FROM HERE ON RESUMES IN THE REVERSAL PASS.    *
012202*-----------------------------------------------------------*
012203 3000-START-REVERSALS.
012204     IF WS-REV-IN-COUNT = WS-BASE-REV-IN
012205         GO TO 3000-EXIT
012206     END-IF
012207     MOVE 'Y' TO WS-REV-PHASE-SWITCH
012208     CLOSE ARITH-TRANS-FILE
012209     OPEN INPUT ARITH-TRANS-FILE
012210     MOVE 'N' TO WS-EOF-SWITCH
012211     MOVE WS-RPT-REV-TITLE TO PS-DETAIL-LINE
012212     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
012213     MOVE WS-RPT-REV-HDR2 TO PS-DETAIL-LINE
012214     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
012215     MOVE 0 TO WS-SINCE-CKP-COUNT
012216     SET CK-ACTIVE TO TRUE
012217     MOVE 0 TO CK-TRANS-ID
012218     PERFORM 6050-WRITE-CHECKPOINT THRU 6050-EXIT
012219     PERFORM 3150-READ-REVERSAL THRU 3150-EXIT.
012220 3000-EXIT.
012221     EXIT.
012222*-----------------------------------------------------------*
012223* 3100-PROCESS-REVERSAL - BACK OUT ONE ORIGINAL: LOOK IT UP  *
012224* ON THE HISTORY MASTER, POST THE NEGATED RESULT OF EACH     *
012225* OPERATION IT POSTED, WRITE THE REVERSAL'S OWN HISTORY      *
012226* RECORD (LINKED TO THE ORIGINAL) AND THE REVERSED RECORD    *
012227* THAT MARKS THE ORIGINAL, THEN READ THE NEXT REVERSAL.  AN  *
012228* ORIGINAL NO LONGER ON THE MASTER IS LOGGED AS EXCEPTION    *
012229* E006 AND NOTHING IS POSTED.                                *
012230*-----------------------------------------------------------*
012231 3100-PROCESS-REVERSAL.
012232     MOVE AT-NUM1 TO WS-NUM1
012233     MOVE AT-NUM2 TO WS-NUM2
012234     PERFORM 3200-LOAD-ORIGINAL THRU 3200-EXIT
012235     PERFORM 2020-START-HISTORY THRU 2020-EXIT
012236     SET HS-LINK-REVERSES TO TRUE
012237     MOVE AT-ORIG-TRANS-ID TO HS-LINK-TRANS-ID
012238     MOVE AT-ORIG-PROC-DATE TO HS-LINK-DATE
012239     PERFORM 2010-LOCATE-BRANCH THRU 2010-EXIT
012240     ADD 1 TO BT-TRANS-COUNT(WS-BR-SUB)
012241     IF WS-ORIG-FOUND
012242         PERFORM 3300-REVERSE-ONE-OP THRU 3300-EXIT
012243             VARYING WS-ORIG-SUB FROM 1 BY 1
012244             UNTIL WS-ORIG-SUB > 4
012245     ELSE
012246         ADD 1 TO WS-OPS-REQUESTED
012247         ADD 1 TO BT-OPS-REQUESTED(WS-BR-SUB)
012248         MOVE 'E006' TO AE-ERROR-CODE
012249         PERFORM 2560-WRITE-REV-EXCEPTION THRU 2560-EXIT
012250     END-IF
012251     PERFORM 2050-WRITE-HISTORY THRU 2050-EXIT
012252     IF WS-ORIG-FOUND
012253         PERFORM 3400-WRITE-REVERSED-MARKER THRU 3400-EXIT
012254     END-IF
012255     ADD 1 TO WS-SINCE-CKP-COUNT
012256     IF WS-SINCE-CKP-COUNT >= WS-CKP-INTERVAL
012257         PERFORM 6000-TAKE-CHECKPOINT THRU 6000-EXIT
012258     END-IF
012259     PERFORM 3150-READ-REVERSAL THRU 3150-EXIT.
012260 3100-EXIT.
012261     EXIT.
012262*-----------------------------------------------------------*
012263* 3150-READ-REVERSAL - READ FORWARD TO THE NEXT REVERSAL.    *
012264* EVERY RECORD WAS ALREADY COUNTED IN BY THE ORDINARY PASS.  *
012265*-----------------------------------------------------------*
012266 3150-READ-REVERSAL.
012267     MOVE 'N' TO WS-READ-DONE-SWITCH
012268     PERFORM 3155-READ-ONE-REVERSAL THRU 3155-EXIT
012269         UNTIL WS-READ-DONE OR WS-TRANS-EOF.
012270 3150-EXIT.
012271     EXIT.
012272 3155-READ-ONE-REVERSAL.
012273     READ ARITH-TRANS-FILE
012274         AT END
012275             MOVE 'Y' TO WS-EOF-SWITCH
012276         NOT AT END
012277             IF AT-OP-REV
012278                 MOVE 'Y' TO WS-READ-DONE-SWITCH
012279             END-IF
012280     END-READ.
012281 3155-EXIT.
012282     EXIT.
012283*-----------------------------------------------------------*
012284* 3160-SKIP-TO-REV-CHECKPOINT - ON A RESTART IN THE          *
012285* REVERSAL PASS, READ PAST THE ORDINARY TRANSACTIONS AND     *
012286* EVERY REVERSAL ALREADY COMMITTED BY THE CHECKPOINT.  THE   *
012287* FIRST REVERSAL BEYOND IT IS LEFT CURRENT FOR THE LOOP.     *
012288*-----------------------------------------------------------*
012289 3160-SKIP-TO-REV-CHECKPOINT.
012290     READ ARITH-TRANS-FILE
012291         AT END
012292             MOVE 'Y' TO WS-EOF-SWITCH
012293         NOT AT END
012294             IF AT-OP-REV
012295                 AND AT-TRANS-ID > WS-CKP-TRANS-ID
012296                 MOVE 'Y' TO WS-SKIP-DONE-SWITCH
012297             END-IF
012298     END-READ.
012299 3160-EXIT.
012300     EXIT.
012301*-----------------------------------------------------------*
012302* 3200-LOAD-ORIGINAL - SCAN THE ARITH-HST MASTER FOR THE     *
012303* ACCEPTED ORIGINAL (ID, PROCESSING DATE AND BRANCH) AND     *
012304* KEEP ITS OPERATION ENTRIES.  THE MASTER IS OPENED AND      *
012305* CLOSED PER REVERSAL, AS THE ARITHHQY INQUIRY DOES.         *
012306*-----------------------------------------------------------*
012307 3200-LOAD-ORIGINAL.
012308     MOVE 'N' TO WS-ORIG-FOUND-SWITCH
012309     MOVE 'N' TO WS-HSM-EOF-SWITCH
012310     OPEN INPUT ARITH-HSM-FILE
012311     PERFORM 3210-CHECK-ONE-HISTORY THRU 3210-EXIT
012312         UNTIL WS-HSM-EOF OR WS-ORIG-FOUND
012313     CLOSE ARITH-HSM-FILE.
012314 3200-EXIT.
012315     EXIT.
012316 3210-CHECK-ONE-HISTORY.
012317     READ ARITH-HSM-FILE INTO ARITH-HST-REC
012318         AT END
012319             MOVE 'Y' TO WS-HSM-EOF-SWITCH
012320         NOT AT END
012321             IF HS-TRANS-ID = AT-ORIG-TRANS-ID
012322                 AND HS-PROC-DATE = AT-ORIG-PROC-DATE
012323                 AND HS-BRANCH-CODE = AT-BRANCH-CODE
012324                 AND HS-ACCEPTED
012325                 AND NOT HS-LINK-REVERSES
012326                 MOVE 'Y' TO WS-ORIG-FOUND-SWITCH
012327                 PERFORM 3220-SAVE-ONE-OP THRU 3220-EXIT
012328                     VARYING WS-ORIG-SUB FROM 1 BY 1
012329                     UNTIL WS-ORIG-SUB > 4
012330             END-IF
012331     END-READ.
012332 3210-EXIT.
012333     EXIT.
012334 3220-SAVE-ONE-OP.
012335     MOVE HS-OP-CODE(WS-ORIG-SUB) TO OG-OP-CODE(WS-ORIG-SUB)
012336     MOVE HS-OP-DISP(WS-ORIG-SUB) TO OG-OP-DISP(WS-ORIG-SUB)
012337     MOVE HS-OP-SIGN(WS-ORIG-SUB) TO OG-OP-SIGN(WS-ORIG-SUB)
012338     IF HS-OP-DISP(WS-ORIG-SUB) = 'P'
012339         MOVE HS-OP-RESULT(WS-ORIG-SUB) TO
012340             OG-OP-RESULT(WS-ORIG-SUB)
012341     ELSE
012342         MOVE 0 TO OG-OP-RESULT(WS-ORIG-SUB)
012343     END-IF.
012344 3220-EXIT.
012345     EXIT.
012346*-----------------------------------------------------------*
012347* 3300-REVERSE-ONE-OP - ONE OPERATION THE ORIGINAL POSTED:   *
012348* NEGATE ITS RESULT, PRINT IT IN THE REVERSALS SECTION AND   *
012349* TAKE IT INTO THE OPERATION'S GRAND AND BRANCH TOTALS AND   *
012350* PTD COUNT.  AN OPERATION THE ORIGINAL EXCEPTED POSTED      *
012351* NOTHING AND HAS NOTHING TO REVERSE.                        *
012352*-----------------------------------------------------------*
012353 3300-REVERSE-ONE-OP.
012354     IF OG-OP-DISP(WS-ORIG-SUB) NOT = 'P'
012355         GO TO 3300-EXIT
012356     END-IF
012357     ADD 1 TO WS-OPS-REQUESTED
012358     ADD 1 TO BT-OPS-REQUESTED(WS-BR-SUB)
012359     MOVE OG-OP-CODE(WS-ORIG-SUB) TO WS-OP-CODE
012360     IF OG-OP-SIGN(WS-ORIG-SUB) = '-'
012361         MOVE OG-OP-RESULT(WS-ORIG-SUB) TO WS-RESULT
012362     ELSE
012363         COMPUTE WS-RESULT = 0 - OG-OP-RESULT(WS-ORIG-SUB)
012364     END-IF
012365     PERFORM 3350-PRINT-REVERSAL-LINE THRU 3350-EXIT
012366     EVALUATE WS-OP-CODE
012367         WHEN 'ADD'
012368             ADD WS-RESULT TO WS-TOTAL-ADD
012369             ADD WS-RESULT TO BT-TOTAL-ADD(WS-BR-SUB)
012370             ADD 1 TO WS-CNT-ADD
012371         WHEN 'SUB'
012372             ADD WS-RESULT TO WS-TOTAL-SUB
012373             ADD WS-RESULT TO BT-TOTAL-SUB(WS-BR-SUB)
012374             ADD 1 TO WS-CNT-SUB
012375         WHEN 'MUL'
012376             ADD WS-RESULT TO WS-TOTAL-MUL
012377             ADD WS-RESULT TO BT-TOTAL-MUL(WS-BR-SUB)
012378             ADD 1 TO WS-CNT-MUL
012379         WHEN OTHER
012380             ADD WS-RESULT TO WS-TOTAL-DIV
012381             ADD WS-RESULT TO BT-TOTAL-DIV(WS-BR-SUB)
012382             ADD 1 TO WS-CNT-DIV
012383     END-EVALUATE.
012384 3300-EXIT.
012385     EXIT.
012386 3350-PRINT-REVERSAL-LINE.
012387     MOVE AT-TRANS-ID TO V-TRANS-ID
012388     MOVE WS-OP-CODE TO V-OPERATION
012389     MOVE AT-ORIG-TRANS-ID TO V-ORIG-ID
012390     MOVE AT-ORIG-PROC-DATE TO V-ORIG-DATE
012391     MOVE WS-RESULT TO V-RESULT
012392     MOVE AT-BRANCH-CODE TO V-BRANCH
012393     MOVE WS-RPT-REV-DTL TO PS-DETAIL-LINE
012394     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
012395     ADD 1 TO WS-LINES-PRINTED
012396     ADD 1 TO BT-LINES-PRINTED(WS-BR-SUB)
012397     PERFORM 5050-WRITE-EXTRACT-DETAIL THRU 5050-EXIT.
012398 3350-EXIT.
012399     EXIT.
012400*-----------------------------------------------------------*
012401* 3400-WRITE-REVERSED-MARKER - MARK THE ORIGINAL REVERSED ON *
012402* THE HISTORY MASTER: A STATUS V RECORD UNDER ITS ID, DATE   *
012403* AND BRANCH, LINKED TO THIS REVERSAL AND TODAY'S DATE.      *
012404*-----------------------------------------------------------*
012405 3400-WRITE-REVERSED-MARKER.
012406     MOVE SPACES TO ARITH-HST-REC
012407     MOVE AT-ORIG-TRANS-ID TO HS-TRANS-ID
012408     MOVE AT-ORIG-PROC-DATE TO HS-PROC-DATE
012409     MOVE AT-BRANCH-CODE TO HS-BRANCH-CODE
012410     SET HS-REVERSED TO TRUE
012411     SET HS-LINK-REVERSED-BY TO TRUE
012412     MOVE AT-TRANS-ID TO HS-LINK-TRANS-ID
012413     MOVE WS-RUN-ID TO HS-LINK-DATE
012414     PERFORM 2050-WRITE-HISTORY THRU 2050-EXIT.
012415 3400-EXIT.
012416     EXIT.
012417*-----------------------------------------------------------*
012418* 3500-START-RELEASES - END OF THE REVERSAL PASS.  OPEN THE  *
012419* RELEASED HOLDS ARITHREL PASSED FORWARD; WITH ANY TO POST,  *
012420* PRINT THE RELEASED HOLDS SECTION HEADINGS AND CHECKPOINT   *
012421* THE SWITCH OF PASS.  THE PASS IS SHORT AND IS NOT          *
012422* CHECKPOINTED AGAIN, SO A RESTART IN IT RECOVERS THE OUTPUTS*
012423* TO HERE AND POSTS THE WHOLE PASS AGAIN.  A CATCH-UP RUN    *
012424* POSTS NO RELEASES - 3900 CARRIES THEM FORWARD.             *
012425*-----------------------------------------------------------*
012426 3500-START-RELEASES.
012427     IF WS-CATCH-UP-RUN
012428         GO TO 3500-EXIT
012429     END-IF
012430     OPEN INPUT ARITH-REL-FILE
012431     MOVE 'N' TO WS-REL-EOF-SWITCH
012432     PERFORM 3550-READ-RELEASE THRU 3550-EXIT
012433     IF WS-REL-EOF
012434         GO TO 3500-EXIT
012435     END-IF
012436     MOVE 'Y' TO WS-REL-PHASE-SWITCH
012437     MOVE 'N' TO WS-REV-PHASE-SWITCH
012438     MOVE WS-RPT-REL-TITLE TO PS-DETAIL-LINE
012439     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
012440     MOVE WS-RPT-HDR2 TO PS-DETAIL-LINE
012441     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
012442     MOVE 0 TO WS-SINCE-CKP-COUNT
012443     SET CK-ACTIVE TO TRUE
012444     MOVE 0 TO CK-TRANS-ID
012445     PERFORM 6050-WRITE-CHECKPOINT THRU 6050-EXIT.
012446 3500-EXIT.
012447     EXIT.
012448*-----------------------------------------------------------*
012449* 3510-REOPEN-RELEASES - RESTART IN THE RELEASED-HOLDS PASS: *
012450* THE TRANSACTION FILE IS FINISHED WITH, AND THE RELEASES ARE*
012451* POSTED AGAIN FROM THE FIRST.                               *
012452*-----------------------------------------------------------*
012453 3510-REOPEN-RELEASES.
012454     MOVE 'Y' TO WS-EOF-SWITCH
012455     OPEN INPUT ARITH-REL-FILE
012456     MOVE 'N' TO WS-REL-EOF-SWITCH
012457     PERFORM 3550-READ-RELEASE THRU 3550-EXIT.
012458 3510-EXIT.
012459     EXIT.
012460 3550-READ-RELEASE.
012461     READ ARITH-REL-FILE INTO ARITH-HLD-REC
012462         AT END
012463             MOVE 'Y' TO WS-REL-EOF-SWITCH
012464             CLOSE ARITH-REL-FILE
012465     END-READ.
012466 3550-EXIT.
012467     EXIT.
012468*-----------------------------------------------------------*
012469* 3600-PROCESS-RELEASE - POST ONE RELEASED HOLD AS THE       *
012470* TRANSACTION IT WAS, UNDER THE DATE IT WAS HELD: ITS        *
012471* OPERATIONS RUN WITHOUT THE LIMIT CHECK, ITS ACCEPTED       *
012472* HISTORY RECORD CARRIES THE ORIGINAL DATE AND IS LINKED TO  *
012473* TODAY'S DATE AND THE APPROVER, AND ITS EXTRACT RECORDS ARE *
012474* ENTRY TYPE H.  THE HOLD WAS COUNTED IN ON ITS OWN DATE, SO *
012475* IT IS NOT COUNTED IN AGAIN HERE.                           *
012476*-----------------------------------------------------------*
012477 3600-PROCESS-RELEASE.
012478     MOVE SPACES TO ARITH-TRANS-REC
012479     MOVE HD-TRANS-ID TO AT-TRANS-ID
012480     MOVE HD-NUM1 TO AT-NUM1
012481     MOVE HD-NUM2 TO AT-NUM2
012482     MOVE HD-OP-CODE TO AT-OP-CODE
012483     MOVE HD-BRANCH-CODE TO AT-BRANCH-CODE
012484     MOVE AT-NUM1 TO WS-NUM1
012485     MOVE AT-NUM2 TO WS-NUM2
012486     PERFORM 2020-START-HISTORY THRU 2020-EXIT
012487     MOVE HD-HOLD-DATE TO HS-PROC-DATE
012488     SET HS-LINK-RELEASED-HOLD TO TRUE
012489     MOVE HD-TRANS-ID TO HS-LINK-TRANS-ID
012490     MOVE WS-RUN-ID TO HS-LINK-DATE
012491     MOVE HD-APPROVER-ID TO HS-OVERRIDE-ID
012492     PERFORM 2010-LOCATE-BRANCH THRU 2010-EXIT
012493     ADD 1 TO WS-REL-IN-COUNT
012494     MOVE HD-TRANS-ID TO L-TRANS-ID
012495     MOVE HD-HOLD-DATE TO L-HOLD-DATE
012496     MOVE HD-APPROVER-ID TO L-APPROVER
012497     MOVE HD-BRANCH-CODE TO L-BRANCH
012498     MOVE WS-RPT-REL-DTL TO PS-DETAIL-LINE
012499     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
012500     PERFORM 3660-LOCATE-PRIOR-PERIOD THRU 3660-EXIT
012501     PERFORM 2005-RUN-OPERATIONS THRU 2005-EXIT
012502     PERFORM 2050-WRITE-HISTORY THRU 2050-EXIT
012503     PERFORM 3550-READ-RELEASE THRU 3550-EXIT.
012504 3600-EXIT.
012505     EXIT.
012506*-----------------------------------------------------------*
012507* 3660-LOCATE-PRIOR-PERIOD - A HOLD RELEASED AFTER ITS MONTH *
012508* HAS ENDED POSTS TO ITS OWN MONTH'S PERIOD TOTALS.  FIND (OR*
012509* OPEN) THAT MONTH'S SLOT IN THE PRIOR-PERIOD TABLE, LEAVING *
012510* ITS SUBSCRIPT IN WS-PP-SUB FOR 5060-NOTE-PRIOR-PERIOD.     *
012511*-----------------------------------------------------------*
012512 3660-LOCATE-PRIOR-PERIOD.
012513     MOVE 'N' TO WS-PRIOR-PERIOD-SWITCH
012514     IF HD-HOLD-DATE(1:6) = WS-RUN-ID(1:6)
012515         GO TO 3660-EXIT
012516     END-IF
012517     MOVE 'Y' TO WS-PRIOR-PERIOD-SWITCH
012518     MOVE 'N' TO WS-PP-FOUND-SWITCH
012519     PERFORM 3665-SCAN-ONE-PERIOD THRU 3665-EXIT
012520         VARYING WS-PP-SCAN FROM 1 BY 1
012521         UNTIL WS-PP-SCAN > WS-PP-USED
012522             OR WS-PP-FOUND
012523     IF NOT WS-PP-FOUND
012524         IF WS-PP-USED >= WS-MAX-PERIODS
012525             DISPLAY 'EXAMPLE - RELEASED HOLDS FROM MORE THAN '
012526                 WS-MAX-PERIODS ' EARLIER MONTHS'
012527             MOVE 16 TO RETURN-CODE
012528             GO TO 9999-ABEND
012529         END-IF
012530         ADD 1 TO WS-PP-USED
012531         MOVE WS-PP-USED TO WS-PP-SUB
012532         MOVE HD-HOLD-DATE(1:6) TO PP-PERIOD(WS-PP-SUB)
012533         MOVE HD-HOLD-DATE TO PP-POST-DATE(WS-PP-SUB)
012534         PERFORM 3668-CLEAR-ONE-PP-OP THRU 3668-EXIT
012535             VARYING WS-PP-OP FROM 1 BY 1 UNTIL WS-PP-OP > 4
012536     END-IF.
012537 3660-EXIT.
012538     EXIT.
012539 3665-SCAN-ONE-PERIOD.
012540     IF PP-PERIOD(WS-PP-SCAN) = HD-HOLD-DATE(1:6)
012541         MOVE 'Y' TO WS-PP-FOUND-SWITCH
012542         MOVE WS-PP-SCAN TO WS-PP-SUB
012543     END-IF.
012544 3665-EXIT.
012545     EXIT.
012546 3668-CLEAR-ONE-PP-OP.
012547     MOVE 0 TO PP-OP-COUNT(WS-PP-SUB, WS-PP-OP)
012548     MOVE 0 TO PP-OP-TOTAL(WS-PP-SUB, WS-PP-OP).
012549 3668-EXIT.
012550     EXIT.
012551*-----------------------------------------------------------*
012552* 3900-CARRY-RELEASES - WRITE THE RELEASES FOR THE NEXT      *
012553* CYCLE, WHICH THE JCL COPIES BACK OVER THE RELEASE FILE.  A *
012554* RUN THAT POSTED THEM LEAVES IT EMPTY; A CATCH-UP RUN, OR A *
012555* RERUN OF A COMPLETED DATE, POSTED NONE AND CARRIES THEM ALL*
012556* FORWARD UNTOUCHED.                                         *
012557*-----------------------------------------------------------*
012558 3900-CARRY-RELEASES.
012559     OPEN OUTPUT ARITH-RLN-FILE
012560     IF WS-CATCH-UP-RUN OR WS-RUN-DONE
012561         OPEN INPUT ARITH-REL-FILE
012562         MOVE 'N' TO WS-COPY-EOF-SWITCH
012563         PERFORM 3910-CARRY-ONE-RELEASE THRU 3910-EXIT
012564             UNTIL WS-COPY-EOF
012565         CLOSE ARITH-REL-FILE
012566     END-IF
012567     CLOSE ARITH-RLN-FILE.
012568 3900-EXIT.
012569     EXIT.
012570 3910-CARRY-ONE-RELEASE.
012571     READ ARITH-REL-FILE
012572         AT END
012573             MOVE 'Y' TO WS-COPY-EOF-SWITCH
012574         NOT AT END
012575             WRITE ARITH-RLN-IO-REC FROM ARITH-REL-IO-REC
012576     END-READ.
012577 3910-EXIT.
012578     EXIT.
012579*-----------------------------------------------------------*
012580* 5000-PRINT-DETAIL-LINE - WRITE ONE DETAIL LINE TO ARITH-RPT *
012581* FOR A SUCCESSFUL OPERATION, BREAKING TO A NEW PAGE WHEN     *
012582* THE CURRENT PAGE IS FULL.                                   *
012583*-----------------------------------------------------------*
012584 5000-PRINT-DETAIL-LINE.
012585     MOVE AT-TRANS-ID TO D-TRANS-ID
012586     MOVE WS-OP-CODE TO D-OPERATION
012587     MOVE WS-NUM1 TO D-NUM1
012588     MOVE WS-NUM2 TO D-NUM2
012589     MOVE WS-RESULT TO D-RESULT
012590     MOVE AT-BRANCH-CODE TO D-BRANCH
012591     MOVE WS-RPT-DTL TO PS-DETAIL-LINE
012592     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
012593     ADD 1 TO WS-LINES-PRINTED
012594     ADD 1 TO BT-LINES-PRINTED(WS-BR-SUB)
012595     PERFORM 5050-WRITE-EXTRACT-DETAIL THRU 5050-EXIT.
012596 5000-EXIT.
012597     EXIT.
012598*-----------------------------------------------------------*
012599* 5050-WRITE-EXTRACT-DETAIL - ONE ARITH-XTR RECORD PER       *
012600* SUCCESSFUL OPERATION, AND ITS RESULT INTO THE SIGNED HASH  *
012601* TOTAL THE TRAILER CARRIES.                                 *
012602*-----------------------------------------------------------*
012603 5050-WRITE-EXTRACT-DETAIL.
012604     MOVE SPACES TO ARITH-XTR-REC
012605     SET XR-DETAIL-REC TO TRUE
012606     MOVE AT-TRANS-ID TO XR-TRANS-ID
012607     MOVE AT-BRANCH-CODE TO XR-BRANCH-CODE
012608     MOVE WS-OP-CODE TO XR-OPERATION
012609     MOVE WS-NUM1 TO XR-NUM1
012610     MOVE WS-NUM2 TO XR-NUM2
012611     IF WS-RESULT < 0
012612         MOVE '-' TO XR-RESULT-SIGN
012613     ELSE
012614         MOVE '+' TO XR-RESULT-SIGN
012615     END-IF
012616     MOVE WS-RESULT TO XR-RESULT
012617     IF WS-REV-PHASE
012618         SET XR-REVERSAL TO TRUE
012619     END-IF
012620     IF WS-REL-PHASE
012621         SET XR-RELEASED-HOLD TO TRUE
012622         IF WS-PRIOR-PERIOD
012623             PERFORM 5060-NOTE-PRIOR-PERIOD THRU 5060-EXIT
012624         END-IF
012625     END-IF
012626     WRITE ARITH-XTR-REC
012627     ADD 1 TO WS-XTR-COUNT
012628     ADD WS-RESULT TO WS-XTR-HASH
012629         ON SIZE ERROR
012630             DISPLAY 'EXAMPLE - EXTRACT HASH TOTAL OVERFLOWS '
012631                 'A PIC S9(10)V99 ACCUMULATOR'
012632             MOVE 16 TO RETURN-CODE
012633             GO TO 9999-ABEND
012634     END-ADD
012635     PERFORM 2030-NOTE-OP-RESULT THRU 2030-EXIT.
012636 5050-EXIT.
012637     EXIT.
012638*-----------------------------------------------------------*
012639* 5060-NOTE-PRIOR-PERIOD - A RELEASED HOLD'S RESULT THAT     *
012640* BELONGS TO AN EARLIER MONTH GOES INTO THAT MONTH'S SLOT,   *
012641* AND INTO THE SUMS 5950 TAKES BACK OUT OF THIS MONTH'S      *
012642* POSTING.                                                   *
012643*-----------------------------------------------------------*
012644 5060-NOTE-PRIOR-PERIOD.
012645     EVALUATE WS-OP-CODE
012646         WHEN 'ADD'
012647             MOVE 1 TO WS-PP-OP
012648         WHEN 'SUB'
012649             MOVE 2 TO WS-PP-OP
012650         WHEN 'MUL'
012651             MOVE 3 TO WS-PP-OP
012652         WHEN OTHER
012653             MOVE 4 TO WS-PP-OP
012654     END-EVALUATE
012655     ADD 1 TO PP-OP-COUNT(WS-PP-SUB, WS-PP-OP)
012656     ADD WS-RESULT TO PP-OP-TOTAL(WS-PP-SUB, WS-PP-OP)
012657     ADD 1 TO PP-SUM-COUNT(WS-PP-OP)
012658     ADD WS-RESULT TO PP-SUM-TOTAL(WS-PP-OP).
012659 5060-EXIT.
012660     EXIT.
012661*-----------------------------------------------------------*
012662* 5900-REPORT-SUMMARY - PRINT THE GRAND TOTALS PER OPERATION *
012663* AND RECONCILE THE OPERATIONS REQUESTED BY THE INPUT        *
012664* TRANSACTIONS AGAINST THE DETAIL LINES ACTUALLY PRINTED     *
012665* PLUS THE EXCEPTIONS ACTUALLY LOGGED, SO AN OPERATION THAT  *
012666* NEITHER PRINTED NOR LOGGED CANNOT HIDE.                    *
012667*-----------------------------------------------------------*
012668 5900-REPORT-SUMMARY.
012669*    NOTE WHERE THE SUMMARY STARTS: A LATER CATCH-UP RUN
012670*    RECOVERS THE REPORT ONLY UP TO HERE.
012671     SET PS-FUNC-QUERY TO TRUE
012672     CALL 'PRINTSVC' USING PRINTSVC-PARM
012673     MOVE PS-PAGE-NO TO WS-BODY-PAGE-NO
012674     MOVE PS-LINE-CTR TO WS-BODY-LINE-CTR
012675     MOVE PS-DETAIL-COUNT TO WS-BODY-DETAILS
012676     MOVE PS-TOTAL-LINES TO WS-BODY-LINES
012677     IF WS-REV-IN-COUNT > 0
012678         MOVE WS-REV-IN-COUNT TO V-REV-COUNT
012679         MOVE WS-RPT-REV-CNT TO PS-DETAIL-LINE
012680         PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
012681     END-IF
012682     IF WS-HELD-COUNT > 0 OR WS-REL-IN-COUNT > 0
012683         MOVE WS-HELD-COUNT TO H-HELD-COUNT
012684         MOVE WS-REL-IN-COUNT TO H-REL-COUNT
012685         MOVE WS-RPT-HOLD-CNT TO PS-DETAIL-LINE
012686         PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
012687     END-IF
012688     PERFORM 5910-PRINT-ONE-BRANCH THRU 5910-EXIT
012689         VARYING WS-BR-SUB FROM 1 BY 1
012690         UNTIL WS-BR-SUB > WS-BR-USED
012691     MOVE 'ADD' TO T-OP-CODE
012692     MOVE WS-TOTAL-ADD TO T-TOTAL
012693     PERFORM 5920-PRINT-TOT-LINE THRU 5920-EXIT
012694     MOVE 'SUB' TO T-OP-CODE
012695     MOVE WS-TOTAL-SUB TO T-TOTAL
012696     PERFORM 5920-PRINT-TOT-LINE THRU 5920-EXIT
012697     MOVE 'MUL' TO T-OP-CODE
012698     MOVE WS-TOTAL-MUL TO T-TOTAL
012699     PERFORM 5920-PRINT-TOT-LINE THRU 5920-EXIT
012700     MOVE 'DIV' TO T-OP-CODE
012701     MOVE WS-TOTAL-DIV TO T-TOTAL
012702     PERFORM 5920-PRINT-TOT-LINE THRU 5920-EXIT
012703     MOVE WS-TRANS-IN-COUNT TO R-TRANS-IN
012704     MOVE WS-OPS-REQUESTED TO WS-EXPECTED-LINES
012705     MOVE WS-LINES-PRINTED TO R-LINES-PRINTED
012706     MOVE WS-ERR-COUNT TO R-ERR-COUNT
012707     IF WS-LINES-PRINTED + WS-ERR-COUNT = WS-EXPECTED-LINES
012708         MOVE 'RECONCILED' TO R-RECON-MSG
012709     ELSE
012710         MOVE 'OUT OF BALANCE' TO R-RECON-MSG
012711     END-IF
012712     MOVE WS-RPT-RECON TO PS-DETAIL-LINE
012713     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
012714     PERFORM 7890-PRINT-TRAILER THRU 7890-EXIT.
012715 5900-EXIT.
012716     EXIT.
012717 5920-PRINT-TOT-LINE.
012718     MOVE WS-RPT-TOT TO PS-DETAIL-LINE
012719     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
012720 5920-EXIT.
012721     EXIT.
012722*-----------------------------------------------------------*
012723* 5910-PRINT-ONE-BRANCH - PRINT ONE BRANCH'S SUBTOTAL LINES  *
012724* (ONE PER OPERATION) AND ITS OWN RECONCILIATION LINE, SO    *
012725* EACH BRANCH'S COUNTS BALANCE INDEPENDENTLY OF THE GRAND    *
012726* TOTALS THAT FOLLOW.                                        *
012727*-----------------------------------------------------------*
012728 5910-PRINT-ONE-BRANCH.
012729     MOVE BT-BRANCH-CODE(WS-BR-SUB) TO BR-T-BRANCH
012730     MOVE BT-BRANCH-NAME(WS-BR-SUB) TO BR-T-NAME
012731     MOVE 'ADD' TO BR-T-OP
012732     MOVE BT-TOTAL-ADD(WS-BR-SUB) TO BR-T-TOTAL
012733     PERFORM 5930-PRINT-BR-TOT-LINE THRU 5930-EXIT
012734     MOVE 'SUB' TO BR-T-OP
012735     MOVE BT-TOTAL-SUB(WS-BR-SUB) TO BR-T-TOTAL
012736     PERFORM 5930-PRINT-BR-TOT-LINE THRU 5930-EXIT
012737     MOVE 'MUL' TO BR-T-OP
012738     MOVE BT-TOTAL-MUL(WS-BR-SUB) TO BR-T-TOTAL
012739     PERFORM 5930-PRINT-BR-TOT-LINE THRU 5930-EXIT
012740     MOVE 'DIV' TO BR-T-OP
012741     MOVE BT-TOTAL-DIV(WS-BR-SUB) TO BR-T-TOTAL
012742     PERFORM 5930-PRINT-BR-TOT-LINE THRU 5930-EXIT
012743     MOVE BT-BRANCH-CODE(WS-BR-SUB) TO BR-R-BRANCH
012744     MOVE BT-BRANCH-NAME(WS-BR-SUB) TO BR-R-NAME
012745     MOVE BT-TRANS-COUNT(WS-BR-SUB) TO BR-R-TRANS
012746     MOVE BT-OPS-REQUESTED(WS-BR-SUB) TO BR-R-OPS
012747     MOVE BT-LINES-PRINTED(WS-BR-SUB) TO BR-R-LINES
012748     MOVE BT-ERR-COUNT(WS-BR-SUB) TO BR-R-ERRS
012749     IF BT-LINES-PRINTED(WS-BR-SUB) + BT-ERR-COUNT(WS-BR-SUB)
012750         = BT-OPS-REQUESTED(WS-BR-SUB)
012751         MOVE 'RECONCILED' TO BR-R-MSG
012752     ELSE
012753         MOVE 'OUT OF BALANCE' TO BR-R-MSG
012754     END-IF
012755     MOVE WS-RPT-BR-RECON TO PS-DETAIL-LINE
012756     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
012757 5910-EXIT.
012758     EXIT.
012760 5930-PRINT-BR-TOT-LINE.
012762     MOVE WS-RPT-BR-TOT TO PS-DETAIL-LINE
012764     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
012766 5930-EXIT.
012768     EXIT.
012770*-----------------------------------------------------------*
012772* 5950-POST-PERIOD-TOTALS - APPEND THIS RUN'S PER-OPERATION  *
012774* TOTALS AND COUNTS TO THE ARITH-PTD MASTER, KEYED BY THE    *
012776* ACCOUNTING PERIOD AND STAMPED WITH THE RUN ID AND THE      *
012778* RUNDATE DATE, FOR THE ARITHMTD MONTH-END ROLL-UP.  ONLY    *
012780* THE DIFFERENCE FROM THE LAYER'S BASE IS POSTED, SO A       *
012782* CATCH-UP RUN ADDS JUST THE DEFERRED BRANCHES.              *
012784* RELEASED HOLDS FROM AN EARLIER MONTH ARE TAKEN OUT OF THIS *
012786* MONTH'S POSTING AND POSTED TO THEIR OWN MONTH, DATED THE   *
012788* DAY THEY WERE HELD.                                        *
012789* A POSTING THAT BELONGS TO A PERIOD FINANCE HAS CLOSED IS   *
012790* WRITTEN AS A PRIOR-PERIOD ADJUSTMENT IN THE CURRENT OPEN   *
012791* PERIOD INSTEAD (5990).                                     *
012792*-----------------------------------------------------------*
012793 5950-POST-PERIOD-TOTALS.
012794     PERFORM 5980-LOAD-CLOSED-PERIODS THRU 5980-EXIT
012795     OPEN EXTEND ARITH-PTD-FILE
012796     MOVE 'ADD' TO PT-OPERATION
012798     COMPUTE PT-OP-COUNT = WS-CNT-ADD - WS-BASE-CNT-ADD
012800         - PP-SUM-COUNT(1)
012802     COMPUTE PT-TOTAL = WS-TOTAL-ADD - WS-BASE-TOTAL-ADD
012804         - PP-SUM-TOTAL(1)
012806     PERFORM 5960-WRITE-ONE-POSTING THRU 5960-EXIT
012808     MOVE 'SUB' TO PT-OPERATION
012810     COMPUTE PT-OP-COUNT = WS-CNT-SUB - WS-BASE-CNT-SUB
012812         - PP-SUM-COUNT(2)
012814     COMPUTE PT-TOTAL = WS-TOTAL-SUB - WS-BASE-TOTAL-SUB
012816         - PP-SUM-TOTAL(2)
012818     PERFORM 5960-WRITE-ONE-POSTING THRU 5960-EXIT
012820     MOVE 'MUL' TO PT-OPERATION
012822     COMPUTE PT-OP-COUNT = WS-CNT-MUL - WS-BASE-CNT-MUL
012824         - PP-SUM-COUNT(3)
012826     COMPUTE PT-TOTAL = WS-TOTAL-MUL - WS-BASE-TOTAL-MUL
012828         - PP-SUM-TOTAL(3)
012830     PERFORM 5960-WRITE-ONE-POSTING THRU 5960-EXIT
012832     MOVE 'DIV' TO PT-OPERATION
012834     COMPUTE PT-OP-COUNT = WS-CNT-DIV - WS-BASE-CNT-DIV
012836         - PP-SUM-COUNT(4)
012838     COMPUTE PT-TOTAL = WS-TOTAL-DIV - WS-BASE-TOTAL-DIV
012840         - PP-SUM-TOTAL(4)
012842     PERFORM 5960-WRITE-ONE-POSTING THRU 5960-EXIT
012844     PERFORM 5970-POST-ONE-PERIOD THRU 5970-EXIT
012846         VARYING WS-PP-SUB FROM 1 BY 1
012848         UNTIL WS-PP-SUB > WS-PP-USED
012850     CLOSE ARITH-PTD-FILE.
012852 5950-EXIT.
012854     EXIT.
012856 5960-WRITE-ONE-POSTING.
012858     MOVE WS-RUN-ID(1:4) TO PT-PERIOD-YEAR
012860     MOVE WS-RUN-ID(5:2) TO PT-PERIOD-MONTH
012862     MOVE RD-FORMATTED-DATE TO PT-RUN-DATE
012864     MOVE WS-RUN-ID TO PT-RUN-ID
012866     MOVE SPACES TO PT-FILLER
012867     MOVE WS-RUN-ID TO WS-ORIG-BUS-DATE
012868     PERFORM 5990-ROUTE-POSTING THRU 5990-EXIT.
012870 5960-EXIT.
012872     EXIT.
012874 5970-POST-ONE-PERIOD.
012876     PERFORM 5975-POST-ONE-PP-OP THRU 5975-EXIT
012878         VARYING WS-PP-OP FROM 1 BY 1 UNTIL WS-PP-OP > 4.
012880 5970-EXIT.
012882     EXIT.
012884 5975-POST-ONE-PP-OP.
012886     MOVE PP-PERIOD(WS-PP-SUB) TO PT-PERIOD
012888     MOVE WS-PP-OP-NAME(WS-PP-OP) TO PT-OPERATION
012890     MOVE PP-OP-COUNT(WS-PP-SUB, WS-PP-OP) TO PT-OP-COUNT
012892     MOVE PP-OP-TOTAL(WS-PP-SUB, WS-PP-OP) TO PT-TOTAL
012894     MOVE SPACES TO PT-RUN-DATE
012896     STRING PP-POST-DATE(WS-PP-SUB)(1:4) '-'
012898            PP-POST-DATE(WS-PP-SUB)(5:2) '-'
012900            PP-POST-DATE(WS-PP-SUB)(7:2)
012902         DELIMITED BY SIZE INTO PT-RUN-DATE
012904     MOVE WS-RUN-ID TO PT-RUN-ID
012906     MOVE SPACES TO PT-FILLER
012907     MOVE PP-POST-DATE(WS-PP-SUB) TO WS-ORIG-BUS-DATE
012908     PERFORM 5990-ROUTE-POSTING THRU 5990-EXIT.
012910 5975-EXIT.
012912     EXIT.
012913*-----------------------------------------------------------*
012914* 5980-LOAD-CLOSED-PERIODS - LOAD THE PERIODS FINANCE HAS    *
012915* CLOSED FROM THE PERIOD CONTROL MASTER (A REOPENED PERIOD   *
012916* POSTS AS OPEN), AND FIND THE CURRENT OPEN PERIOD: THE      *
012917* RUN'S OWN MONTH, OR THE FIRST MONTH AFTER IT THAT IS NOT   *
012918* CLOSED.                                                    *
012919*-----------------------------------------------------------*
012920 5980-LOAD-CLOSED-PERIODS.
012921     OPEN INPUT PRD-CTL-FILE
012922     PERFORM 5985-LOAD-ONE-PERIOD THRU 5985-EXIT
012923         UNTIL WS-PRD-EOF
012924     CLOSE PRD-CTL-FILE
012925     MOVE WS-RUN-ID(1:6) TO WS-OPEN-PERIOD
012926     MOVE WS-OPEN-PERIOD TO WS-CHECK-PERIOD
012927     PERFORM 5995-CHECK-PERIOD-CLOSED THRU 5995-EXIT
012928     PERFORM 5987-STEP-OPEN-PERIOD THRU 5987-EXIT
012929         UNTIL NOT WS-PERIOD-CLOSED.
012930 5980-EXIT.
012931     EXIT.
012932 5985-LOAD-ONE-PERIOD.
012933     READ PRD-CTL-FILE
012934         AT END
012935             MOVE 'Y' TO WS-PRD-EOF-SWITCH
012936         NOT AT END
012937             IF PC-CLOSED
012938                 IF WS-CL-USED >= WS-MAX-CLOSED
012939                     DISPLAY 'EXAMPLE - MORE THAN ' WS-MAX-CLOSED
012940                         ' CLOSED PERIODS ON THE PERIOD CONTROL '
012941                         'MASTER'
012942                     MOVE 16 TO RETURN-CODE
012943                     GO TO 9999-ABEND
012944                 END-IF
012945                 ADD 1 TO WS-CL-USED
012946                 MOVE PC-PERIOD TO CL-PERIOD(WS-CL-USED)
012947             END-IF
012948     END-READ.
012949 5985-EXIT.
012950     EXIT.
012951 5987-STEP-OPEN-PERIOD.
012952     ADD 1 TO WS-OPEN-MONTH
012953     IF WS-OPEN-MONTH > 12
012954         MOVE 1 TO WS-OPEN-MONTH
012955         ADD 1 TO WS-OPEN-YEAR
012956     END-IF
012957     MOVE WS-OPEN-PERIOD TO WS-CHECK-PERIOD
012958     PERFORM 5995-CHECK-PERIOD-CLOSED THRU 5995-EXIT.
012959 5987-EXIT.
012960     EXIT.
012961*-----------------------------------------------------------*
012962* 5990-ROUTE-POSTING - WRITE THE POSTING BUILT IN            *
012963* ARITH-PTD-REC.  ONE WHOSE PERIOD IS CLOSED GOES TO THE     *
012964* CURRENT OPEN PERIOD INSTEAD, AS A PRIOR-PERIOD ADJUSTMENT  *
012965* CARRYING THE BUSINESS DATE IT BELONGS TO                   *
012966* (WS-ORIG-BUS-DATE), SO THE CLOSED PERIOD'S FIGURES NEVER   *
012967* CHANGE.  AN ADJUSTMENT WITH NOTHING IN IT IS NOT WRITTEN.  *
012968*-----------------------------------------------------------*
012969 5990-ROUTE-POSTING.
012970     SET PT-ORDINARY TO TRUE
012971     MOVE SPACES TO PT-ORIG-BUS-DATE
012972     MOVE PT-PERIOD TO WS-CHECK-PERIOD
012973     PERFORM 5995-CHECK-PERIOD-CLOSED THRU 5995-EXIT
012974     IF WS-PERIOD-CLOSED
012975         IF PT-OP-COUNT = 0 AND PT-TOTAL = 0
012976             GO TO 5990-EXIT
012977         END-IF
012978         SET PT-ADJUSTMENT TO TRUE
012979         MOVE WS-ORIG-BUS-DATE TO PT-ORIG-BUS-DATE
012980         MOVE WS-OPEN-PERIOD TO PT-PERIOD
012981         DISPLAY 'EXAMPLE - PERIOD ' WS-CHECK-PERIOD
012982             ' IS CLOSED - ' PT-OPERATION ' FOR '
012983             WS-ORIG-BUS-DATE ' POSTED AS A PRIOR-PERIOD '
012984             'ADJUSTMENT IN ' WS-OPEN-PERIOD
012985     END-IF
012986     WRITE ARITH-PTD-REC
012987     ADD 1 TO WS-PTD-WRITE-COUNT.
012988 5990-EXIT.
012989     EXIT.
012990 5995-CHECK-PERIOD-CLOSED.
012991     MOVE 'N' TO WS-CLOSED-SWITCH
012992     PERFORM 5996-CHECK-ONE-CLOSED THRU 5996-EXIT
012993         VARYING WS-CL-SUB FROM 1 BY 1
012994         UNTIL WS-CL-SUB > WS-CL-USED
012995             OR WS-PERIOD-CLOSED.
012996 5995-EXIT.
012997     EXIT.
012998 5996-CHECK-ONE-CLOSED.
012999     IF CL-PERIOD(WS-CL-SUB) = WS-CHECK-PERIOD
013000         MOVE 'Y' TO WS-CLOSED-SWITCH
013001     END-IF.
013002 5996-EXIT.
013003     EXIT.
013004*-----------------------------------------------------------*
013005* 6000-TAKE-CHECKPOINT - COMMIT THE TRANSACTION JUST         *
013006* FINISHED: REWRITE THE CHECKPOINT FILE IN PLACE WITH ITS    *
013007* ID, THE RUN'S COUNTERS AND TOTALS AND THE BRANCH TABLE.    *
013008*-----------------------------------------------------------*
013009 6000-TAKE-CHECKPOINT.
013010     MOVE 0 TO WS-SINCE-CKP-COUNT
013011     SET CK-ACTIVE TO TRUE
013012     MOVE AT-TRANS-ID TO CK-TRANS-ID
013013     PERFORM 6050-WRITE-CHECKPOINT THRU 6050-EXIT.
013014 6000-EXIT.
013015     EXIT.
013016 6050-WRITE-CHECKPOINT.
013017     MOVE WS-RUN-ID TO CK-RUN-ID
013018     MOVE WS-TRANS-IN-COUNT TO CK-TRANS-IN-COUNT
013019     MOVE WS-OPS-REQUESTED TO CK-OPS-REQUESTED
013020     MOVE WS-ERR-COUNT TO CK-ERR-COUNT
013021     MOVE WS-LINES-PRINTED TO CK-LINES-PRINTED
013022     SET PS-FUNC-QUERY TO TRUE
013023     CALL 'PRINTSVC' USING PRINTSVC-PARM
013024     MOVE PS-PAGE-NO TO CK-PAGE-NO
013025     MOVE PS-LINE-CTR TO CK-LINE-CTR
013026     MOVE PS-DETAIL-COUNT TO CK-RPT-DETAILS
013027     MOVE PS-TOTAL-LINES TO CK-RPT-LINES
013028     MOVE WS-CNT-ADD TO CK-CNT-ADD
013029     MOVE WS-CNT-SUB TO CK-CNT-SUB
013030     MOVE WS-CNT-MUL TO CK-CNT-MUL
013031     MOVE WS-CNT-DIV TO CK-CNT-DIV
013032     MOVE WS-TOTAL-ADD TO CK-TOTAL-ADD
013033     MOVE WS-TOTAL-SUB TO CK-TOTAL-SUB
013034     MOVE WS-TOTAL-MUL TO CK-TOTAL-MUL
013035     MOVE WS-TOTAL-DIV TO CK-TOTAL-DIV
013036     MOVE WS-BR-USED TO CK-BR-USED
013037     MOVE WS-XTR-COUNT TO CK-XTR-COUNT
013038     MOVE WS-REV-IN-COUNT TO CK-REV-IN-COUNT
013039     EVALUATE TRUE
013040         WHEN WS-REL-PHASE
013041             SET CK-PHASE-RELEASES TO TRUE
013042         WHEN WS-REV-PHASE
013043             SET CK-PHASE-REVERSALS TO TRUE
013044         WHEN OTHER
013045             MOVE 'M' TO CK-PHASE
013046     END-EVALUATE
013047     MOVE WS-HLD-COUNT TO CK-HLD-COUNT
013048     MOVE WS-HELD-COUNT TO CK-HELD-COUNT
013049     MOVE WS-REL-IN-COUNT TO CK-REL-IN-COUNT
013050     MOVE WS-XTR-HASH TO CK-XTR-HASH
013051     MOVE WS-HST-COUNT TO CK-HST-COUNT
013052     MOVE WS-BODY-PAGE-NO TO CK-BODY-PAGE-NO
013053     MOVE WS-BODY-LINE-CTR TO CK-BODY-LINE-CTR
013054     MOVE WS-BODY-DETAILS TO CK-BODY-DETAILS
013055     MOVE WS-BODY-LINES TO CK-BODY-LINES
013056     MOVE WS-BASE-TRANS-IN TO CK-BASE-TRANS-IN
013057     MOVE WS-BASE-REV-IN TO CK-BASE-REV-IN
013058     MOVE WS-BASE-CNT-ADD TO CK-BASE-CNT-ADD
013059     MOVE WS-BASE-CNT-SUB TO CK-BASE-CNT-SUB
013060     MOVE WS-BASE-CNT-MUL TO CK-BASE-CNT-MUL
013061     MOVE WS-BASE-CNT-DIV TO CK-BASE-CNT-DIV
013062     MOVE WS-BASE-TOTAL-ADD TO CK-BASE-TOTAL-ADD
013063     MOVE WS-BASE-TOTAL-SUB TO CK-BASE-TOTAL-SUB
013064     MOVE WS-BASE-TOTAL-MUL TO CK-BASE-TOTAL-MUL
013065     MOVE WS-BASE-TOTAL-DIV TO CK-BASE-TOTAL-DIV
013066     MOVE SPACES TO CK-FILLER
013067     PERFORM 6060-SAVE-ONE-BRANCH THRU 6060-EXIT
013068         VARYING WS-BR-SCAN FROM 1 BY 1
013069         UNTIL WS-BR-SCAN > WS-MAX-BRANCHES
013070     OPEN OUTPUT ARITH-CKP-FILE
013071     WRITE ARITH-CKP-IO-REC FROM ARITH-CKP-REC
013072     CLOSE ARITH-CKP-FILE.
013073 6050-EXIT.
013074     EXIT.
013075 6060-SAVE-ONE-BRANCH.
013076     MOVE BT-BRANCH-CODE(WS-BR-SCAN) TO
013077         CK-BT-BRANCH-CODE(WS-BR-SCAN)
013078     MOVE BT-TRANS-COUNT(WS-BR-SCAN) TO
013079         CK-BT-TRANS-COUNT(WS-BR-SCAN)
013080     MOVE BT-OPS-REQUESTED(WS-BR-SCAN) TO
013081         CK-BT-OPS-REQUESTED(WS-BR-SCAN)
013082     MOVE BT-LINES-PRINTED(WS-BR-SCAN) TO
013083         CK-BT-LINES-PRINTED(WS-BR-SCAN)
013084     MOVE BT-ERR-COUNT(WS-BR-SCAN) TO
013085         CK-BT-ERR-COUNT(WS-BR-SCAN)
013086     MOVE BT-TOTAL-ADD(WS-BR-SCAN) TO
013087         CK-BT-TOTAL-ADD(WS-BR-SCAN)
013088     MOVE BT-TOTAL-SUB(WS-BR-SCAN) TO
013089         CK-BT-TOTAL-SUB(WS-BR-SCAN)
013090     MOVE BT-TOTAL-MUL(WS-BR-SCAN) TO
013091         CK-BT-TOTAL-MUL(WS-BR-SCAN)
013092     MOVE BT-TOTAL-DIV(WS-BR-SCAN) TO
013093         CK-BT-TOTAL-DIV(WS-BR-SCAN).
013094 6060-EXIT.
013096     EXIT.
013098*-----------------------------------------------------------*
013100* 6100-MARK-RUN-COMPLETE - REWRITE THE CHECKPOINT FILE WITH  *
013102* THE COMPLETED STATUS, SO THE NEXT RUN STARTS FRESH         *
013104* INSTEAD OF RESTARTING INTO A FINISHED FILE.                *
013106*-----------------------------------------------------------*
013108 6100-MARK-RUN-COMPLETE.
013110     SET CK-COMPLETE TO TRUE
013112     MOVE 0 TO CK-TRANS-ID
013114     PERFORM 6050-WRITE-CHECKPOINT THRU 6050-EXIT.
013116 6100-EXIT.
013118     EXIT.
013120*-----------------------------------------------------------*
013122* 6150-MARK-TOTALS-POSTED - REWRITE THE CHECKPOINT WITH THE  *
013124* TOTALS-POSTED STATUS ONCE THE REPORT, THE EXTRACT TRAILER  *
013126* AND THE PTD POSTINGS ARE ALL ON FILE, SO A RERUN AFTER A   *
013128* LATE ABEND NEVER POSTS THE PERIOD TOTALS TWICE.            *
013130*-----------------------------------------------------------*
013132 6150-MARK-TOTALS-POSTED.
013134     SET CK-TOTALS-POSTED TO TRUE
013136     MOVE 999999 TO CK-TRANS-ID
013138     PERFORM 6050-WRITE-CHECKPOINT THRU 6050-EXIT.
013140 6150-EXIT.
013142     EXIT.
013144*-----------------------------------------------------------*
013146* 6200-WRITE-EXTRACT-TRAILER - CLOSE OUT THE ARITH-XTR FEED  *
013148* WITH ITS 'T' TRAILER: THE DETAIL COUNT AND THE SIGNED      *
013150* HASH TOTAL OF EVERY RESULT WRITTEN.                        *
013152*-----------------------------------------------------------*
013154 6200-WRITE-EXTRACT-TRAILER.
013156     MOVE SPACES TO ARITH-XTR-REC
013158     SET XR-TRAILER-REC TO TRUE
013160     MOVE WS-XTR-COUNT TO XT-REC-COUNT
013162     IF WS-XTR-HASH < 0
013164         MOVE '-' TO XT-HASH-SIGN
013166     ELSE
013168         MOVE '+' TO XT-HASH-SIGN
013170     END-IF
013172     MOVE WS-XTR-HASH TO XT-HASH-TOTAL
013174     WRITE ARITH-XTR-REC.
013176 6200-EXIT.
013178     EXIT.
013180*-----------------------------------------------------------*
013182* 7800-7890 - SHARED PRINT SERVICES.  THE CALLER MOVES ITS   *
013184* LINE TO PS-DETAIL-LINE; PRINTSVC HANDS BACK THE ASA PRINT  *
013186* LINES (PAGE HEADER, DETAIL, TRAILER) TO WRITE.             *
013188*-----------------------------------------------------------*
013190 7800-PRINT-DETAIL.
013192     SET PS-FUNC-DETAIL TO TRUE
013194     CALL 'PRINTSVC' USING PRINTSVC-PARM
013196     PERFORM 7850-WRITE-SVC-LINES THRU 7850-EXIT.
013198 7800-EXIT.
013200     EXIT.
013202 7850-WRITE-SVC-LINES.
013204     PERFORM 7860-WRITE-ONE-SVC-LINE THRU 7860-EXIT
013206         VARYING WS-PS-SUB FROM 1 BY 1
013208         UNTIL WS-PS-SUB > PS-OUT-COUNT.
013210 7850-EXIT.
013212     EXIT.
013214 7860-WRITE-ONE-SVC-LINE.
013216     WRITE ARITH-RPT-REC FROM PS-OUT-LINE(WS-PS-SUB).
013218 7860-EXIT.
013220     EXIT.
013222 7890-PRINT-TRAILER.
013224     SET PS-FUNC-CLOSE TO TRUE
013226     CALL 'PRINTSVC' USING PRINTSVC-PARM
013228     PERFORM 7850-WRITE-SVC-LINES THRU 7850-EXIT.
013230 7890-EXIT.
013232     EXIT.
013234*-----------------------------------------------------------*
013236* 8000-STRING-DEMOS                                          *
013238*-----------------------------------------------------------*
013240 8000-STRING-DEMOS.
013242     PERFORM 8010-CONCATENATE-MESSAGE THRU 8010-EXIT
013244     PERFORM 8020-REVERSE-MESSAGE THRU 8020-EXIT
013246     PERFORM 8030-LENGTH-OF-MESSAGE THRU 8030-EXIT.
013248 8000-EXIT.
013250     EXIT.
013252 8010-CONCATENATE-MESSAGE.
013254     MOVE SPACES TO STRUTIL-PARM
013256     SET SU-CONCATENATE TO TRUE
013258     MOVE 'HELLO, ' TO SU-TEXT-1
013260     MOVE 'WORLD!' TO SU-TEXT-2
013262     CALL 'STRUTIL' USING STRUTIL-PARM
013400     DISPLAY 'CONCATENATED MESSAGE: ' SU-RESULT-TEXT.
013500 8010-EXIT.
013600     EXIT.
017910     CLOSE ARITH-RPT-FILE
017912     CLOSE ARITH-XTR-FILE
017913     CLOSE ARITH-HST-FILE
017914     CLOSE ARITH-HLD-FILE
017915     PERFORM 6100-MARK-RUN-COMPLETE THRU 6100-EXIT
017920     SET RL-FUNC-END TO TRUE
017930     MOVE 'ARITHTRN' TO RL-FILE-NAME(1)
017932*    A CATCH-UP RUN LOGS ONLY ITS OWN LAYER, WHICH IS WHAT THE
017934*    FRONT-END EDIT PASSED IT IN THIS CHAIN.
017936     IF WS-CATCH-UP-RUN
017938         COMPUTE RL-FILE-COUNT(1) =
017940             WS-TRANS-IN-COUNT - WS-BASE-TRANS-IN
017942     ELSE
017944         MOVE WS-TRANS-IN-COUNT TO RL-FILE-COUNT(1)
017946     END-IF
017950     MOVE 'ARITHERR' TO RL-FILE-NAME(2)
017955     MOVE WS-ERR-COUNT TO RL-FILE-COUNT(2)
017960     MOVE 'ARITHRPT' TO RL-FILE-NAME(3)
017965     MOVE WS-LINES-PRINTED TO RL-FILE-COUNT(3)
017970     MOVE 'ARITHPTD' TO RL-FILE-NAME(4)
017972     MOVE WS-PTD-WRITE-COUNT TO RL-FILE-COUNT(4)
017976     MOVE 'ARITHXTR' TO RL-FILE-NAME(5)
017977     COMPUTE RL-FILE-COUNT(5) = WS-XTR-COUNT + 1
017978     MOVE 'ARITHHST' TO RL-FILE-NAME(6)
