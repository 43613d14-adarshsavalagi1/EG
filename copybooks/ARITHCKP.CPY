001398*                 CHECKPOINT, AND STATUS 'P' KEEPS A RERUN  *
001399*                 FROM POSTING THE PTD TOTALS TWICE.        *
001400*-----------------------------------------------------------*
001410* 2026-10-15 RKM  CARVED THE PASS INDICATOR AND THE          *
001420*                 REVERSAL COUNT OUT OF THE FILLER.  EXAMPLE *
001430*                 POSTS REVERSALS IN A SECOND PASS OF THE    *
001440*                 TRANSACTION FILE; IN THAT PASS CK-TRANS-ID *
001450*                 IS THE LAST COMMITTED REVERSAL.            *
001460*-----------------------------------------------------------*
001462* 2026-10-15 RKM  ADDED THE REPORT POSITION AT THE START OF  *
001464*                 THE SUMMARY AND THE COUNTER AND TOTAL BASE *
001466*                 OF THE CURRENT LAYER.  A CATCH-UP RUN FOR  *
001468*                 DEFERRED BRANCHES TRUNCATES ARITH-RPT BACK *
001470*                 TO THE SUMMARY AND POSTS ONLY THE          *
001472*                 DIFFERENCE FROM THE BASE TO ARITH-PTD.     *
001474*                 RECORD LENGTH GROWS FROM 1600 TO 1700; THE *
001476*                 CHECKPOINT DATASET IS REALLOCATED ONCE     *
001478*                 WITH THE NEW LENGTH.                       *
001480*-----------------------------------------------------------*
001482* 2026-10-15 RKM  ADDED PHASE 'H' FOR THE RELEASED-HOLDS     *
001484*                 PASS AND THE HOLD WORK FILE, HELD AND      *
001486*                 RELEASED COUNTS, CARVED OUT OF THE FILLER. *
001488*-----------------------------------------------------------*
001500 01  ARITH-CKP-REC.
001600     05  CK-STATUS             PIC X(01).
001700         88  CK-ACTIVE          VALUE 'A'.
003530     05  CK-HST-COUNT          PIC 9(06).
003540     05  CK-RPT-DETAILS        PIC 9(06).
003550     05  CK-RPT-LINES          PIC 9(06).
003560     05  CK-PHASE              PIC X(01).
003570         88  CK-PHASE-MAIN      VALUE 'M' SPACE.
003580         88  CK-PHASE-REVERSALS VALUE 'R'.
003585         88  CK-PHASE-RELEASES  VALUE 'H'.
003590     05  CK-REV-IN-COUNT       PIC 9(06).
003600     05  CK-BRANCH-ENTRY OCCURS 20 TIMES.
003700         10  CK-BT-BRANCH-CODE   PIC X(03).
003800         10  CK-BT-TRANS-COUNT   PIC 9(06).
004300         10  CK-BT-TOTAL-SUB     PIC S9(09)V99.
004400         10  CK-BT-TOTAL-MUL     PIC S9(09)V99.
004500         10  CK-BT-TOTAL-DIV     PIC S9(09)V99.
004600     05  CK-BODY-PAGE-NO       PIC 9(04).
004700     05  CK-BODY-LINE-CTR      PIC 9(02).
004800     05  CK-BODY-DETAILS       PIC 9(06).
004900     05  CK-BODY-LINES         PIC 9(06).
005000     05  CK-BASE-TRANS-IN      PIC 9(06).
005100     05  CK-BASE-REV-IN        PIC 9(06).
005200     05  CK-BASE-CNT-ADD       PIC 9(06).
005300     05  CK-BASE-CNT-SUB       PIC 9(06).
005400     05  CK-BASE-CNT-MUL       PIC 9(06).
005500     05  CK-BASE-CNT-DIV       PIC 9(06).
005600     05  CK-BASE-TOTAL-ADD     PIC S9(09)V99.
005700     05  CK-BASE-TOTAL-SUB     PIC S9(09)V99.
005800     05  CK-BASE-TOTAL-MUL     PIC S9(09)V99.
005900     05  CK-BASE-TOTAL-DIV     PIC S9(09)V99.
006000     05  CK-HLD-COUNT          PIC 9(06).
006100     05  CK-HELD-COUNT         PIC 9(06).
006200     05  CK-REL-IN-COUNT       PIC 9(06).
006300     05  CK-FILLER             PIC X(04).
