001700*                 SURFACES AT MONTH-END INSTEAD OF AT        *
001800*                 YEAR-END CLOSE.                            *
001900*-----------------------------------------------------------*
001910* 2026-10-15 RKM  WRITES A ONE-RECORD SWEEP STATUS FILE      *
001920*                 (MTDSTAT): PERIOD, LAST DAY SWEPT,         *
001930*                 BUSINESS DAYS CHECKED AND MISSED, SO THE   *
001940*                 CHARGEBACK STEP CAN REFUSE THE GENERAL     *
001950*                 LEDGER FEED FOR A MONTH WITH UNRUN DAYS.   *
001960*-----------------------------------------------------------*
001962* 2026-10-15 RKM  PRIOR-PERIOD ADJUSTMENTS.  A POSTING       *
001964*                 EXAMPLE WROTE INTO THIS PERIOD BECAUSE THE *
001966*                 PERIOD IT BELONGS TO WAS ALREADY CLOSED NO *
001968*                 LONGER COUNTS IN THE MONTH-TO-DATE FIGURES *
001970*                 OR AS A RUN ON ITS DAY; IT IS LISTED IN    *
001972*                 ITS OWN SECTION BY ORIGINAL BUSINESS DATE  *
001974*                 AND OPERATION, WITH A TOTAL, AND STAYS IN  *
001976*                 THE YEAR-TO-DATE FIGURES.                  *
001978*-----------------------------------------------------------*
001980* 2026-10-15 RKM  PERIOD OVERRIDE.  AN OPTIONAL MTD-CTL P    *
001982*                 CARD NAMES THE MONTH TO ROLL UP AND SWEEP, *
001984*                 SO A MONTH WITH MISSED DAYS CAN BE RERUN   *
001986*                 AFTER THEY ARE POSTED IN THE NEXT ONE.  AN *
001988*                 EARLIER MONTH IS SWEPT TO ITS LAST DAY AND *
001990*                 ITS YEAR-TO-DATE FIGURES STOP AT THAT      *
001992*                 MONTH.  NO CARD TAKES THE CURRENT MONTH.   *
001994*                 THE SWEEP STATUS RECORD SAYS WHICH.        *
001996*-----------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.  IBM-370.
002300 OBJECT-COMPUTER.  IBM-370.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002520     SELECT MTD-CTL-FILE     ASSIGN TO MTDCTL
002540                             ORGANIZATION IS SEQUENTIAL.
002600     SELECT ARITH-PTD-FILE   ASSIGN TO ARITHPTD
002700                             ORGANIZATION IS SEQUENTIAL.
002800     SELECT HOLIDAY-CAL-FILE ASSIGN TO HOLIDAYS
003000                             FILE STATUS IS WS-CAL-FILE-STATUS.
003100     SELECT MTD-RPT-FILE     ASSIGN TO MTDRPT
003200                             ORGANIZATION IS SEQUENTIAL.
003250     SELECT MTD-STAT-FILE    ASSIGN TO MTDSTAT
003260                             ORGANIZATION IS SEQUENTIAL.
003300*
003400 DATA DIVISION.
003500 FILE SECTION.
003520 FD  MTD-CTL-FILE
003540     RECORDING MODE IS F.
003560     COPY MTDCTL.
003600 FD  ARITH-PTD-FILE
003700     RECORDING MODE IS F.
003800     COPY ARITHPTD.
004200 FD  MTD-RPT-FILE
004300     RECORDING MODE IS F.
004400 01  MTD-RPT-REC                PIC X(80).
004410 FD  MTD-STAT-FILE
004420     RECORDING MODE IS F.
004430     COPY MTDSTAT.
004500*
004600 WORKING-STORAGE SECTION.
004700 01  WS-TODAY-DATE.
004750     05  WS-TODAY-PERIOD.
004800         10  WS-CCYY           PIC 9(04).
004850         10  WS-MM             PIC 9(02).
005000     05  WS-DD                 PIC 9(02).
005020 77  WS-CTL-EOF-SWITCH         PIC X(01) VALUE 'N'.
005040     88  WS-CTL-EOF            VALUE 'Y'.
005060 77  WS-OVERRIDE-SWITCH        PIC X(01) VALUE 'N'.
005080     88  WS-PERIOD-OVERRIDDEN  VALUE 'Y'.
005100 77  WS-PTD-EOF-SWITCH         PIC X(01) VALUE 'N'.
005200     88  WS-PTD-EOF            VALUE 'Y'.
005300 77  WS-CAL-EOF-SWITCH         PIC X(01) VALUE 'N'.
005500 77  WS-CAL-FILE-STATUS        PIC X(02) VALUE '00'.
005600 77  WS-PTD-IN-COUNT           PIC 9(06) VALUE 0 COMP.
005700 77  WS-MISSED-DAY-COUNT       PIC 9(03) VALUE 0 COMP.
005750 77  WS-BUS-DAY-COUNT          PIC 9(03) VALUE 0 COMP.
005800 77  WS-HOL-COUNT              PIC 9(03) VALUE 0 COMP.
005900 77  WS-HOL-SUB                PIC 9(03) VALUE 0 COMP.
006000 77  WS-MAX-HOLIDAYS           PIC 9(03) VALUE 100 COMP.
007620 77  WS-LEAP-REM-4             PIC 9(02) VALUE 0.
007630 77  WS-LEAP-REM-100           PIC 9(03) VALUE 0.
007640 77  WS-LEAP-REM-400           PIC 9(03) VALUE 0.
007645 77  WS-ADJ-FOUND-SWITCH       PIC X(01) VALUE 'N'.
007650     88  WS-ADJ-FOUND          VALUE 'Y'.
007655 77  WS-ADJ-SUB                PIC 9(03) VALUE 0 COMP.
007660 77  WS-ADJ-USED               PIC 9(03) VALUE 0 COMP.
007665 77  WS-MAX-ADJ                PIC 9(03) VALUE 100 COMP.
007670 77  WS-ADJ-UNLISTED           PIC 9(06) VALUE 0 COMP.
007675 77  WS-ADJ-TOTAL-COUNT        PIC 9(08) VALUE 0.
007680 77  WS-ADJ-TOTAL              PIC S9(11)V99 VALUE 0.
007700 01  WS-DAYS-PER-MONTH-DATA.
007800     05  FILLER   PIC X(24) VALUE '312831303130313130313031'.
007900 01  WS-DAYS-PER-MONTH-TABLE REDEFINES
009100         10  OR-MTD-TOTAL      PIC S9(11)V99.
009200         10  OR-YTD-COUNT      PIC 9(08).
009300         10  OR-YTD-TOTAL      PIC S9(11)V99.
009310 01  WS-ADJ-TABLE.
009320     05  WS-ADJ-ENTRY OCCURS 100 TIMES.
009330         10  AJ-ORIG-DATE      PIC X(08).
009340         10  AJ-OPERATION      PIC X(03).
009350         10  AJ-COUNT          PIC 9(08).
009360         10  AJ-TOTAL          PIC S9(11)V99.
009400 01  WS-RPT-HDR1.
009500     05  FILLER       PIC X(30) VALUE
009600         'ARITH PERIOD-TO-DATE SUMMARY'.
010400     05  H2-PERIOD-YEAR PIC 9(04).
010500     05  FILLER       PIC X(01) VALUE '-'.
010600     05  H2-PERIOD-MONTH PIC 9(02).
010650     05  H2-SOURCE    PIC X(30) VALUE SPACES.
010700 01  WS-RPT-OP-DTL.
010800     05  FILLER       PIC X(03) VALUE SPACES.
010900     05  OD-OPERATION PIC X(03).
012000         'NO RUN POSTED ON BUSINESS DAY:'.
012100     05  FILLER       PIC X(01) VALUE SPACES.
012200     05  MS-DATE      PIC 9(08).
012202 01  WS-RPT-ADJ-HDR.
012204     05  FILLER       PIC X(43) VALUE
012206         'PRIOR-PERIOD ADJUSTMENTS FROM CLOSED MONTHS'.
012208 01  WS-RPT-ADJ-NONE.
012210     05  FILLER       PIC X(07) VALUE '   NONE'.
012212 01  WS-RPT-ADJ-DTL.
012214     05  FILLER       PIC X(03) VALUE SPACES.
012216     05  AD-OPERATION PIC X(03).
012218     05  FILLER       PIC X(12) VALUE ' ORIG DATE: '.
012220     05  AD-ORIG-DATE PIC X(08).
012222     05  FILLER       PIC X(08) VALUE ' TOTAL: '.
012224     05  AD-TOTAL     PIC Z(10)9.99-.
012226     05  FILLER       PIC X(05) VALUE ' CT: '.
012228     05  AD-COUNT     PIC Z(7)9.
012230 01  WS-RPT-ADJ-UNLISTED.
012232     05  FILLER       PIC X(30) VALUE
012234         '   ADJUSTMENTS NOT LISTED:   '.
012236     05  AL-UNLISTED  PIC Z(5)9.
012238 01  WS-RPT-ADJ-TOT.
012240     05  FILLER       PIC X(26) VALUE
012242         '   ADJUSTMENTS TOTAL:     '.
012244     05  AT-TOTAL     PIC Z(10)9.99-.
012246     05  FILLER       PIC X(05) VALUE ' CT: '.
012248     05  AT-COUNT     PIC Z(7)9.
012300 01  WS-RPT-CNT.
012400     05  FILLER       PIC X(15) VALUE 'POSTINGS READ: '.
012500     05  C-PTD-IN     PIC Z(5)9.
013800     PERFORM 2000-ROLL-ONE-POSTING THRU 2000-EXIT
013900         UNTIL WS-PTD-EOF
014000     PERFORM 3000-REPORT-ROLLUPS THRU 3000-EXIT
014050     PERFORM 3500-REPORT-ADJUSTMENTS THRU 3500-EXIT
014100     PERFORM 4000-SWEEP-CALENDAR THRU 4000-EXIT
014200     PERFORM 5900-MTD-SUMMARY THRU 5900-EXIT
014300     PERFORM 9999-TERMINATE THRU 9999-EXIT
014400     STOP RUN.
014500*-----------------------------------------------------------*
014600* 1000-INITIALIZE - STAMP THE HEADER FROM RUNDATE, SET THE   *
014650* PERIOD (THE CURRENT MONTH UNLESS AN MTD-CTL CARD NAMES AN  *
014700* EARLIER ONE), SET UP THE ROLL-UP AND DAY-POSTED TABLES FOR *
014800* IT, LOAD THE HOLIDAY TABLE AND PRIME THE MASTER READ-AHEAD.*
014900*-----------------------------------------------------------*
015000 1000-INITIALIZE.
015100     CALL 'RUNDATE' USING RUNDATE-PARM
015200     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
015250     PERFORM 1050-READ-PERIOD-CONTROL THRU 1050-EXIT
015300     OPEN INPUT ARITH-PTD-FILE
015400     OPEN OUTPUT MTD-RPT-FILE
015450     OPEN OUTPUT MTD-STAT-FILE
015500     MOVE RD-FORMATTED-DATE TO H1-RUN-DATE
015600     MOVE RD-BUSINESS-DAY-FLAG TO H1-BUS-DAY
015700     WRITE MTD-RPT-REC FROM WS-RPT-HDR1
015800     MOVE WS-CCYY TO H2-PERIOD-YEAR
015900     MOVE WS-MM TO H2-PERIOD-MONTH
015920     IF WS-PERIOD-OVERRIDDEN
015940         MOVE ' - RERUN BY MTD-CTL P CARD' TO H2-SOURCE
015960     END-IF
016000     WRITE MTD-RPT-REC FROM WS-RPT-HDR2
016100     MOVE 'ADD' TO OR-OPERATION(1)
016200     MOVE 'SUB' TO OR-OPERATION(2)
017000     PERFORM 1400-READ-POSTING THRU 1400-EXIT.
017100 1000-EXIT.
017200     EXIT.
017201*-----------------------------------------------------------*
017202* 1050-READ-PERIOD-CONTROL - AN EMPTY MTD-CTL DECK LEAVES THE*
017203* CURRENT MONTH.  A P CARD FOR AN EARLIER MONTH MAKES THAT   *
017204* THE PERIOD, SWEPT TO ITS LAST DAY (4000 CUTS THE 31 BACK TO*
017205* THE MONTH'S LENGTH).  A CARD THAT CANNOT BE ACTED ON STOPS *
017206* THE RUN BEFORE ANYTHING IS WRITTEN.                        *
017207*-----------------------------------------------------------*
017208 1050-READ-PERIOD-CONTROL.
017209     OPEN INPUT MTD-CTL-FILE
017210     PERFORM 1055-LOAD-ONE-CARD THRU 1055-EXIT
017211         UNTIL WS-CTL-EOF
017212     CLOSE MTD-CTL-FILE.
017213 1050-EXIT.
017214     EXIT.
017215 1055-LOAD-ONE-CARD.
017216     READ MTD-CTL-FILE
017217         AT END
017218             MOVE 'Y' TO WS-CTL-EOF-SWITCH
017219             GO TO 1055-EXIT
017220     END-READ
017221     IF NOT MX-PERIOD-CARD
017222         DISPLAY 'ARITHMTD - MTD-CTL CARD TYPE ' MX-CARD-TYPE
017223             ' IS NOT P'
017224         MOVE 16 TO RETURN-CODE
017225         GO TO 9999-ABEND
017226     END-IF
017227     IF WS-PERIOD-OVERRIDDEN
017228         DISPLAY 'ARITHMTD - MORE THAN ONE MTD-CTL P CARD'
017229         MOVE 16 TO RETURN-CODE
017230         GO TO 9999-ABEND
017231     END-IF
017232     IF MX-PERIOD NOT NUMERIC
017233         DISPLAY 'ARITHMTD - MTD-CTL PERIOD ' MX-PERIOD
017234             ' IS NOT CCYYMM'
017235         MOVE 16 TO RETURN-CODE
017236         GO TO 9999-ABEND
017237     END-IF
017238     IF MX-PERIOD-MONTH < 1 OR MX-PERIOD-MONTH > 12
017239         OR MX-PERIOD > WS-TODAY-PERIOD
017240         DISPLAY 'ARITHMTD - MTD-CTL PERIOD ' MX-PERIOD
017241             ' IS NOT A MONTH UP TO ' WS-TODAY-PERIOD
017242         MOVE 16 TO RETURN-CODE
017243         GO TO 9999-ABEND
017244     END-IF
017245     MOVE 'Y' TO WS-OVERRIDE-SWITCH
017246     IF MX-PERIOD < WS-TODAY-PERIOD
017247         MOVE MX-PERIOD TO WS-TODAY-PERIOD
017248         MOVE 31 TO WS-DD
017249     END-IF
017250     DISPLAY 'ARITHMTD - PERIOD ' WS-TODAY-PERIOD
017251         ' FROM THE MTD-CTL P CARD'.
017252 1055-EXIT.
017253     EXIT.
017300 1100-CLEAR-ONE-ROLLUP.
017400     MOVE 0 TO OR-MTD-COUNT(WS-OP-SUB)
017500     MOVE 0 TO OR-MTD-TOTAL(WS-OP-SUB)
021900 1400-EXIT.
022000     EXIT.
022100*-----------------------------------------------------------*
022150* 2000-ROLL-ONE-POSTING - FOLD ONE MASTER POSTING INTO THE   *
022200* YEAR-TO-DATE FIGURES (SAME YEAR, UP TO THE PERIOD) AND THE *
022250* MONTH-TO-DATE FIGURES (SAME PERIOD), AND MARK THE POSTING'S*
022300* RUN DAY AS COVERED WHEN IT FALLS IN THE PERIOD.  A         *
022350* PRIOR-PERIOD ADJUSTMENT IN THE PERIOD IS SET ASIDE FOR ITS *
022400* OWN SECTION INSTEAD OF THE MONTH-TO-DATE FIGURES.          *
022600*-----------------------------------------------------------*
022700 2000-ROLL-ONE-POSTING.
022800     PERFORM 2100-LOCATE-OPERATION THRU 2100-EXIT
022900     IF WS-OP-SUB > 0 AND PT-PERIOD-YEAR = WS-CCYY
022950         AND PT-PERIOD-MONTH NOT > WS-MM
023000         ADD PT-OP-COUNT TO OR-YTD-COUNT(WS-OP-SUB)
023100         ADD PT-TOTAL TO OR-YTD-TOTAL(WS-OP-SUB)
023120         IF PT-PERIOD-MONTH = WS-MM AND PT-ADJUSTMENT
023140             PERFORM 2200-NOTE-ADJUSTMENT THRU 2200-EXIT
023160         END-IF
023180         IF PT-PERIOD-MONTH = WS-MM AND NOT PT-ADJUSTMENT
023300             ADD PT-OP-COUNT TO OR-MTD-COUNT(WS-OP-SUB)
023400             ADD PT-TOTAL TO OR-MTD-TOTAL(WS-OP-SUB)
023500             IF PT-RUN-DATE(9:2) NUMERIC
025400     END-EVALUATE.
025500 2100-EXIT.
025600     EXIT.
025602*-----------------------------------------------------------*
025604* 2200-NOTE-ADJUSTMENT - FOLD A PRIOR-PERIOD ADJUSTMENT INTO *
025606* ITS ORIGINAL BUSINESS DATE AND OPERATION'S LINE FOR 3500.  *
025608* PAST THE TABLE'S CAPACITY IT STILL COUNTS IN THE           *
025610* ADJUSTMENT TOTALS AND IS REPORTED AS NOT LISTED.           *
025612*-----------------------------------------------------------*
025614 2200-NOTE-ADJUSTMENT.
025616     ADD PT-OP-COUNT TO WS-ADJ-TOTAL-COUNT
025618     ADD PT-TOTAL TO WS-ADJ-TOTAL
025620     MOVE 'N' TO WS-ADJ-FOUND-SWITCH
025622     PERFORM 2210-MATCH-ONE-ADJUSTMENT THRU 2210-EXIT
025624         VARYING WS-ADJ-SUB FROM 1 BY 1
025626         UNTIL WS-ADJ-SUB > WS-ADJ-USED
025628             OR WS-ADJ-FOUND
025630     IF WS-ADJ-FOUND
025632         GO TO 2200-EXIT
025634     END-IF
025636     IF WS-ADJ-USED >= WS-MAX-ADJ
025638         ADD 1 TO WS-ADJ-UNLISTED
025640         GO TO 2200-EXIT
025642     END-IF
025644     ADD 1 TO WS-ADJ-USED
025646     MOVE PT-ORIG-BUS-DATE TO AJ-ORIG-DATE(WS-ADJ-USED)
025648     MOVE PT-OPERATION TO AJ-OPERATION(WS-ADJ-USED)
025650     MOVE PT-OP-COUNT TO AJ-COUNT(WS-ADJ-USED)
025652     MOVE PT-TOTAL TO AJ-TOTAL(WS-ADJ-USED).
025654 2200-EXIT.
025656     EXIT.
025658 2210-MATCH-ONE-ADJUSTMENT.
025660     IF AJ-ORIG-DATE(WS-ADJ-SUB) = PT-ORIG-BUS-DATE
025662         AND AJ-OPERATION(WS-ADJ-SUB) = PT-OPERATION
025664         MOVE 'Y' TO WS-ADJ-FOUND-SWITCH
025666         ADD PT-OP-COUNT TO AJ-COUNT(WS-ADJ-SUB)
025668         ADD PT-TOTAL TO AJ-TOTAL(WS-ADJ-SUB)
025670     END-IF.
025672 2210-EXIT.
025674     EXIT.
025700*-----------------------------------------------------------*
025800* 3000-REPORT-ROLLUPS - ONE LINE PER OPERATION WITH THE      *
025900* MONTH-TO-DATE AND YEAR-TO-DATE TOTALS AND COUNTS.          *
027200     WRITE MTD-RPT-REC FROM WS-RPT-OP-DTL.
027300 3100-EXIT.
027400     EXIT.
027402*-----------------------------------------------------------*
027404* 3500-REPORT-ADJUSTMENTS - THE PRIOR-PERIOD ADJUSTMENTS     *
027406* POSTED INTO THIS PERIOD BECAUSE THE PERIOD THEY BELONG TO  *
027408* WAS ALREADY CLOSED, ONE LINE PER ORIGINAL BUSINESS DATE    *
027410* AND OPERATION, KEPT OUT OF THE MONTH-TO-DATE FIGURES ABOVE *
027412* (THEY ARE IN THE YEAR-TO-DATE FIGURES, BEING BOOKED IN     *
027414* THIS PERIOD).                                              *
027416*-----------------------------------------------------------*
027418 3500-REPORT-ADJUSTMENTS.
027420     WRITE MTD-RPT-REC FROM WS-RPT-ADJ-HDR
027422     IF WS-ADJ-USED = 0
027424         WRITE MTD-RPT-REC FROM WS-RPT-ADJ-NONE
027426         GO TO 3500-EXIT
027428     END-IF
027430     PERFORM 3510-REPORT-ONE-ADJUSTMENT THRU 3510-EXIT
027432         VARYING WS-ADJ-SUB FROM 1 BY 1
027434         UNTIL WS-ADJ-SUB > WS-ADJ-USED
027436     IF WS-ADJ-UNLISTED > 0
027438         MOVE WS-ADJ-UNLISTED TO AL-UNLISTED
027440         WRITE MTD-RPT-REC FROM WS-RPT-ADJ-UNLISTED
027442     END-IF
027444     MOVE WS-ADJ-TOTAL-COUNT TO AT-COUNT
027446     MOVE WS-ADJ-TOTAL TO AT-TOTAL
027448     WRITE MTD-RPT-REC FROM WS-RPT-ADJ-TOT.
027450 3500-EXIT.
027452     EXIT.
027454 3510-REPORT-ONE-ADJUSTMENT.
027456     MOVE AJ-ORIG-DATE(WS-ADJ-SUB) TO AD-ORIG-DATE
027458     MOVE AJ-OPERATION(WS-ADJ-SUB) TO AD-OPERATION
027460     MOVE AJ-TOTAL(WS-ADJ-SUB) TO AD-TOTAL
027462     MOVE AJ-COUNT(WS-ADJ-SUB) TO AD-COUNT
027464     WRITE MTD-RPT-REC FROM WS-RPT-ADJ-DTL.
027466 3510-EXIT.
027468     EXIT.
027500*-----------------------------------------------------------*
027600* 4000-SWEEP-CALENDAR - WALK EVERY DAY OF THE PERIOD UP      *
027700* THROUGH TODAY, OR TO ITS LAST DAY FOR AN EARLIER MONTH, AND*
027800* FLAG EACH BUSINESS DAY WITH NO POSTED RUN.  FEBRUARY GETS  *
027900* ITS LEAP DAY BY THE USUAL CENTURY RULES.                   *
028000*-----------------------------------------------------------*
028100 4000-SWEEP-CALENDAR.
028200     MOVE WS-MONTH-DAY-COUNT(WS-MM) TO WS-MONTH-DAYS
029700     EXIT.
029800 4100-CHECK-ONE-DAY.
029900     PERFORM 4200-SET-BUS-DAY-SWITCH THRU 4200-EXIT
029950     IF WS-IS-BUS-DAY
029960         ADD 1 TO WS-BUS-DAY-COUNT
029970     END-IF
030000     IF WS-IS-BUS-DAY
030100         AND WS-DAY-POSTED-FLAG(WS-DAY-SUB) NOT = 'Y'
030200         ADD 1 TO WS-MISSED-DAY-COUNT
035300 4300-EXIT.
035400     EXIT.
035500*-----------------------------------------------------------*
035600* 5900-MTD-SUMMARY - POSTINGS READ AND BUSINESS DAYS MISSED, *
035650* AND THE SWEEP STATUS RECORD FOR THE LATER MONTH-END STEPS. *
035700*-----------------------------------------------------------*
035800 5900-MTD-SUMMARY.
035900     MOVE WS-PTD-IN-COUNT TO C-PTD-IN
036000     MOVE WS-MISSED-DAY-COUNT TO C-MISSED
036100     WRITE MTD-RPT-REC FROM WS-RPT-CNT
036110     MOVE SPACES TO MTD-STAT-REC
036120     MOVE WS-CCYY TO MD-PERIOD-YEAR
036130     MOVE WS-MM TO MD-PERIOD-MONTH
036140     COMPUTE MD-THROUGH-DATE =
036150         WS-CCYY * 10000 + WS-MM * 100 + WS-MONTH-DAYS
036160     MOVE WS-BUS-DAY-COUNT TO MD-BUS-DAY-COUNT
036170     MOVE WS-MISSED-DAY-COUNT TO MD-MISSED-DAY-COUNT
036180     IF WS-MISSED-DAY-COUNT > 0
036190         SET MD-DAYS-MISSED TO TRUE
036200     ELSE
036210         SET MD-SWEEP-CLEAN TO TRUE
036220     END-IF
036230     MOVE RD-FORMATTED-DATE TO MD-RUN-DATE
036231     IF WS-PERIOD-OVERRIDDEN
036232         SET MD-PERIOD-OVERRIDE TO TRUE
036233     ELSE
036234         SET MD-PERIOD-CURRENT TO TRUE
036235     END-IF
036240     WRITE MTD-STAT-REC
036250     IF WS-MISSED-DAY-COUNT > 0
036300         MOVE 8 TO RETURN-CODE
036400     END-IF.
036500 5900-EXIT.
036900*-----------------------------------------------------------*
037000 9999-TERMINATE.
037100     CLOSE ARITH-PTD-FILE
037200     CLOSE MTD-RPT-FILE
037250     CLOSE MTD-STAT-FILE.
037300 9999-EXIT.
037400     EXIT.
037500 9999-ABEND.
037600     STOP RUN.
