000100*-----------------------------------------------------------*
000200* ANMCTL.CPY                                                 *
000300* CONTROL CARD DECK FOR ARITHANM, THE DAILY BRANCH ANOMALY   *
000400* REPORT, IN THE EDTCTL PATTERN.  TWO CARD TYPES:            *
000500*   W  TRAILING WINDOW - THE NUMBER OF BUSINESS DAYS BEFORE  *
000600*      THE PROCESSING DATE WHOSE ARITH-HST RECORDS FORM EACH *
000700*      BRANCH'S TRAILING AVERAGE (001 TO 060).  NO W CARD    *
000800*      TAKES THE PROGRAM DEFAULT.                            *
000900*   T  TOLERANCE BAND FOR ONE MEASURE - CNT (TRANSACTION     *
001000*      COUNT), REJ (REJECT RATE), EXC (EXCEPTION RATE) OR    *
001100*      ADD, SUB, MUL, DIV (THAT OPERATION'S RESULT TOTAL).   *
001200*      FOR CNT AND THE RESULT TOTALS THE LOW AND HIGH BANDS  *
001300*      ARE PERCENTAGES OF THE TRAILING AVERAGE; FOR REJ AND  *
001400*      EXC THEY ARE PERCENTAGE POINTS BELOW AND ABOVE THE    *
001500*      TRAILING RATE.  A BAND OF 000 IS NOT CHECKED.  A      *
001600*      MEASURE WITH NO T CARD KEEPS THE PROGRAM DEFAULT.     *
001700*-----------------------------------------------------------*
001800* 2026-10-15 RKM  ORIGINAL COPYBOOK.                         *
001900*-----------------------------------------------------------*
002000 01  ANM-CTL-REC.
002100     05  AC-CARD-TYPE          PIC X(01).
002200         88  AC-WINDOW-CARD     VALUE 'W'.
002300         88  AC-TOLERANCE-CARD  VALUE 'T'.
002400     05  AC-WINDOW-DATA.
002500         10  AC-WINDOW-DAYS    PIC X(03).
002600         10  AC-WINDOW-NUM     REDEFINES AC-WINDOW-DAYS
002700                               PIC 9(03).
002800         10  FILLER            PIC X(76).
002900     05  AC-TOLERANCE-DATA     REDEFINES AC-WINDOW-DATA.
003000         10  AC-MEASURE        PIC X(03).
003100         10  AC-LOW-BAND       PIC X(03).
003200         10  AC-LOW-NUM        REDEFINES AC-LOW-BAND
003300                               PIC 9(03).
003400         10  AC-HIGH-BAND      PIC X(03).
003500         10  AC-HIGH-NUM       REDEFINES AC-HIGH-BAND
003600                               PIC 9(03).
003700         10  FILLER            PIC X(70).
