000100*-----------------------------------------------------------*
000200* MTDSTAT.CPY                                                *
000300* MONTH-END SWEEP STATUS.  ARITHMTD WRITES ONE RECORD AT END *
000400* OF JOB GIVING THE PERIOD IT ROLLED UP, THE LAST DAY ITS    *
000500* CALENDAR SWEEP COVERED, THE BUSINESS DAYS IT CHECKED AND   *
000600* HOW MANY OF THEM HAD NO POSTED RUN.  LATER MONTH-END STEPS *
000700* READ IT INSTEAD OF REPEATING THE SWEEP: ARITHCHG WILL NOT  *
000800* RELEASE A GENERAL LEDGER FEED FOR A PERIOD WHOSE SWEEP IS  *
000900* NOT CLEAN.                                                 *
001000*-----------------------------------------------------------*
001100* 2026-10-15 RKM  ORIGINAL COPYBOOK.                         *
001200*-----------------------------------------------------------*
001210* 2026-10-15 RKM  PERIOD SOURCE BYTE CARVED FROM THE FILLER: *
001220*                 C WHEN THE PERIOD IS THE CURRENT MONTH, O  *
001230*                 WHEN AN MTD-CTL P CARD OVERRODE IT TO      *
001240*                 RERUN AN EARLIER MONTH.                    *
001250*-----------------------------------------------------------*
001300 01  MTD-STAT-REC.
001400     05  MD-PERIOD.
001500         10  MD-PERIOD-YEAR    PIC 9(04).
001600         10  MD-PERIOD-MONTH   PIC 9(02).
001700     05  MD-THROUGH-DATE       PIC 9(08).
001800     05  MD-BUS-DAY-COUNT      PIC 9(03).
001900     05  MD-MISSED-DAY-COUNT   PIC 9(03).
002000     05  MD-SWEEP-STATUS       PIC X(01).
002100         88  MD-SWEEP-CLEAN     VALUE 'C'.
002200         88  MD-DAYS-MISSED     VALUE 'M'.
002300     05  MD-RUN-DATE           PIC X(10).
002400     05  MD-PERIOD-SOURCE      PIC X(01).
002500         88  MD-PERIOD-CURRENT  VALUE 'C'.
002600         88  MD-PERIOD-OVERRIDE VALUE 'O'.
002700     05  FILLER                PIC X(48).
