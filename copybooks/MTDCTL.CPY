000100*-----------------------------------------------------------*
000200* MTDCTL.CPY                                                 *
000300* CONTROL CARD DECK FOR THE MONTHEND JOB (ARITHMTD AND       *
000400* ARITHCHG), IN THE EDTCTL PATTERN.  ONE CARD TYPE:          *
000500*   P  PERIOD OVERRIDE - THE MONTH (CCYYMM) TO SWEEP AND     *
000600*      BILL, FOR RERUNNING A MONTH AFTER ITS MISSED DAYS     *
000700*      HAVE BEEN POSTED IN THE NEXT ONE.  IT MAY NOT BE      *
000800*      LATER THAN THE CURRENT MONTH.  AN EARLIER MONTH IS    *
000900*      SWEPT TO ITS LAST DAY.  NO P CARD TAKES THE CURRENT   *
001000*      MONTH.                                                *
001100*-----------------------------------------------------------*
001200* 2026-10-15 RKM  ORIGINAL COPYBOOK.                         *
001300*-----------------------------------------------------------*
001400 01  MTD-CTL-REC.
001500     05  MX-CARD-TYPE          PIC X(01).
001600         88  MX-PERIOD-CARD     VALUE 'P'.
001700     05  MX-PERIOD-DATA.
001800         10  MX-PERIOD         PIC X(06).
001900         10  MX-PERIOD-NUM     REDEFINES MX-PERIOD.
002000             15  MX-PERIOD-YEAR  PIC 9(04).
002100             15  MX-PERIOD-MONTH PIC 9(02).
002200         10  FILLER            PIC X(73).
