000100*-----------------------------------------------------------*
000200* PRDTRN.CPY                                                 *
000300* PERIOD CONTROL TRANSACTION FOR PRDMAINT, IN THE BRMTRN     *
000400* PATTERN.  ONE RECORD PER CLOSE (C) OR REOPEN (R) OF AN     *
000500* ACCOUNTING PERIOD (CCYYMM), CARRYING THE SUBMITTER'S ID FOR*
000600* THE AUTHORITY CHECK AND THE AUDIT TRAIL.  A REOPEN MUST    *
000700* GIVE A REASON; ON A CLOSE THE REASON IS OPTIONAL.          *
000800*-----------------------------------------------------------*
000900* 2026-10-15 RKM  ORIGINAL COPYBOOK.                         *
001000*-----------------------------------------------------------*
001100 01  PRD-TRN-REC.
001200     05  PX-ACTION             PIC X(01).
001300         88  PX-ACTION-CLOSE    VALUE 'C'.
001400         88  PX-ACTION-REOPEN   VALUE 'R'.
001500         88  PX-ACTION-VALID    VALUE 'C' 'R'.
001600     05  PX-PERIOD             PIC X(06).
001700     05  PX-PERIOD-PARTS       REDEFINES PX-PERIOD.
001800         10  PX-PERIOD-YEAR    PIC 9(04).
001900         10  PX-PERIOD-MONTH   PIC 9(02).
002000     05  PX-SUBMITTER-ID       PIC X(08).
002100     05  PX-REASON             PIC X(40).
002200     05  FILLER                PIC X(25).
