000100*-----------------------------------------------------------*
000200* PRDCTL.CPY                                                 *
000300* ACCOUNTING PERIOD CONTROL MASTER.  ONE RECORD PER PERIOD   *
000400* (YEAR AND MONTH) THAT HAS EVER BEEN CLOSED, IN ASCENDING   *
000500* PERIOD ORDER, MAINTAINED ONLY THROUGH PRDMAINT.  A PERIOD  *
000600* WITH NO RECORD IS OPEN.                                    *
000700*                                                            *
000800* PC-STATUS 'C' MEANS FINANCE HAS CLOSED THE PERIOD: EXAMPLE *
000900* POSTS NOTHING MORE INTO IT, AND A POSTING THAT BELONGS TO  *
001000* IT GOES TO THE ARITH-PTD MASTER AS A PRIOR-PERIOD          *
001100* ADJUSTMENT IN THE CURRENT OPEN PERIOD INSTEAD.  'O' MEANS  *
001200* AN AUTHORISED PRDMAINT TRANSACTION REOPENED IT (EVERY      *
001300* CLOSE AND REOPEN IS ON THE PERIOD AUDIT TRAIL,             *
001400* PRDAUD.CPY); IT TAKES POSTINGS AGAIN UNTIL IT IS CLOSED    *
001500* AGAIN.                                                     *
001600*-----------------------------------------------------------*
001700* 2026-10-15 RKM  ORIGINAL COPYBOOK.                         *
001800*-----------------------------------------------------------*
001900 01  PRD-CTL-REC.
002000     05  PC-PERIOD.
002100         10  PC-PERIOD-YEAR    PIC 9(04).
002200         10  PC-PERIOD-MONTH   PIC 9(02).
002300     05  PC-STATUS             PIC X(01).
002400         88  PC-CLOSED          VALUE 'C'.
002500         88  PC-REOPENED        VALUE 'O'.
002600     05  PC-CLOSED-DATE        PIC X(10).
002700     05  PC-CLOSED-BY          PIC X(08).
002800     05  PC-REOPEN-COUNT       PIC 9(03).
002900     05  PC-REOPENED-DATE      PIC X(10).
003000     05  PC-REOPENED-BY        PIC X(08).
003100     05  FILLER                PIC X(34).
