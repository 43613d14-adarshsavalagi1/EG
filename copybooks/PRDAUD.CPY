000100*-----------------------------------------------------------*
000200* PRDAUD.CPY                                                 *
000300* APPEND-ONLY RECORD OF THE ACCOUNTING PERIOD AUDIT TRAIL    *
000400* WRITTEN BY PRDMAINT.  ONE RECORD PER CLOSE OR REOPEN       *
000500* APPLIED TO THE PERIOD CONTROL MASTER, CARRYING WHEN, WHICH *
000600* PERIOD, THE STATUS BEFORE AND AFTER (SPACES BEFORE A FIRST *
000700* CLOSE), WHO SUBMITTED IT AND WHY.  REFUSED CARDS ARE NOT   *
000800* HERE - THEY GO TO THE SECURITY VIOLATIONS FILE THROUGH     *
000900* AUTHCHK.                                                   *
001000*-----------------------------------------------------------*
001100* 2026-10-15 RKM  ORIGINAL COPYBOOK.                         *
001200*-----------------------------------------------------------*
001300 01  PRD-AUD-REC.
001400     05  PA-TIMESTAMP          PIC X(21).
001500     05  PA-PERIOD             PIC X(06).
001600     05  PA-ACTION             PIC X(01).
001700         88  PA-CLOSE           VALUE 'C'.
001800         88  PA-REOPEN          VALUE 'R'.
001900     05  PA-OLD-STATUS         PIC X(01).
002000     05  PA-NEW-STATUS         PIC X(01).
002100     05  PA-OPERATOR-ID        PIC X(08).
002200     05  PA-REASON             PIC X(40).
002300     05  FILLER                PIC X(02).
