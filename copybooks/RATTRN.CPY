000100*-----------------------------------------------------------*
000200* RATTRN.CPY                                                 *
000300* KEYED MAINTENANCE TRANSACTION FOR THE CHARGEBACK RATE      *
000400* TABLE, IN THE BRMTRN PATTERN.  ONE RECORD PER ADD OR       *
000500* CHANGE, CARRYING THE SUBMITTER'S ID FOR THE AUDIT REPORT   *
000600* AND THE AUTHORITY CHECK.  A CHANGE REPLACES THE            *
000700* DESCRIPTION, THE FEE AND THE INCOME ACCOUNT.  RX-FEE-AMOUNT*
000800* IS IN WHOLE CENTS WITH NO DECIMAL POINT.  RATMAINT REJECTS *
000810* A DELETE: ARITHCHG NEEDS EVERY FEE CODE, SO A FEE NO       *
000820* LONGER BILLED IS CHANGED TO ZERO.                          *
000900*-----------------------------------------------------------*
001000* 2026-10-15 RKM  ORIGINAL COPYBOOK.                         *
001100*-----------------------------------------------------------*
001110* 2026-10-15 RKM  DELETE CARDS ARE NO LONGER APPLIED.        *
001120*-----------------------------------------------------------*
001200 01  RAT-TRN-REC.
001300     05  RX-ACTION             PIC X(01).
001400         88  RX-ACTION-ADD      VALUE 'A'.
001500         88  RX-ACTION-CHANGE   VALUE 'C'.
001600         88  RX-ACTION-DELETE   VALUE 'D'.
001700         88  RX-ACTION-VALID    VALUE 'A' 'C' 'D'.
001800     05  RX-FEE-CODE           PIC X(03).
001900         88  RX-FEE-CODE-VALID  VALUE 'ADD' 'SUB' 'MUL' 'DIV'
002000                                      'REJ' 'EXC'.
002100     05  RX-DESCRIPTION        PIC X(30).
002200     05  RX-FEE-AMOUNT         PIC X(05).
002300     05  RX-FEE-AMOUNT-NUM     REDEFINES RX-FEE-AMOUNT
002400                               PIC 9(03)V99.
002500     05  RX-INCOME-ACCOUNT     PIC X(10).
002600     05  RX-SUBMITTER-ID       PIC X(08).
002700     05  FILLER                PIC X(23).
