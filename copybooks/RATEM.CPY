000100*-----------------------------------------------------------*
000200* RATEM.CPY                                                  *
000300* CHARGEBACK RATE TABLE.  ONE RECORD PER FEE CODE, IN        *
000400* ASCENDING FEE CODE ORDER, MAINTAINED ONLY THROUGH RATMAINT.*
000500* ARITHCHG PRICES EACH BRANCH'S MONTH FROM IT:               *
000600*   ADD  SUB  MUL  DIV  FEE PER POSTED OPERATION             *
000700*   REJ  FEE PER TRANSACTION REJECTED BY ARITHEDT            *
000800*   EXC  FEE PER OPERATION EXCEPTED TO ARITH-ERR             *
000900* RM-INCOME-ACCOUNT IS THE GENERAL LEDGER PROCESSING INCOME  *
001000* ACCOUNT THE FEE IS CREDITED TO ON THE JOURNAL FEED.  A ZERO*
001100* FEE IS LEGAL (THE ACTIVITY IS COUNTED BUT NOT BILLED).     *
001200*-----------------------------------------------------------*
001300* 2026-10-15 RKM  ORIGINAL COPYBOOK.                         *
001400*-----------------------------------------------------------*
001500 01  RATE-MST-REC.
001600     05  RM-FEE-CODE           PIC X(03).
001700     05  RM-DESCRIPTION        PIC X(30).
001800     05  RM-FEE-AMOUNT         PIC 9(03)V99.
001900     05  RM-INCOME-ACCOUNT     PIC X(10).
002000     05  FILLER                PIC X(32).
