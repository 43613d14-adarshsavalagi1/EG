000870*                 SO AN EXCEPTION CARRIES ITS BRANCH AND    *
000880*                 THE RECYCLE RUN CAN STAMP IT ON THE       *
000890*                 ARITH-HST LIFECYCLE RECORD.               *
000892*-----------------------------------------------------------*
000894* 2026-10-15 RKM  ADDED THE 'V' OPERATION VALUE FOR THE E006 *
000896*                 REVERSAL-ORIGINAL-NOT-FOUND EXCEPTION.     *
000900*-----------------------------------------------------------*
000910* 2026-10-15 RKM  CARVED AE-ENTRY-TYPE OUT OF THE FILLER.    *
000920*                 'H' MARKS AN EXCEPTION RAISED WHILE        *
000930*                 POSTING A RELEASED HOLD, WHOSE TRANSACTION *
000940*                 BELONGS TO AN EARLIER PROCESSING DATE.     *
000950*-----------------------------------------------------------*
001000 01  ARITH-ERR-REC.
001100     05  AE-RUN-ID             PIC X(08).
001200     05  AE-TRANS-ID           PIC 9(06).
001600         88  AE-OP-MULTIPLY     VALUE 'M'.
001700         88  AE-OP-DIVIDE       VALUE 'D'.
001710         88  AE-OP-INVALID      VALUE '?'.
001720         88  AE-OP-REVERSAL     VALUE 'V'.
001800     05  AE-ERROR-CODE         PIC X(04).
001900     05  AE-TIMESTAMP          PIC X(21).
002000     05  AE-RECYCLE-COUNT      PIC 9(02).
002050     05  AE-BRANCH-CODE        PIC X(03).
002060     05  AE-ENTRY-TYPE         PIC X(01).
002070         88  AE-RELEASED-HOLD   VALUE 'H'.
002080     05  AE-FILLER             PIC X(34).
