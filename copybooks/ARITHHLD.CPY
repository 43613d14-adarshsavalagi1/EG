000100*-----------------------------------------------------------*
000200* ARITHHLD.CPY                                               *
000300* LARGE-VALUE HOLD RECORD.  EXAMPLE WRITES ONE FOR EVERY     *
000400* TRANSACTION WHOSE LARGEST RESULT EXCEEDS ITS BRANCH'S      *
000500* AUTHORISATION LIMIT (BM-AUTH-LIMIT) INSTEAD OF POSTING IT. *
000600* THE DAY'S HOLDS ARE APPENDED TO THE HOLD QUEUE, WHERE THEY *
000700* WAIT FOR A SUPERVISOR'S DECISION IN ARITHREL:              *
000800*   H  HELD - AWAITING A DECISION                            *
000900*   L  RELEASED - ARITHREL WRITES THE RECORD, WITH THE       *
001000*      DECISION DATE AND APPROVER, TO THE RELEASE FILE THE   *
001100*      NEXT EXAMPLE RUN POSTS FROM                           *
001200*   D  DECLINED - THE APPROVER'S REASON IS MANDATORY; THE    *
001300*      TRANSACTION IS NEVER POSTED                           *
001400* HD-HOLD-DATE IS THE PROCESSING DATE THE TRANSACTION        *
001500* BELONGS TO, AND A RELEASED HOLD IS POSTED UNDER IT.        *
001600*-----------------------------------------------------------*
001700* 2026-10-15 RKM  ORIGINAL COPYBOOK.                         *
001800*-----------------------------------------------------------*
001900 01  ARITH-HLD-REC.
002000     05  HD-TRANS-ID           PIC 9(06).
002100     05  HD-HOLD-DATE          PIC 9(08).
002200     05  HD-BRANCH-CODE        PIC X(03).
002300     05  HD-NUM1               PIC 9(05).
002400     05  HD-NUM2               PIC 9(05).
002500     05  HD-OP-CODE            PIC X(03).
002600     05  HD-HOLD-OP            PIC X(03).
002700     05  HD-HOLD-SIGN          PIC X(01).
002800     05  HD-HOLD-RESULT        PIC 9(05)V99.
002900     05  HD-AUTH-LIMIT         PIC 9(05)V99.
003000     05  HD-STATUS             PIC X(01).
003100         88  HD-HELD            VALUE 'H'.
003200         88  HD-RELEASED        VALUE 'L'.
003300         88  HD-DECLINED        VALUE 'D'.
003400     05  HD-DECISION-DATE      PIC 9(08).
003500     05  HD-APPROVER-ID        PIC X(08).
003600     05  HD-DECLINE-REASON     PIC X(40).
003700     05  FILLER                PIC X(15).
