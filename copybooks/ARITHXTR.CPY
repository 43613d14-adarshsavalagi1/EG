001100*-----------------------------------------------------------*
001200* 2026-09-02 RKM  ORIGINAL COPYBOOK.                         *
001300*-----------------------------------------------------------*
001310* 2026-10-15 RKM  CARVED XR-ENTRY-TYPE OUT OF THE FILLER.    *
001320*                 'R' MARKS A REVERSAL POSTING (THE NEGATED  *
001330*                 RESULT OF AN EARLIER TRANSACTION'S         *
001340*                 OPERATION); REVERSALS FOLLOW ALL OF THE    *
001350*                 DAY'S ORDINARY POSTINGS IN THE FEED.       *
001360*-----------------------------------------------------------*
001365* 2026-10-15 RKM  ENTRY TYPE 'H' MARKS THE POSTING OF A HOLD *
001370*                 A SUPERVISOR RELEASED, UNDER ITS ORIGINAL  *
001375*                 TRANSACTION ID AND BRANCH; RELEASED HOLDS  *
001380*                 FOLLOW THE REVERSALS IN THE FEED.          *
001385*-----------------------------------------------------------*
001400 01  ARITH-XTR-REC.
001500     05  XR-RECORD-TYPE        PIC X(01).
001600         88  XR-DETAIL-REC      VALUE 'D'.
002300         10  XR-NUM2           PIC 9(05).
002400         10  XR-RESULT-SIGN    PIC X(01).
002500         10  XR-RESULT         PIC 9(05)V99.
002550         10  XR-ENTRY-TYPE     PIC X(01).
002600             88  XR-REVERSAL    VALUE 'R'.
002620             88  XR-RELEASED-HOLD VALUE 'H'.
002650         10  FILLER            PIC X(08).
002700     05  XR-TRAILER REDEFINES XR-DETAIL.
002800         10  XT-REC-COUNT      PIC 9(08).
002900         10  XT-HASH-SIGN      PIC X(01).
