000100*-----------------------------------------------------------*
000200* HLDCTL.CPY                                                 *
000300* CONTROL CARD DECK FOR ARITHREL, THE LARGE-VALUE HOLD       *
000400* RELEASE RUN, IN THE EDTCTL PATTERN.  THREE CARD TYPES:     *
000500*   E  ESCALATION - THE AGE IN BUSINESS DAYS BEYOND WHICH AN *
000600*      UNDECIDED HOLD IS FLAGGED ESCALATED ON THE HELD-ITEMS *
000700*      REPORT.  NO E CARD TAKES THE PROGRAM DEFAULT.         *
000800*   R  RELEASE - POSTS ONE HELD TRANSACTION (BRANCH,         *
000900*      TRANSACTION ID AND THE DATE IT WAS HELD) IN THE NEXT  *
001000*      EXAMPLE RUN.  THE APPROVER'S ID IS MANDATORY.         *
001100*   D  DECLINE - CLOSES ONE HELD TRANSACTION UNPOSTED.  THE  *
001200*      APPROVER'S ID AND A REASON ARE MANDATORY.             *
001300*-----------------------------------------------------------*
001400* 2026-10-15 RKM  ORIGINAL COPYBOOK.                         *
001500*-----------------------------------------------------------*
001600 01  HOLD-CTL-REC.
001700     05  HC-CARD-TYPE          PIC X(01).
001800         88  HC-ESCALATE-CARD   VALUE 'E'.
001900         88  HC-RELEASE-CARD    VALUE 'R'.
002000         88  HC-DECLINE-CARD    VALUE 'D'.
002100     05  HC-ESCALATE-DATA.
002200         10  HC-ESCALATE-DAYS  PIC X(03).
002300         10  HC-ESCALATE-NUM   REDEFINES HC-ESCALATE-DAYS
002400                               PIC 9(03).
002500         10  FILLER            PIC X(76).
002600     05  HC-DECISION-DATA      REDEFINES HC-ESCALATE-DATA.
002700         10  HC-BRANCH-CODE    PIC X(03).
002800         10  HC-TRANS-ID       PIC X(06).
002900         10  HC-HOLD-DATE      PIC X(08).
003000         10  HC-HOLD-DATE-NUM  REDEFINES HC-HOLD-DATE
003100                               PIC 9(08).
003200         10  HC-APPROVER-ID    PIC X(08).
003300         10  HC-DECLINE-REASON PIC X(40).
003400         10  FILLER            PIC X(14).
