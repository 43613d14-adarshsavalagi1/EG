000100*-----------------------------------------------------------*
000200* MRGCTL.CPY                                                 *
000300* CONTROL CARD DECK FOR THE ARITHMRG BRANCH MERGE, IN THE    *
000400* FIBOPARM PATTERN.  ONE CARD TYPE:                          *
000500*   W  WAIVER - THE OPERATOR'S DECISION TO RUN THE DATE      *
000600*      WITHOUT ONE BRANCH FOR GOOD.  IF THAT BRANCH'S FILE   *
000700*      FAILS VERIFICATION IT IS WAIVED RATHER THAN DEFERRED, *
000800*      SO NO CATCH-UP RUN IS OWED FOR IT; ON A CATCH-UP RUN  *
000900*      IT CLOSES A DEFERRAL WHOSE FILE NEVER ARRIVED.  A     *
001000*      BRANCH WHOSE FILE VERIFIES IS MERGED AND THE CARD IS  *
001100*      IGNORED.  THE OPERATOR ID IS MANDATORY.               *
001200* AN EMPTY DECK IS THE NORMAL CASE.                          *
001300*-----------------------------------------------------------*
001400* 2026-10-15 RKM  ORIGINAL COPYBOOK.                         *
001500*-----------------------------------------------------------*
001600 01  MERGE-CTL-REC.
001700     05  MC-CARD-TYPE          PIC X(01).
001800         88  MC-WAIVER-CARD     VALUE 'W'.
001900     05  MC-BRANCH-CODE        PIC X(03).
002000     05  MC-OPERATOR-ID        PIC X(08).
002100     05  MC-WAIVE-REASON       PIC X(40).
002200     05  FILLER                PIC X(28).
