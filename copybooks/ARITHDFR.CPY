000100*-----------------------------------------------------------*
000200* ARITHDFR.CPY                                               *
000300* BRANCH DEFERRAL CONTROL RECORD.  THE PROD.ARITH.DEFERRAL   *
000400* FILE IS APPEND-ONLY: EVERY CHAIN RUN ADDS ONE RECORD PER   *
000500* BRANCH WHOSE STATE CHANGED FOR THE PROCESSING DATE, AND THE*
000600* LATEST RECORD FOR A DATE AND BRANCH IS ITS CURRENT STATE:  *
000700*   D  DEFERRED - THE BRANCH FILE WAS MISSING OR FAILED ITS  *
000800*      CONTROL TRAILER, SO THE DATE RAN WITHOUT IT.  THE     *
000900*      BRANCH IS OUTSTANDING UNTIL A CATCH-UP RUN OF THE SAME*
001000*      DATE PROCESSES IT.                                    *
001100*   P  PROCESSED - A CATCH-UP RUN MERGED THE BRANCH.         *
001200*   W  WAIVED - AN OPERATOR WAIVER CARD CLOSED THE DEFERRAL  *
001300*      WITHOUT THE FILE.  THE OPERATOR AND REASON ARE KEPT.  *
001400* ARITHMRG WRITES THE RECORDS; CYCGATE, CHAINVER AND CYCUPDT *
001500* READ THEM TO HOLD THE CYCLE UNTIL EVERY DEFERRAL IS CLOSED.*
001600*-----------------------------------------------------------*
001700* 2026-10-15 RKM  ORIGINAL COPYBOOK.                         *
001800*-----------------------------------------------------------*
001900 01  ARITH-DFR-REC.
002000     05  DF-PROC-DATE          PIC 9(08).
002100     05  DF-BRANCH-CODE        PIC X(03).
002200     05  DF-STATUS             PIC X(01).
002300         88  DF-DEFERRED        VALUE 'D'.
002400         88  DF-PROCESSED       VALUE 'P'.
002500         88  DF-WAIVED          VALUE 'W'.
002600     05  DF-REASON             PIC X(40).
002700     05  DF-OPERATOR-ID        PIC X(08).
002800     05  FILLER                PIC X(20).
