000100*-----------------------------------------------------------*
000200* EDTCTL.CPY                                                 *
000300* CONTROL CARD DECK FOR THE ARITHEDT FRONT-END EDIT, IN THE  *
000400* FIBOPARM PATTERN.  TWO CARD TYPES:                         *
000500*   W  LOOK-BACK WINDOW - THE NUMBER OF BUSINESS DAYS BEFORE *
000600*      THE PROCESSING DATE WHOSE ACCEPTED ARITH-HST RECORDS  *
000700*      THE CROSS-DAY DUPLICATE EDIT CHECKS AGAINST.  000     *
000800*      TURNS THE EDIT OFF.  NO W CARD TAKES THE PROGRAM      *
000900*      DEFAULT.                                              *
001000*   O  SUPERVISOR OVERRIDE - LETS ONE DELIBERATE             *
001100*      RESUBMISSION (BRANCH PLUS TRANSACTION ID) THROUGH THE *
001200*      DUPLICATE EDIT.  THE SUPERVISOR'S ID IS MANDATORY AND *
001300*      IS LOGGED TO THE ARITH-HST MASTER WITH THE OVERRIDE.  *
001400*-----------------------------------------------------------*
001500* 2026-10-15 RKM  ORIGINAL COPYBOOK.                         *
001600*-----------------------------------------------------------*
001700 01  EDIT-CTL-REC.
001800     05  EC-CARD-TYPE          PIC X(01).
001900         88  EC-WINDOW-CARD     VALUE 'W'.
002000         88  EC-OVERRIDE-CARD   VALUE 'O'.
002100     05  EC-WINDOW-DATA.
002200         10  EC-LOOKBACK-DAYS  PIC X(03).
002300         10  EC-LOOKBACK-NUM   REDEFINES EC-LOOKBACK-DAYS
002400                               PIC 9(03).
002500         10  FILLER            PIC X(76).
002600     05  EC-OVERRIDE-DATA      REDEFINES EC-WINDOW-DATA.
002700         10  EC-BRANCH-CODE    PIC X(03).
002800         10  EC-TRANS-ID       PIC X(06).
002900         10  EC-SUPERVISOR-ID  PIC X(08).
003000         10  EC-OVERRIDE-REASON PIC X(30).
003100         10  FILLER            PIC X(32).
