000100*-----------------------------------------------------------*
000200* OPRTRN.CPY                                                 *
000300* KEYED MAINTENANCE TRANSACTION FOR THE OPERATOR AUTHORITY   *
000400* MASTER, IN THE BRMTRN PATTERN.  ONE RECORD PER ADD, CHANGE *
000500* OR DELETE, CARRYING THE SUBMITTER'S ID, WHICH MUST ITSELF  *
000600* HOLD THE OPR FUNCTION.  A CHANGE REPLACES THE NAME, THE    *
000700* ACTIVE FLAG, THE WHOLE FUNCTION LIST AND THE WHOLE BRANCH  *
000800* LIST, SO AN OPERATOR IS REVOKED WITHOUT LOSING THE ROW.    *
000900*-----------------------------------------------------------*
001000* 2026-10-15 RKM  ORIGINAL COPYBOOK.                         *
001100*-----------------------------------------------------------*
001110* 2026-10-15 RKM  FUNCTION LIST WIDENED FROM SIX TO EIGHT    *
001120*                 SLOTS TO MATCH THE MASTER.  THE FIVE       *
001130*                 FILLER BYTES AND ONE BYTE OF THE OPERATOR  *
001140*                 NAME MAKE ROOM, SO THE CARD STAYS 80       *
001150*                 BYTES, THE WIDTH OF THE CARD IMAGE AUTHCHK *
001160*                 WRITES TO THE SECURITY VIOLATIONS FILE.    *
001170*                 THE NAME ON THE CARD IS NOW 19 CHARACTERS; *
001180*                 OPRMAINT PADS IT TO THE MASTER'S 20.  THE  *
001190*                 FUNCTION AND BRANCH LISTS ARE NOW GROUPED  *
001191*                 SO OPRMAINT CAN MOVE EACH LIST WHOLE.      *
001192*-----------------------------------------------------------*
001200 01  OPR-TRN-REC.
001300     05  OT-ACTION             PIC X(01).
001400         88  OT-ACTION-ADD      VALUE 'A'.
001500         88  OT-ACTION-CHANGE   VALUE 'C'.
001600         88  OT-ACTION-DELETE   VALUE 'D'.
001700         88  OT-ACTION-VALID    VALUE 'A' 'C' 'D'.
001800     05  OT-AUTH-DATA.
001900         10  OT-OPERATOR-ID    PIC X(08).
002000         10  OT-OPERATOR-NAME  PIC X(19).
002100         10  OT-ACTIVE-FLAG    PIC X(01).
002200             88  OT-ACTIVE-VALID VALUE 'Y' 'N'.
002250         10  OT-FUNCTION-LIST.
002300             15  OT-FUNCTION-CODE PIC X(03) OCCURS 8 TIMES.
002400         10  OT-ALL-BRANCH-FLAG PIC X(01).
002500             88  OT-ALL-BRANCH-VALID VALUE 'Y' 'N'.
002550         10  OT-BRANCH-LIST.
002600             15  OT-BRANCH-CODE PIC X(03) OCCURS 6 TIMES.
002700     05  OT-SUBMITTER-ID       PIC X(08).
002800*    80-BYTE CARD.                                           *
