000100*-----------------------------------------------------------*
000200* OPRAUTH.CPY                                                *
000300* OPERATOR AUTHORITY MASTER.  ONE RECORD PER SUBMITTER ID,   *
000400* IN ASCENDING ID ORDER, MAINTAINED ONLY THROUGH OPRMAINT.   *
000500* THE AUTHCHK SUBPROGRAM CHECKS EVERY MAINTENANCE, DECISION  *
000600* AND INQUIRY CARD IN THE SHOP AGAINST IT.                   *
000700*                                                            *
000800* OM-FUNCTION-CODE LISTS THE FUNCTIONS THE OPERATOR MAY      *
000900* PERFORM (UNUSED SLOTS ARE SPACES):                         *
001000*   COR  ARITHRCY EXCEPTION CORRECTIONS                      *
001100*   BRM  BRMAINT BRANCH MASTER MAINTENANCE                   *
001200*   CAL  CALMAINT HOLIDAY CALENDAR MAINTENANCE               *
001300*   HQY  ARITHHQY HISTORY INQUIRY                            *
001400*   REL  ARITHREL HOLD RELEASE AND DECLINE DECISIONS         *
001500*   OPR  OPRMAINT MAINTENANCE OF THIS MASTER                 *
001550*   RAT  RATMAINT CHARGEBACK RATE TABLE MAINTENANCE          *
001575*   PRD  PRDMAINT ACCOUNTING PERIOD CLOSE AND REOPEN         *
001600* OM-ALL-BRANCH-FLAG 'Y' LETS THE OPERATOR ACT ON EVERY      *
001700* BRANCH; OTHERWISE ONLY ON THE BRANCHES LISTED.  A FUNCTION *
001800* WITH NO BRANCH (CAL, OPR, RAT, PRD) NEEDS NO BRANCH       *
001850* AUTHORITY.                                                 *
001900* OM-ACTIVE-FLAG 'N' REVOKES THE OPERATOR WITHOUT LOSING     *
002000* THE ROW.                                                   *
002100*-----------------------------------------------------------*
002200* 2026-10-15 RKM  ORIGINAL COPYBOOK.                         *
002300*-----------------------------------------------------------*
002310* 2026-10-15 RKM  ADDED FUNCTION CODE RAT.                   *
002320*-----------------------------------------------------------*
002330* 2026-10-15 RKM  ADDED FUNCTION CODE PRD.                   *
002340*-----------------------------------------------------------*
002350* 2026-10-15 RKM  FUNCTION LIST WIDENED FROM SIX TO EIGHT    *
002360*                 SLOTS, TAKEN FROM THE FILLER.              *
002370*-----------------------------------------------------------*
002400 01  OPR-AUTH-REC.
002500     05  OM-AUTH-DATA.
002600         10  OM-OPERATOR-ID    PIC X(08).
002700         10  OM-OPERATOR-NAME  PIC X(20).
002800         10  OM-ACTIVE-FLAG    PIC X(01).
002900             88  OM-ACTIVE      VALUE 'Y'.
003000             88  OM-REVOKED     VALUE 'N'.
003100         10  OM-FUNCTION-CODE  PIC X(03) OCCURS 8 TIMES.
003200         10  OM-ALL-BRANCH-FLAG PIC X(01).
003300             88  OM-ALL-BRANCHES VALUE 'Y'.
003400         10  OM-BRANCH-CODE    PIC X(03) OCCURS 6 TIMES.
003500     05  FILLER                PIC X(08).
