000100*-----------------------------------------------------------*
000200* AUTHCHK.CPY                                                *
000300* LINKAGE RECORD FOR THE AUTHCHK SUBPROGRAM, IN THE PATTERN  *
000400* OF RUNLOG.  A MAINTENANCE, DECISION OR INQUIRY PROGRAM     *
000500* CALLS IT ONCE PER CARD WITH THE SUBMITTER'S ID, THE        *
000600* FUNCTION (SEE OPRAUTH.CPY) AND, WHERE THE CARD ACTS ON     *
000700* ONE, THE BRANCH.  THE ANSWER IS AUTHORISED OR REFUSED      *
000800* WITH A REASON CODE AND TEXT:                               *
000900*   S001  SUBMITTER ID BLANK                                 *
001000*   S002  NOT ON THE OPERATOR AUTHORITY MASTER               *
001100*   S003  OPERATOR REVOKED                                   *
001200*   S004  FUNCTION NOT GRANTED                               *
001300*   S005  BRANCH NOT GRANTED                                 *
001400*   S006  OWN AUTHORITY ENTRY (REFUSED BY OPRMAINT ITSELF)   *
001500* 'C' CHECKS AND APPENDS EVERY REFUSAL, WITH THE CARD IMAGE, *
001600* TO THE SHOP-WIDE SECURITY VIOLATIONS FILE.  'Q' CHECKS     *
001700* WITHOUT LOGGING (THE CALLER LOGS ONE REFUSAL FOR MANY      *
001800* QUERIES).  'L' LOGS A REFUSAL THE CALLER DECIDED ITSELF,   *
001900* TAKING THE REASON CODE FROM AU-REASON-CODE.                *
002000*-----------------------------------------------------------*
002100* 2026-10-15 RKM  ORIGINAL COPYBOOK.                         *
002200*-----------------------------------------------------------*
002300 01  AUTHCHK-PARM.
002400     05  AU-FUNCTION-CODE      PIC X(01).
002500         88  AU-FUNC-CHECK      VALUE 'C'.
002600         88  AU-FUNC-QUERY      VALUE 'Q'.
002700         88  AU-FUNC-LOG        VALUE 'L'.
002800     05  AU-PROGRAM-ID         PIC X(08).
002900     05  AU-OPERATOR-ID        PIC X(08).
003000     05  AU-REQ-FUNCTION       PIC X(03).
003100     05  AU-BRANCH-CODE        PIC X(03).
003200     05  AU-CARD-IMAGE         PIC X(80).
003300     05  AU-REASON-CODE        PIC X(04).
003400     05  AU-REASON-TEXT        PIC X(20).
003500     05  AU-RETURN-CODE        PIC 9(02).
003600         88  AU-RC-AUTHORISED   VALUE 00.
003700         88  AU-RC-REFUSED      VALUE 04.
003800         88  AU-RC-BAD-FUNCTION VALUE 99.
