000792*                 RECORD ARRIVED ON (SPACES ON FILES KEYED   *
000794*                 BEFORE THE FIELD EXISTED).                 *
000800*-----------------------------------------------------------*
000810* 2026-10-15 RKM  ADDED OPERATION CODE REV (REVERSAL) AND    *
000820*                 CARVED AT-ORIG-TRANS-ID AND                *
000830*                 AT-ORIG-PROC-DATE OUT OF THE FILLER: A     *
000840*                 REVERSAL NAMES THE ACCEPTED TRANSACTION    *
000850*                 IT BACKS OUT AND THE DATE IT WAS           *
000860*                 PROCESSED.  SPACES ON EVERY OTHER CODE.    *
000870*-----------------------------------------------------------*
000900 01  ARITH-TRANS-REC.
001000     05  AT-TRANS-ID           PIC 9(06).
001100     05  AT-NUM1               PIC 9(05).
001240         88  AT-OP-MUL          VALUE 'MUL'.
001250         88  AT-OP-DIV          VALUE 'DIV'.
001260         88  AT-OP-ALL          VALUE 'ALL' SPACES.
001265         88  AT-OP-REV          VALUE 'REV'.
001270         88  AT-OP-VALID        VALUE 'ADD' 'SUB' 'MUL'
001275                                      'DIV' 'ALL' 'REV'
001280                                      SPACES.
001290     05  AT-BRANCH-CODE        PIC X(03).
001300     05  AT-ORIG-TRANS-ID      PIC 9(06).
001310     05  AT-ORIG-PROC-DATE     PIC 9(08).
001320     05  FILLER                PIC X(44).
