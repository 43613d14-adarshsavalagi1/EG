000860* 2026-08-22 RKM  CARVED AR-BRANCH-CODE OUT OF THE FILLER    *
000870*                 TO MATCH THE BRANCH CODE ADDED TO          *
000880*                 ARITHTRN.                                  *
000882*-----------------------------------------------------------*
000884* 2026-10-15 RKM  ADDED OPERATION CODE REV AND CARVED THE    *
000886*                 REVERSAL'S ORIGINAL TRANSACTION ID AND     *
000888*                 PROCESSING DATE OUT OF THE FILLER TO       *
000890*                 MATCH ARITHTRN.                            *
000900*-----------------------------------------------------------*
001000 01  ARITH-RAW-REC.
001100     05  AR-TRANS-ID           PIC X(06).
001800     05  AR-NUM2-NUM           REDEFINES AR-NUM2
001900                               PIC 9(05).
002000     05  AR-OP-CODE            PIC X(03).
002050         88  AR-OP-REV          VALUE 'REV'.
002100         88  AR-OP-VALID        VALUE 'ADD' 'SUB' 'MUL'
002150                                      'DIV' 'ALL' 'REV'
002200                                      SPACES.
002250     05  AR-BRANCH-CODE        PIC X(03).
002260     05  AR-ORIG-TRANS-ID      PIC X(06).
002270     05  AR-ORIG-TRANS-ID-NUM  REDEFINES AR-ORIG-TRANS-ID
002280                               PIC 9(06).
002290     05  AR-ORIG-PROC-DATE     PIC X(08).
002300     05  AR-ORIG-PROC-DATE-NUM REDEFINES AR-ORIG-PROC-DATE
002310                               PIC 9(08).
002320     05  AR-FILLER             PIC X(44).
