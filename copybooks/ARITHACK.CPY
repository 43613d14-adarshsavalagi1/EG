000100*-----------------------------------------------------------*
000200* ARITHACK.CPY                                               *
000300* PER-BRANCH ACKNOWLEDGEMENT RECORD WRITTEN BY ARITHACK AT   *
000400* THE END OF THE DAILY CHAIN AND RETURNED TO EACH BRANCH     *
000500* THAT TRANSMITS A DAILY FILE.  ONE 'D' DETAIL RECORD PER    *
000600* TRANSACTION THE BRANCH SENT FOR THE PROCESSING DATE, WITH  *
000700* ITS OUTCOME:                                               *
000800*   A  ACCEPTED - OPERANDS AND THE RESULTS FROM ARITH-XTR    *
000900*   R  REJECTED BY THE FRONT-END EDIT - THE R00X REASON AND  *
001000*      THE ORIGINAL ARITHREJ RAW IMAGE                       *
001100*   X  EXCEPTED BY EXAMPLE - THE FIRST E00X CODE FROM        *
001200*      ARITH-ERR, WITH ANY OPERATIONS THAT DID POST          *
001220*   H  HELD OVER THE BRANCH AUTHORISATION LIMIT - REASON     *
001240*      H001, WITH THE UNPOSTED RESULT THAT BROKE THE LIMIT   *
001300* AND ONE 'T' TRAILER CARRYING THE COUNTS BY OUTCOME AND     *
001400* THE NUM1/NUM2 HASH TOTALS, WHICH AGREE WITH THE ARITHTRL   *
001500* CONTROL TRAILER THE BRANCH SENT.                           *
001600*-----------------------------------------------------------*
001700* 2026-10-15 RKM  ORIGINAL COPYBOOK.                         *
001800*-----------------------------------------------------------*
001820* 2026-10-15 RKM  ADDED OUTCOME H (HELD) AND THE HELD COUNT  *
001840*                 ON THE TRAILER, CARVED OUT OF THE FILLER.  *
001860*-----------------------------------------------------------*
001900 01  ARITH-ACK-REC.
002000     05  AK-RECORD-TYPE        PIC X(01).
002100         88  AK-DETAIL-REC      VALUE 'D'.
002200         88  AK-TRAILER-REC     VALUE 'T'.
002300     05  AK-PROC-DATE          PIC 9(08).
002400     05  AK-BRANCH-CODE        PIC X(03).
002500     05  AK-DETAIL.
002600         10  AK-TRANS-ID       PIC X(06).
002700         10  AK-OUTCOME        PIC X(01).
002800             88  AK-ACCEPTED    VALUE 'A'.
002900             88  AK-REJECTED    VALUE 'R'.
003000             88  AK-EXCEPTED    VALUE 'X'.
003050             88  AK-HELD        VALUE 'H'.
003100         10  AK-REASON-CODE    PIC X(04).
003200         10  AK-RAW-IMAGE      PIC X(80).
003300         10  AK-RESULTS        REDEFINES AK-RAW-IMAGE.
003400             15  AK-NUM1       PIC 9(05).
003500             15  AK-NUM2       PIC 9(05).
003600             15  AK-OP-CODE    PIC X(03).
003700             15  AK-OP-ENTRY OCCURS 4 TIMES.
003800                 20  AK-OP-OPERATION PIC X(03).
003900                 20  AK-OP-DISP      PIC X(01).
004000                 20  AK-OP-SIGN      PIC X(01).
004100                 20  AK-OP-RESULT    PIC 9(05)V99.
004200                 20  AK-OP-ERROR     PIC X(04).
004300             15  FILLER        PIC X(03).
004400         10  FILLER            PIC X(17).
004500     05  AK-TRAILER REDEFINES AK-DETAIL.
004600         10  AK-T-RECORD-COUNT PIC 9(06).
004700         10  AK-T-ACCEPTED     PIC 9(06).
004800         10  AK-T-REJECTED     PIC 9(06).
004900         10  AK-T-EXCEPTED     PIC 9(06).
005000         10  AK-T-HASH-NUM1    PIC 9(10).
005100         10  AK-T-HASH-NUM2    PIC 9(10).
005200         10  AK-T-HELD         PIC 9(06).
005300         10  FILLER            PIC X(58).
