001000* RE-EMITTED.  THE ARITHHQY BATCH INQUIRY ANSWERS A          *
001100* DISPUTE FROM THIS MASTER INSTEAD OF FROM A STACK OF        *
001200* RETAINED LISTINGS.                                         *
001210*                                                            *
001220* A REVERSAL IS AN ACCEPTED RECORD OF ITS OWN WHOSE LINK     *
001230* (TYPE R) NAMES THE ORIGINAL IT BACKS OUT.  EXAMPLE ALSO    *
001240* APPENDS A REVERSED RECORD (STATUS V) UNDER THE ORIGINAL'S  *
001250* ID AND DATE WHOSE LINK (TYPE B) NAMES THE REVERSAL, SO THE *
001260* APPEND-ONLY MASTER MARKS THE ORIGINAL REVERSED WITHOUT     *
001270* REWRITING IT.                                              *
001272*                                                            *
001274* WHEN A SUPERVISOR OVERRIDE LETS A CROSS-DAY DUPLICATE      *
001276* THROUGH THE FRONT-END EDIT, ARITHEDT APPENDS AN OVERRIDE   *
001278* RECORD (STATUS O, REASON R007) WHOSE LINK (TYPE D) NAMES   *
001280* THE DATE THE TRANSACTION WAS FIRST ACCEPTED, WITH THE      *
001282* SUPERVISOR'S ID.                                           *
001283*                                                            *
001284* A TRANSACTION WHOSE RESULT EXCEEDS ITS BRANCH'S            *
001285* AUTHORISATION LIMIT IS HELD, NOT POSTED: EXAMPLE APPENDS   *
001286* A HELD RECORD (STATUS H, REASON H001) WHOSE ONE OPERATION  *
001287* ENTRY (DISPOSITION H) CARRIES THE RESULT THAT BROKE THE    *
001288* LIMIT.  ARITHREL APPENDS THE SUPERVISOR'S DECISION UNDER   *
001289* THE SAME ID AND DATE - RELEASED (STATUS L) OR DECLINED     *
001290* (STATUS D) - WHOSE LINK (TYPE S) CARRIES THE DECISION      *
001291* DATE AND THE APPROVER'S ID.  A RELEASED HOLD IS POSTED BY  *
001292* THE NEXT EXAMPLE RUN AS AN ACCEPTED RECORD UNDER ITS       *
001293* ORIGINAL DATE, WHOSE LINK (TYPE H) CARRIES THE DATE IT WAS *
001294* POSTED AND THE APPROVER'S ID.                              *
001300*                                                            *
001400* OPERATION DISPOSITIONS:                                    *
001500*   P  OPERATION POSTED, HS-OP-RESULT CARRIES THE RESULT     *
001600*   E  OPERATION EXCEPTED, HS-OP-ERROR CARRIES THE CODE      *
001620*   H  OPERATION HELD, HS-OP-RESULT CARRIES THE UNPOSTED     *
001640*      RESULT                                                *
001700*   (SPACE - ENTRY UNUSED)                                   *
001800*-----------------------------------------------------------*
001900* 2026-09-02 RKM  ORIGINAL COPYBOOK.                         *
002000*-----------------------------------------------------------*
002020* 2026-10-15 RKM  ADDED STATUS V (REVERSED) AND CARVED THE   *
002040*                 REVERSAL LINK (TYPE, TRANSACTION ID AND    *
002060*                 PROCESSING DATE) OUT OF THE FILLER.        *
002080*-----------------------------------------------------------*
002085* 2026-10-15 RKM  ADDED STATUS O (DUPLICATE OVERRIDDEN),     *
002090*                 LINK TYPE D AND THE OVERRIDING             *
002092*                 SUPERVISOR'S ID.                           *
002095*-----------------------------------------------------------*
002100* 2026-10-15 RKM  ADDED STATUSES H (HELD OVER THE BRANCH     *
002110*                 AUTHORISATION LIMIT), L (RELEASED) AND D   *
002120*                 (DECLINED), LINK TYPES H (RELEASED HOLD    *
002130*                 POSTED) AND S (SUPERVISOR DECISION), AND   *
002140*                 OPERATION DISPOSITION H.                   *
002150*-----------------------------------------------------------*
002160 01  ARITH-HST-REC.
002200     05  HS-TRANS-ID           PIC X(06).
002300     05  HS-PROC-DATE          PIC 9(08).
002400     05  HS-BRANCH-CODE        PIC X(03).
002600         88  HS-ACCEPTED        VALUE 'A'.
002700         88  HS-REJECTED        VALUE 'R'.
002800         88  HS-RECYCLED        VALUE 'C'.
002850         88  HS-REVERSED        VALUE 'V'.
002860         88  HS-OVERRIDDEN      VALUE 'O'.
002870         88  HS-HELD            VALUE 'H'.
002880         88  HS-RELEASED        VALUE 'L'.
002890         88  HS-DECLINED        VALUE 'D'.
002900     05  HS-REASON-CODE        PIC X(04).
003000     05  HS-OP-ENTRY OCCURS 4 TIMES.
003100         10  HS-OP-CODE        PIC X(03).
003300         10  HS-OP-SIGN        PIC X(01).
003400         10  HS-OP-RESULT      PIC 9(05)V99.
003500         10  HS-OP-ERROR       PIC X(04).
003600     05  HS-LINK-TYPE          PIC X(01).
003700         88  HS-LINK-REVERSES   VALUE 'R'.
003800         88  HS-LINK-REVERSED-BY VALUE 'B'.
003850         88  HS-LINK-DUPLICATE-OF VALUE 'D'.
003860         88  HS-LINK-RELEASED-HOLD VALUE 'H'.
003870         88  HS-LINK-DECISION   VALUE 'S'.
003900     05  HS-LINK-TRANS-ID      PIC X(06).
004000     05  HS-LINK-DATE          PIC 9(08).
004100     05  HS-OVERRIDE-ID        PIC X(08).
004200     05  FILLER                PIC X(11).
