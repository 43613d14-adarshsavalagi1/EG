000700* WITHOUT TOUCHING CODE.  A CHANGE REPLACES THE NAME AND     *
000800* BOTH FLAGS, SO A BRANCH IS DEACTIVATED WITHOUT LOSING      *
000900* ITS ROW.                                                   *
000910*                                                            *
000920* BR-AUTH-LIMIT CARRIES THE BRANCH AUTHORISATION LIMIT ON    *
000940* AN ADD OR CHANGE, IN WHOLE CENTS WITH NO DECIMAL POINT;    *
000960* LEFT BLANK IT MEANS NO LIMIT.                              *
001000*-----------------------------------------------------------*
001100* 2026-09-02 RKM  ORIGINAL COPYBOOK.                         *
001200*-----------------------------------------------------------*
001220* 2026-10-15 RKM  ADDED THE AUTHORISATION LIMIT, CARVED OUT  *
001240*                 OF THE FILLER.                             *
001260*-----------------------------------------------------------*
001300 01  BRM-TRN-REC.
001400     05  BR-ACTION             PIC X(01).
001500         88  BR-ACTION-ADD      VALUE 'A'.
002300     05  BR-EXPECT-FILE-FLAG   PIC X(01).
002400         88  BR-EXPECT-VALID    VALUE 'Y' 'N'.
002500     05  BR-SUBMITTER-ID       PIC X(08).
002600     05  BR-AUTH-LIMIT         PIC X(07).
002700     05  BR-AUTH-LIMIT-NUM     REDEFINES BR-AUTH-LIMIT
002800                               PIC 9(05)V99.
002900     05  FILLER                PIC X(29).
