000700* MASTER DRIVES THE ARITHMRG MERGE LEGS AND SEEDS THE        *
000800* EXAMPLE SUBTOTAL TABLE, SO ONBOARDING A BRANCH IS A        *
000900* BRMAINT TRANSACTION INSTEAD OF A RECOMPILE.                *
000910*                                                            *
000920* BM-AUTH-LIMIT IS THE LARGEST RESULT EXAMPLE WILL POST FOR  *
000930* THE BRANCH WITHOUT A SUPERVISOR'S RELEASE.  ZERO (OR THE   *
000940* SPACES OF A RECORD WRITTEN BEFORE THE FIELD EXISTED) MEANS *
000950* THE BRANCH HAS NO LIMIT.                                   *
001000*-----------------------------------------------------------*
001100* 2026-09-02 RKM  ORIGINAL COPYBOOK.                         *
001200*-----------------------------------------------------------*
001220* 2026-10-15 RKM  CARVED THE BRANCH AUTHORISATION LIMIT OUT  *
001240*                 OF THE FILLER.                             *
001260*-----------------------------------------------------------*
001300 01  BRANCH-MST-REC.
001400     05  BM-BRANCH-CODE        PIC X(03).
001500     05  BM-BRANCH-NAME        PIC X(30).
001900     05  BM-EXPECT-FILE-FLAG   PIC X(01).
002000         88  BM-EXPECTS-FILE    VALUE 'Y'.
002100         88  BM-NO-DAILY-FILE   VALUE 'N'.
002200     05  BM-AUTH-LIMIT         PIC 9(05)V99.
002300     05  FILLER                PIC X(38).
