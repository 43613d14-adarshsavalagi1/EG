000800*-----------------------------------------------------------*
000900* 2026-08-22 RKM  ORIGINAL COPYBOOK.                         *
001000*-----------------------------------------------------------*
001010* 2026-10-15 RKM  CARVED PT-ENTRY-TYPE AND PT-ORIG-BUS-DATE  *
001020*                 OUT OF THE FILLER.  A POSTING THAT BELONGS *
001030*                 TO A PERIOD CLOSED ON THE PERIOD CONTROL   *
001040*                 MASTER IS WRITTEN UNDER THE CURRENT OPEN   *
001050*                 PERIOD AS A PRIOR-PERIOD ADJUSTMENT (TYPE  *
001060*                 A), CARRYING THE BUSINESS DATE IT          *
001070*                 ORIGINALLY BELONGED TO.                    *
001080*-----------------------------------------------------------*
001100 01  ARITH-PTD-REC.
001200     05  PT-PERIOD.
001300         10  PT-PERIOD-YEAR    PIC 9(04).
001700     05  PT-RUN-ID             PIC X(08).
001800     05  PT-OP-COUNT           PIC 9(06).
001900     05  PT-TOTAL              PIC S9(09)V99.
001950     05  PT-ENTRY-TYPE         PIC X(01).
001960         88  PT-ORDINARY        VALUE ' '.
001970         88  PT-ADJUSTMENT      VALUE 'A'.
001980     05  PT-ORIG-BUS-DATE      PIC X(08).
002000     05  PT-FILLER             PIC X(27).
