001000*-----------------------------------------------------------*
001100* 2026-09-02 RKM  ORIGINAL COPYBOOK.                         *
001200*-----------------------------------------------------------*
001210* 2026-10-15 RKM  RUN TYPE BYTE CARVED FROM THE FILLER.  THE *
001220*                 OPERATOR SETS C TO RE-RUN A PROCESSING     *
001230*                 DATE FOR THE BRANCHES DEFERRED ON ITS      *
001240*                 FIRST RUN; BLANK OR N IS THE NORMAL RUN.   *
001250*-----------------------------------------------------------*
001300 01  RUN-CTL-REC.
001400     05  RC-JOB-NAME           PIC X(08).
001500     05  RC-PROCESS-DATE       PIC 9(08).
001550     05  RC-RUN-TYPE           PIC X(01).
001560         88  RC-NORMAL-RUN      VALUE SPACE 'N'.
001570         88  RC-CATCH-UP-RUN    VALUE 'C'.
001600     05  FILLER                PIC X(63).
