001733*                 RETIRED - THE SERVICE HEADER CARRIES      *
001734*                 BOTH.                                     *
001735*-----------------------------------------------------------*
001736* 2026-10-15 RKM  FIBO-PARM IS NOW A FILE OF REQUEST CARDS   *
001738*                 (REQUESTER ID, TWO SEED VALUES, TERM       *
001740*                 COUNT, DELIVERY NAME) AND EVERY REQUEST IS *
001742*                 PRODUCED IN ONE RUN: ITS OWN SECTION OF    *
001744*                 FIBO-RPT, STARTING A NEW PAGE, AND ITS OWN *
001746*                 SECTION OF FIBO-XTR KEYED BY REQUESTER ID  *
001748*                 PLUS TERM WITH A COUNT-AND-CHECKSUM        *
001750*                 TRAILER.  THE TABLE NOW HOLDS 98 TERMS.  A *
001752*                 CARD THAT FAILS ITS EDITS, OR WHOSE        *
001754*                 SEQUENCE OVERFLOWS A TERM, IS REJECTED ON  *
001756*                 THE REPORT WITH NOTHING WRITTEN TO         *
001758*                 FIBO-XTR, THE OTHER REQUESTS ARE PRODUCED  *
001760*                 AS USUAL AND THE RUN ENDS WITH CONDITION   *
001762*                 CODE 4.                                    *
001764*-----------------------------------------------------------*
001766 ENVIRONMENT DIVISION.
001768 CONFIGURATION SECTION.
001800 SOURCE-COMPUTER.  IBM-370.
001900 OBJECT-COMPUTER.  IBM-370.
002000 INPUT-OUTPUT SECTION.
003300 WORKING-STORAGE SECTION.
003400 01  N                         PIC 9(02) VALUE 0.
003500 01  FIBONACCI-TABLE.
003600     05  FIBO-NUMBER OCCURS 98 TIMES PIC 9(10) VALUE 0.
003700 01  I                         PIC 9(02) VALUE 2.
003800 77  WS-MAX-TERMS              PIC 9(02) VALUE 98 COMP.
003900 77  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
004000     88  WS-PARM-EOF           VALUE 'Y'.
004002 77  WS-CTL-EOF-SWITCH         PIC X(01) VALUE 'N'.
004003     88  WS-CTL-EOF            VALUE 'Y'.
004004 77  WS-REJECT-SWITCH          PIC X(01) VALUE 'N'.
004005     88  WS-REQUEST-REJECTED   VALUE 'Y'.
004006 77  WS-REJECT-REASON          PIC X(40) VALUE SPACES.
004007 77  WS-XTR-CHECKSUM           PIC 9(12) VALUE 0.
004008 77  WS-RUN-ID                 PIC X(08).
004009 77  WS-RL-SUB                 PIC 9(01) VALUE 0 COMP.
004010 77  WS-PS-SUB                 PIC 9(01) VALUE 0 COMP.
004011 77  WS-MAX-REQUESTS           PIC 9(03) VALUE 100 COMP.
004012 77  WS-REQ-COUNT              PIC 9(03) VALUE 0 COMP.
004013 77  WS-REQ-SUB                PIC 9(03) VALUE 0 COMP.
004014 77  WS-PARM-COUNT             PIC 9(05) VALUE 0 COMP.
004015 77  WS-PRODUCED-COUNT         PIC 9(05) VALUE 0 COMP.
004016 77  WS-REJECTED-COUNT         PIC 9(05) VALUE 0 COMP.
004017 77  WS-RPT-COUNT              PIC 9(07) VALUE 0 COMP.
004018 77  WS-XTR-COUNT              PIC 9(07) VALUE 0 COMP.
004019*-----------------------------------------------------------*
004020* WS-REQUEST-TABLE - THE REQUESTER IDS ACCEPTED SO FAR THIS  *
004021* RUN.  A SECOND CARD FOR THE SAME ID WOULD DUPLICATE THE    *
004022* FIBO-XTR KEYS, SO IT IS REJECTED.                          *
004023*-----------------------------------------------------------*
004024 01  WS-REQUEST-TABLE.
004025     05  WS-REQUEST-ID OCCURS 100 TIMES
004026                               PIC X(08).
004027 01  WS-OVERFLOW-REASON.
004028     05  FILLER       PIC X(05) VALUE 'TERM '.
004029     05  OV-TERM-NO   PIC 9(02).
004030     05  FILLER       PIC X(28)
004031         VALUE ' OVERFLOWS A PIC 9(10) FIELD'.
004032     COPY RUNDATE.
004033     COPY RUNLOG.
004034     COPY PRINTSV.
004035 01  WS-RPT-HDR1.
004036     05  FILLER       PIC X(09) VALUE 'REQUEST: '.
004037     05  H1-REQUEST-ID
004038         PIC X(08).
004039     05  FILLER       PIC X(15) VALUE '   DELIVER TO: '.
004040     05  H1-DELIVERY-NAME
004041         PIC X(08).
004042     05  FILLER       PIC X(10) VALUE '   SEEDS: '.
004043     05  H1-SEED-1    PIC X(10).
004044     05  FILLER       PIC X(02) VALUE ', '.
004045     05  H1-SEED-2    PIC X(10).
004046     05  FILLER       PIC X(08) VALUE SPACES.
004080 01  WS-RPT-HDR2.
004090     05  FILLER       PIC X(14) VALUE 'TERMS PRINTED:'.
004100     05  H2-TERM-COUNT
004200     05  FILLER       PIC X(16) VALUE 'TOTAL TERMS: '.
004210     05  T-TERM-COUNT PIC ZZ9.
004220     05  FILLER       PIC X(61) VALUE SPACES.
004221 01  WS-RPT-REJ.
004222     05  FILLER       PIC X(18) VALUE 'REQUEST REJECTED: '.
004223     05  RJ-REASON    PIC X(40).
004224     05  FILLER       PIC X(22) VALUE SPACES.
004225 01  WS-RPT-SUM.
004226     05  FILLER       PIC X(15) VALUE 'REQUESTS READ: '.
004227     05  S-READ-COUNT PIC ZZZZ9.
004228     05  FILLER       PIC X(12) VALUE '  PRODUCED: '.
004229     05  S-PRODUCED-COUNT
004230         PIC ZZZZ9.
004231     05  FILLER       PIC X(12) VALUE '  REJECTED: '.
004232     05  S-REJECTED-COUNT
004233         PIC ZZZZ9.
004234     05  FILLER       PIC X(26) VALUE SPACES.
004235*
004240 PROCEDURE DIVISION.
004300*-----------------------------------------------------------*
004400* 0000-MAIN-PARA                                             *
004500*-----------------------------------------------------------*
004600 0000-MAIN-PARA.
004700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004750     PERFORM 1500-PROCESS-ONE-REQUEST THRU 1500-EXIT
004800         UNTIL WS-PARM-EOF
004850     PERFORM 5000-END-OF-REPORT THRU 5000-EXIT
005000     PERFORM 9999-TERMINATE THRU 9999-EXIT
005100     STOP RUN.
005200*-----------------------------------------------------------*
005250* 1000-INITIALIZE - READ THE RUN-CONTROL RECORD, OPEN THE    *
005300* FILES AND PRIME THE READ OF THE FIBO-PARM REQUEST CARDS.   *
005350* AN EMPTY REQUEST FILE STOPS THE RUN.                       *
005500*-----------------------------------------------------------*
005600 1000-INITIALIZE.
005605     PERFORM 1020-READ-RUN-CONTROL THRU 1020-EXIT
005624         VARYING WS-RL-SUB FROM 1 BY 1 UNTIL WS-RL-SUB > 6
005626     CALL 'RUNLOG' USING RUNLOG-PARM
005700     OPEN INPUT FIBO-PARM-FILE
005800     PERFORM 1100-READ-PARM THRU 1100-EXIT
006300     IF WS-PARM-EOF
006350         DISPLAY 'FIBONACC - FIBO-PARM FILE IS EMPTY'
006400         CLOSE FIBO-PARM-FILE
006500         MOVE 16 TO RETURN-CODE
006600         GO TO 9999-ABEND
006700     END-IF
007510     OPEN OUTPUT FIBO-RPT-FILE
007520     OPEN OUTPUT FIBO-XTR-FILE
007530     SET PS-FUNC-OPEN TO TRUE
007540     MOVE 'FIBONACCI SEQUENCE' TO PS-REPORT-TITLE
007550     MOVE 'FIBONACC' TO PS-PROGRAM-ID
007560     MOVE RD-FORMATTED-DATE TO PS-RUN-DATE
007570     MOVE RD-BUSINESS-DAY-FLAG TO PS-BUS-DAY-FLAG
007580     MOVE 0 TO PS-LINES-PER-PAGE
007590     CALL 'PRINTSVC' USING PRINTSVC-PARM.
007600 1000-EXIT.
007700     EXIT.
007701*-----------------------------------------------------------*
007738     MOVE 0 TO RL-FILE-COUNT(WS-RL-SUB).
007739 1070-EXIT.
007741     EXIT.
007745 1100-READ-PARM.
007750     READ FIBO-PARM-FILE
007755         AT END
007760             MOVE 'Y' TO WS-EOF-SWITCH
007765     END-READ.
007770 1100-EXIT.
007775     EXIT.
007800*-----------------------------------------------------------*
007802* 1500-PROCESS-ONE-REQUEST - EDIT ONE REQUEST CARD, BUILD ITS*
007804* SEQUENCE, PRINT ITS SECTION OF FIBO-RPT AND, UNLESS IT WAS *
007806* REJECTED, WRITE ITS SECTION OF FIBO-XTR.  A REJECTED       *
007808* REQUEST DOES NOT STOP THE OTHERS.                          *
007810*-----------------------------------------------------------*
007812 1500-PROCESS-ONE-REQUEST.
007814     ADD 1 TO WS-PARM-COUNT
007816     PERFORM 1600-EDIT-REQUEST THRU 1600-EXIT
007818     IF NOT WS-REQUEST-REJECTED
007820         PERFORM 2000-COMPUTE-FIBONACCI THRU 2000-EXIT
007822     END-IF
007824     PERFORM 3000-PRODUCE-REPORT THRU 3000-EXIT
007826     IF WS-REQUEST-REJECTED
007828         ADD 1 TO WS-REJECTED-COUNT
007830         DISPLAY 'FIBONACC - REQUEST ' FP-REQUEST-ID
007832             ' REJECTED - ' WS-REJECT-REASON
007834     ELSE
007836         PERFORM 4000-PRODUCE-EXTRACT THRU 4000-EXIT
007838         ADD 1 TO WS-PRODUCED-COUNT
007840         ADD 1 TO WS-REQ-COUNT
007842         MOVE FP-REQUEST-ID TO WS-REQUEST-ID(WS-REQ-COUNT)
007844     END-IF
007846     PERFORM 1100-READ-PARM THRU 1100-EXIT.
007848 1500-EXIT.
007850     EXIT.
007852*-----------------------------------------------------------*
007854* 1600-EDIT-REQUEST - A REQUEST NEEDS A REQUESTER ID AND A   *
007856* DELIVERY NAME, NUMERIC SEEDS, A TERM COUNT OF 01 THRU THE  *
007858* TABLE'S CAPACITY, AND AN ID NOT ALREADY PRODUCED THIS RUN. *
007860* MORE REQUESTS THAN THE TABLE HOLDS STOPS THE RUN.          *
007862*-----------------------------------------------------------*
007864 1600-EDIT-REQUEST.
007866     MOVE 'N' TO WS-REJECT-SWITCH
007868     MOVE SPACES TO WS-REJECT-REASON
007870     IF WS-PARM-COUNT > WS-MAX-REQUESTS
007872         DISPLAY 'FIBONACC - MORE THAN ' WS-MAX-REQUESTS
007874             ' REQUESTS ON FIBO-PARM'
007876         MOVE 16 TO RETURN-CODE
007878         GO TO 9999-ABEND
007880     END-IF
007882     IF FP-REQUEST-ID = SPACES
007884         MOVE 'REQUESTER ID MISSING' TO WS-REJECT-REASON
007886         GO TO 1600-REJECT
007888     END-IF
007890     IF FP-DELIVERY-NAME = SPACES
007892         MOVE 'DELIVERY NAME MISSING' TO WS-REJECT-REASON
007894         GO TO 1600-REJECT
007896     END-IF
007898     IF FP-SEED-1 NOT NUMERIC OR FP-SEED-2 NOT NUMERIC
007900         MOVE 'SEED VALUE NOT NUMERIC' TO WS-REJECT-REASON
007902         GO TO 1600-REJECT
007904     END-IF
007906     IF FP-TERM-COUNT-X NOT NUMERIC
007908         MOVE 'TERM COUNT NOT NUMERIC' TO WS-REJECT-REASON
007910         GO TO 1600-REJECT
007912     END-IF
007914     MOVE FP-TERM-COUNT TO N
007916     IF N < 1 OR N > WS-MAX-TERMS
007918         MOVE 'TERM COUNT OUTSIDE 01 THRU 98'
007920             TO WS-REJECT-REASON
007922         GO TO 1600-REJECT
007924     END-IF
007926     PERFORM 1610-CHECK-ONE-ID THRU 1610-EXIT
007928         VARYING WS-REQ-SUB FROM 1 BY 1
007930         UNTIL WS-REQ-SUB > WS-REQ-COUNT
007932         OR WS-REQUEST-REJECTED
007934     GO TO 1600-EXIT.
007936 1600-REJECT.
007938     MOVE 'Y' TO WS-REJECT-SWITCH.
007940 1600-EXIT.
007942     EXIT.
007944 1610-CHECK-ONE-ID.
007946     IF WS-REQUEST-ID(WS-REQ-SUB) = FP-REQUEST-ID
007948         MOVE 'DUPLICATE REQUESTER ID' TO WS-REJECT-REASON
007950         MOVE 'Y' TO WS-REJECT-SWITCH
007952     END-IF.
007954 1610-EXIT.
007956     EXIT.
007958*-----------------------------------------------------------*
007960* 2000-COMPUTE-FIBONACCI - BUILD THE REQUEST'S SEQUENCE IN   *
007962* TABLE FROM ITS TWO SEED VALUES.                            *
008000*-----------------------------------------------------------*
008100 2000-COMPUTE-FIBONACCI.
008200     MOVE FP-SEED-1-NUM TO FIBO-NUMBER(1)
008300     IF N > 1
008400         MOVE FP-SEED-2-NUM TO FIBO-NUMBER(2)
008500     END-IF
008600     PERFORM 2100-COMPUTE-ONE-TERM THRU 2100-EXIT
008650         VARYING I FROM 3 BY 1 UNTIL I > N
008700         OR WS-REQUEST-REJECTED.
008800 2000-EXIT.
008900     EXIT.
008910*-----------------------------------------------------------*
008920* 2100-COMPUTE-ONE-TERM - BOUNDS-CHECK I AGAINST THE TABLE'S *
008930* CAPACITY AND TRAP SIZE ERROR ON THE ADD SO AN OVERSIZED    *
008940* TERM REJECTS THE REQUEST INSTEAD OF TRUNCATING SILENTLY.   *
008950*-----------------------------------------------------------*
009000 2100-COMPUTE-ONE-TERM.
009010     IF I > WS-MAX-TERMS
009100     COMPUTE FIBO-NUMBER(I) =
009200         FIBO-NUMBER(I - 1) + FIBO-NUMBER(I - 2)
009210         ON SIZE ERROR
009220             MOVE I TO OV-TERM-NO
009230             MOVE WS-OVERFLOW-REASON TO WS-REJECT-REASON
009240             MOVE 'Y' TO WS-REJECT-SWITCH
009260     END-COMPUTE.
009300 2100-EXIT.
009400     EXIT.
009500*-----------------------------------------------------------*
009550* 3000-PRODUCE-REPORT - PRINT THE REQUEST'S SECTION OF THE   *
009600* RETAINED FIBO-RPT REPORT ON A NEW PAGE: THE REQUEST LINE,  *
009650* THEN EITHER THE TERM COUNT, ONE DETAIL LINE PER TERM AND A *
009700* TRAILER LINE CARRYING THE TERM COUNT, OR THE REASON THE    *
009750* REQUEST WAS REJECTED.                                      *
009900*-----------------------------------------------------------*
010000 3000-PRODUCE-REPORT.
010001     PERFORM 3050-NEW-PAGE THRU 3050-EXIT
010002     MOVE FP-REQUEST-ID TO H1-REQUEST-ID
010003     MOVE FP-DELIVERY-NAME TO H1-DELIVERY-NAME
010004     MOVE FP-SEED-1 TO H1-SEED-1
010005     MOVE FP-SEED-2 TO H1-SEED-2
010006     MOVE WS-RPT-HDR1 TO PS-DETAIL-LINE
010007     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
010008     IF WS-REQUEST-REJECTED
010009         MOVE WS-REJECT-REASON TO RJ-REASON
010010         MOVE WS-RPT-REJ TO PS-DETAIL-LINE
010011         PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
010012         GO TO 3000-EXIT
010013     END-IF
010026     MOVE N TO H2-TERM-COUNT
010040     MOVE WS-RPT-HDR2 TO PS-DETAIL-LINE
010045     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
010100         VARYING I FROM 1 BY 1 UNTIL I > N
010110     MOVE N TO T-TERM-COUNT
010120     MOVE WS-RPT-TRL TO PS-DETAIL-LINE
010140     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT.
010200 3000-EXIT.
010205     EXIT.
010210*-----------------------------------------------------------*
010215* 3050-NEW-PAGE - PRINTSVC STARTS A PAGE WHEN ITS LINE       *
010220* COUNTER REACHES THE PAGE DEPTH, SO A QUERY FOLLOWED BY A   *
010225* RESTORE WITH A FULL COUNTER PUTS THE NEXT LINE AT THE TOP  *
010230* OF A FRESH PAGE.                                           *
010235*-----------------------------------------------------------*
010240 3050-NEW-PAGE.
010245     SET PS-FUNC-QUERY TO TRUE
010250     CALL 'PRINTSVC' USING PRINTSVC-PARM
010255     MOVE 99 TO PS-LINE-CTR
010260     SET PS-FUNC-RESTORE TO TRUE
010265     CALL 'PRINTSVC' USING PRINTSVC-PARM.
010270 3050-EXIT.
010300     EXIT.
010400 3100-WRITE-ONE-TERM.
010410     MOVE I TO D-TERM-NO
010600 3100-EXIT.
010700     EXIT.
010702*-----------------------------------------------------------*
010703* 5000-END-OF-REPORT - PRINT THE RUN'S REQUEST COUNTS AND THE*
010704* END-OF-REPORT TRAILER.  ANY REJECTED REQUEST ENDS THE RUN  *
010705* WITH CONDITION CODE 4.                                     *
010706*-----------------------------------------------------------*
010707 5000-END-OF-REPORT.
010708     PERFORM 3050-NEW-PAGE THRU 3050-EXIT
010709     MOVE WS-PARM-COUNT TO S-READ-COUNT
010710     MOVE WS-PRODUCED-COUNT TO S-PRODUCED-COUNT
010711     MOVE WS-REJECTED-COUNT TO S-REJECTED-COUNT
010712     MOVE WS-RPT-SUM TO PS-DETAIL-LINE
010713     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
010714     PERFORM 7890-PRINT-TRAILER THRU 7890-EXIT
010715     CLOSE FIBO-PARM-FILE
010716     CLOSE FIBO-RPT-FILE
010717     CLOSE FIBO-XTR-FILE
010718     IF WS-REJECTED-COUNT > 0
010719         MOVE 4 TO RETURN-CODE
010720     END-IF.
010721 5000-EXIT.
010722     EXIT.
010723*-----------------------------------------------------------*
010724* 7800-7890 - SHARED PRINT SERVICES.  THE CALLER MOVES ITS   *
010725* LINE TO PS-DETAIL-LINE; PRINTSVC HANDS BACK THE ASA PRINT  *
010726* LINES (PAGE HEADER, DETAIL, TRAILER) TO WRITE.             *
010727*-----------------------------------------------------------*
010728 7800-PRINT-DETAIL.
010729     SET PS-FUNC-DETAIL TO TRUE
010730     CALL 'PRINTSVC' USING PRINTSVC-PARM
010731     ADD 1 TO WS-RPT-COUNT
010732     PERFORM 7850-WRITE-SVC-LINES THRU 7850-EXIT.
010733 7800-EXIT.
010734     EXIT.
010735 7850-WRITE-SVC-LINES.
010736     PERFORM 7860-WRITE-ONE-SVC-LINE THRU 7860-EXIT
010737         VARYING WS-PS-SUB FROM 1 BY 1
010738         UNTIL WS-PS-SUB > PS-OUT-COUNT.
010739 7850-EXIT.
010740     EXIT.
010741 7860-WRITE-ONE-SVC-LINE.
010742     WRITE FIBO-RPT-REC FROM PS-OUT-LINE(WS-PS-SUB).
010743 7860-EXIT.
010744     EXIT.
010745 7890-PRINT-TRAILER.
010746     SET PS-FUNC-CLOSE TO TRUE
010747     CALL 'PRINTSVC' USING PRINTSVC-PARM
010748     PERFORM 7850-WRITE-SVC-LINES THRU 7850-EXIT.
010749 7890-EXIT.
010750     EXIT.
010751*-----------------------------------------------------------*
010752* 4000-PRODUCE-EXTRACT - WRITE THE REQUEST'S SECTION OF THE  *
010753* FIBO-XTR KEYED EXTRACT: ONE DETAIL RECORD PER TERM, KEYED  *
010754* BY REQUESTER ID PLUS TERM NUMBER, THEN A TRAILER RECORD    *
010755* (TERM 99) CARRYING THE TERM COUNT AND A CHECKSUM OF EVERY  *
010756* TERM VALUE WRITTEN FOR THE REQUEST.                        *
010760*-----------------------------------------------------------*
010770 4000-PRODUCE-EXTRACT.
010780     MOVE 0 TO WS-XTR-CHECKSUM
010790     PERFORM 4100-WRITE-ONE-XTR-TERM THRU 4100-EXIT
010800         VARYING I FROM 1 BY 1 UNTIL I > N
010805     MOVE FP-REQUEST-ID TO FX-REQUEST-ID
010810     SET FX-TRAILER-REC TO TRUE
010815     MOVE FP-DELIVERY-NAME TO FX-DELIVERY-NAME
010820     MOVE N TO FX-VALUE
010830     MOVE WS-XTR-CHECKSUM TO FX-CHECKSUM
010840     WRITE FIBO-XTR-REC
010850     ADD 1 TO WS-XTR-COUNT.
010860 4000-EXIT.
010870     EXIT.
010880 4100-WRITE-ONE-XTR-TERM.
010885     MOVE FP-REQUEST-ID TO FX-REQUEST-ID
010890     MOVE I TO FX-TERM-NO
010895     MOVE FP-DELIVERY-NAME TO FX-DELIVERY-NAME
010900     MOVE FIBO-NUMBER(I) TO FX-VALUE
010905     MOVE 0 TO FX-CHECKSUM
010910     WRITE FIBO-XTR-REC
010915     ADD 1 TO WS-XTR-COUNT
010920     ADD FIBO-NUMBER(I) TO WS-XTR-CHECKSUM
010930         ON SIZE ERROR
010940             DISPLAY 'FIBONACC - EXTRACT CHECKSUM OVERFLOWS '
010990 4100-EXIT.
011000     EXIT.
011010*-----------------------------------------------------------*
011015* 9999-TERMINATE - NORMAL END OF JOB.  THE CALL TO RUNLOG    *
011020* HANDS BACK ITS OWN RETURN CODE, SO THE RUN'S IS PUT BACK.  *
011030*-----------------------------------------------------------*
011100 9999-TERMINATE.
011200     SET RL-FUNC-END TO TRUE
011210     MOVE 'FIBOPARM' TO RL-FILE-NAME(1)
011220     MOVE WS-PARM-COUNT TO RL-FILE-COUNT(1)
011230     MOVE 'FIBORPT' TO RL-FILE-NAME(2)
011240     MOVE WS-RPT-COUNT TO RL-FILE-COUNT(2)
011250     MOVE 'FIBOXTR' TO RL-FILE-NAME(3)
011260     MOVE WS-XTR-COUNT TO RL-FILE-COUNT(3)
011270     MOVE RETURN-CODE TO RL-PROGRAM-RC
011280     CALL 'RUNLOG' USING RUNLOG-PARM
011290     MOVE RL-PROGRAM-RC TO RETURN-CODE.
011300 9999-EXIT.
011400     EXIT.
011500 9999-ABEND.
