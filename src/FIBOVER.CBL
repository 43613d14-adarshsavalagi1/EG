002040*                 CONTROL, THE STANDARD SHOP PAGE HEADER    *
002050*                 AND AN END-OF-REPORT LINE-COUNT TRAILER.  *
002060*-----------------------------------------------------------*
002062* 2026-10-15 RKM  FIBO-XTR NOW CARRIES ONE SECTION PER       *
002064*                 REQUEST, KEYED BY REQUESTER ID PLUS TERM,  *
002066*                 EACH WITH ITS OWN TRAILER.  EACH SECTION   *
002068*                 IS VERIFIED ON ITS OWN AND GETS ITS OWN    *
002070*                 PASS/FAIL CERTIFICATE ON A NEW PAGE.  A    *
002072*                 SECOND PASS COPIES THE PASSED REQUESTS TO  *
002074*                 THE NEW FIBO-DLV DELIVERY FILE AND         *
002076*                 WITHHOLDS THE FAILED ONES, SO ONE BAD      *
002078*                 REQUEST NO LONGER STOPS THE OTHERS.  A     *
002080*                 REQUESTER ID THAT APPEARS IN TWO SECTIONS  *
002082*                 FAILS BOTH.  CONDITION CODE 4 WHEN SOME    *
002084*                 REQUESTS FAILED, 8 ONLY WHEN NOTHING COULD *
002086*                 BE DELIVERED.                              *
002088*-----------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER.  IBM-370.
002800                             ORGANIZATION IS SEQUENTIAL.
002900     SELECT VER-RPT-FILE     ASSIGN TO VERRPT
003000                             ORGANIZATION IS SEQUENTIAL.
003020     SELECT FIBO-DLV-FILE    ASSIGN TO FIBODLV
003040                             ORGANIZATION IS SEQUENTIAL.
003100*
003200 DATA DIVISION.
003300 FILE SECTION.
003700 FD  VER-RPT-FILE
003800     RECORDING MODE IS F.
003900 01  VER-RPT-REC                PIC X(133).
003920 FD  FIBO-DLV-FILE
003940     RECORDING MODE IS F.
003960 01  FIBO-DLV-REC               PIC X(40).
004000*
004100 WORKING-STORAGE SECTION.
004200 77  WS-XTR-EOF-SWITCH         PIC X(01) VALUE 'N'.
004500     88  WS-TRAILER-SEEN       VALUE 'Y'.
004600 77  WS-FAIL-SWITCH            PIC X(01) VALUE 'N'.
004700     88  WS-VERIFY-FAILED      VALUE 'Y'.
004720 77  WS-IN-REQUEST-SWITCH      PIC X(01) VALUE 'N'.
004740     88  WS-IN-REQUEST         VALUE 'Y'.
004760 77  WS-FOUND-SWITCH           PIC X(01) VALUE 'N'.
004780     88  WS-REQUEST-FOUND      VALUE 'Y'.
004800 77  WS-EXPECTED-KEY           PIC 9(03) VALUE 1.
004820 77  WS-DETAIL-COUNT           PIC 9(03) VALUE 0.
005000 77  WS-CHECKSUM               PIC 9(12) VALUE 0.
005100 77  WS-TRL-TERM-COUNT         PIC 9(10) VALUE 0.
005200 77  WS-TRL-CHECKSUM           PIC 9(12) VALUE 0.
005210 77  WS-PS-SUB                 PIC 9(01) VALUE 0 COMP.
005220 77  WS-CUR-REQUEST-ID         PIC X(08) VALUE SPACES.
005240 77  WS-CUR-DELIVERY-NAME      PIC X(08) VALUE SPACES.
005260 77  WS-MAX-REQUESTS           PIC 9(03) VALUE 100 COMP.
005280 77  WS-REQ-COUNT              PIC 9(03) VALUE 0 COMP.
005300 77  WS-REQ-SUB                PIC 9(03) VALUE 0 COMP.
005320 77  WS-CUR-REQ-SUB            PIC 9(03) VALUE 0 COMP.
005340 77  WS-PASS-COUNT             PIC 9(03) VALUE 0 COMP.
005360 77  WS-FAIL-COUNT             PIC 9(03) VALUE 0 COMP.
005380 77  WS-DLV-COUNT              PIC 9(07) VALUE 0 COMP.
005400*-----------------------------------------------------------*
005420* WS-REQUEST-TABLE - ONE ENTRY PER REQUESTER ID FOUND ON     *
005440* FIBO-XTR, WITH ITS VERDICT.  THE DELIVERY PASS COPIES THE  *
005460* RECORDS OF THE REQUESTS WHOSE VERDICT IS STILL PASS.       *
005480*-----------------------------------------------------------*
005500 01  WS-REQUEST-TABLE.
005520     05  WS-REQ-ENTRY OCCURS 100 TIMES.
005540         10  WS-REQ-ID         PIC X(08).
005560         10  WS-REQ-VERDICT    PIC X(01).
005580             88  WS-REQ-PASSED  VALUE 'P'.
005600             88  WS-REQ-FAILED  VALUE 'F'.
005620 01  WS-RPT-REQ.
005640     05  FILLER       PIC X(09) VALUE 'REQUEST: '.
005660     05  RQ-REQUEST-ID
005680         PIC X(08).
005700     05  FILLER       PIC X(15) VALUE '   DELIVER TO: '.
005720     05  RQ-DELIVERY-NAME
005740         PIC X(08).
006100 01  WS-RPT-ERR-DTL.
006200     05  FILLER       PIC X(07) VALUE 'ERROR: '.
006300     05  ER-TEXT      PIC X(40).
006500     05  ER-KEY       PIC Z9.
006600 01  WS-RPT-CNT.
006700     05  FILLER       PIC X(09) VALUE 'DETAILS: '.
006800     05  C-DETAILS    PIC ZZ9.
006900     05  FILLER       PIC X(09) VALUE ' TRL CT: '.
007000     05  C-TRL-COUNT  PIC Z(9)9.
007100     05  FILLER       PIC X(08) VALUE ' CKSUM: '.
007400     05  C-TRL-CHECKSUM PIC 9(12).
007500 01  WS-RPT-CERT.
007600     05  FILLER       PIC X(21) VALUE 'CERTIFICATE: FIBO-XTR'.
007620     05  FILLER       PIC X(09) VALUE ' REQUEST '.
007640     05  CT-REQUEST-ID
007660         PIC X(08).
007700     05  FILLER       PIC X(01) VALUE SPACES.
007800     05  CT-VERDICT   PIC X(04).
007810 01  WS-RPT-SUM.
007820     05  FILLER       PIC X(10) VALUE 'REQUESTS: '.
007830     05  S-REQ-COUNT  PIC ZZ9.
007840     05  FILLER       PIC X(10) VALUE '  PASSED: '.
007850     05  S-PASS-COUNT PIC ZZ9.
007860     05  FILLER       PIC X(10) VALUE '  FAILED: '.
007870     05  S-FAIL-COUNT PIC ZZ9.
007880     05  FILLER       PIC X(21) VALUE '  RECORDS DELIVERED: '.
007890     05  S-DLV-COUNT  PIC Z(6)9.
007900     COPY RUNDATE.
007950     COPY PRINTSV.
008000*
008600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
008700     PERFORM 2000-VERIFY-ONE-RECORD THRU 2000-EXIT
008800         UNTIL WS-XTR-EOF
008820     IF WS-IN-REQUEST
008840         PERFORM 5900-CERTIFY THRU 5900-EXIT
008860     END-IF
008880     PERFORM 6000-DELIVER THRU 6000-EXIT
008900     PERFORM 6900-RUN-SUMMARY THRU 6900-EXIT
009000     PERFORM 9999-TERMINATE THRU 9999-EXIT
009100     STOP RUN.
009200*-----------------------------------------------------------*
011100 1100-EXIT.
011200     EXIT.
011300*-----------------------------------------------------------*
011350* 2000-VERIFY-ONE-RECORD - A CHANGE OF REQUESTER ID CLOSES   *
011400* THE PREVIOUS REQUEST'S SECTION AND OPENS THE NEXT.  WITHIN *
011450* A SECTION THE DETAIL KEYS MUST ARRIVE AS 1, 2, 3 ... UNDER *
011500* ONE DELIVERY NAME, WITH NOTHING AFTER THE TERM-99 TRAILER. *
011550* THE TRAILER'S COUNT AND CHECKSUM ARE HELD FOR 5900-CERTIFY.*
011700*-----------------------------------------------------------*
011800 2000-VERIFY-ONE-RECORD.
011805     IF NOT WS-IN-REQUEST
011810         OR FX-REQUEST-ID NOT = WS-CUR-REQUEST-ID
011815         IF WS-IN-REQUEST
011820             PERFORM 5900-CERTIFY THRU 5900-EXIT
011825         END-IF
011830         PERFORM 2100-START-REQUEST THRU 2100-EXIT
011835     END-IF
011840     IF FX-DELIVERY-NAME NOT = WS-CUR-DELIVERY-NAME
011845         MOVE 'DELIVERY NAME CHANGES WITHIN REQUEST'
011850             TO ER-TEXT
011855         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
011860     END-IF
011900     EVALUATE TRUE
012000         WHEN FX-TRAILER-REC AND WS-TRAILER-SEEN
012100             MOVE 'SECOND TRAILER RECORD' TO ER-TEXT
012700         WHEN WS-TRAILER-SEEN
012800             MOVE 'DETAIL AFTER TRAILER' TO ER-TEXT
012900             PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
013000         WHEN FX-TERM-NO NOT = WS-EXPECTED-KEY
013100             MOVE 'KEY GAP OR DUPLICATE' TO ER-TEXT
013200             PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
013300         WHEN OTHER
014300     PERFORM 1100-READ-XTR THRU 1100-EXIT.
014400 2000-EXIT.
014500     EXIT.
014501*-----------------------------------------------------------*
014502* 2100-START-REQUEST - CLEAR THE PER-REQUEST COUNTS, START   *
014503* THE REQUEST'S SECTION OF THE CERTIFICATE ON A NEW PAGE AND *
014504* ENTER IT IN THE REQUEST TABLE.  AN ID ALREADY IN THE TABLE *
014505* MEANS TWO SECTIONS SHARE ITS KEYS: THIS SECTION FAILS, AND *
014506* SO DOES THE EARLIER ONE, SINCE THE VERDICT IS PER ID.      *
014507*-----------------------------------------------------------*
014508 2100-START-REQUEST.
014509     MOVE 'Y' TO WS-IN-REQUEST-SWITCH
014510     MOVE 'N' TO WS-TRAILER-SWITCH
014511     MOVE 'N' TO WS-FAIL-SWITCH
014512     MOVE 1 TO WS-EXPECTED-KEY
014513     MOVE 0 TO WS-DETAIL-COUNT
014514     MOVE 0 TO WS-CHECKSUM
014515     MOVE 0 TO WS-TRL-TERM-COUNT
014516     MOVE 0 TO WS-TRL-CHECKSUM
014517     MOVE FX-REQUEST-ID TO WS-CUR-REQUEST-ID
014518     MOVE FX-DELIVERY-NAME TO WS-CUR-DELIVERY-NAME
014519     PERFORM 3050-NEW-PAGE THRU 3050-EXIT
014520     MOVE WS-CUR-REQUEST-ID TO RQ-REQUEST-ID
014521     MOVE WS-CUR-DELIVERY-NAME TO RQ-DELIVERY-NAME
014522     MOVE WS-RPT-REQ TO PS-DETAIL-LINE
014523     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
014524     PERFORM 2200-FIND-REQUEST THRU 2200-EXIT
014525     IF WS-REQUEST-FOUND
014526         MOVE 'REQUESTER ID REPEATED - ALL WITHHELD'
014527             TO ER-TEXT
014528         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
014529         GO TO 2100-EXIT
014530     END-IF
014531     IF WS-REQ-COUNT NOT < WS-MAX-REQUESTS
014532         DISPLAY 'FIBOVER - MORE THAN ' WS-MAX-REQUESTS
014533             ' REQUESTS ON FIBO-XTR'
014534         MOVE 16 TO RETURN-CODE
014535         GO TO 9999-ABEND
014536     END-IF
014537     ADD 1 TO WS-REQ-COUNT
014538     MOVE WS-REQ-COUNT TO WS-CUR-REQ-SUB
014539     MOVE WS-CUR-REQUEST-ID TO WS-REQ-ID(WS-CUR-REQ-SUB)
014540     SET WS-REQ-PASSED(WS-CUR-REQ-SUB) TO TRUE.
014541 2100-EXIT.
014542     EXIT.
014543*-----------------------------------------------------------*
014544* 2200-FIND-REQUEST - LOOK WS-CUR-REQUEST-ID UP IN THE       *
014545* REQUEST TABLE, LEAVING ITS SUBSCRIPT IN WS-CUR-REQ-SUB.    *
014546*-----------------------------------------------------------*
014547 2200-FIND-REQUEST.
014548     MOVE 'N' TO WS-FOUND-SWITCH
014549     PERFORM 2210-CHECK-ONE-REQUEST THRU 2210-EXIT
014550         VARYING WS-REQ-SUB FROM 1 BY 1
014551         UNTIL WS-REQ-SUB > WS-REQ-COUNT
014552         OR WS-REQUEST-FOUND.
014553 2200-EXIT.
014554     EXIT.
014555 2210-CHECK-ONE-REQUEST.
014556     IF WS-REQ-ID(WS-REQ-SUB) = WS-CUR-REQUEST-ID
014557         MOVE 'Y' TO WS-FOUND-SWITCH
014558         MOVE WS-REQ-SUB TO WS-CUR-REQ-SUB
014559     END-IF.
014560 2210-EXIT.
014561     EXIT.
014600 2900-REPORT-ERROR.
014700     SET WS-VERIFY-FAILED TO TRUE
014800     MOVE FX-TERM-NO TO ER-KEY
014900     MOVE WS-RPT-ERR-DTL TO PS-DETAIL-LINE
014950     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
015000     DISPLAY 'FIBOVER - ' WS-CUR-REQUEST-ID ' ' ER-TEXT
015050         ' AT KEY ' FX-TERM-NO.
015100 2900-EXIT.
015200     EXIT.
015300*-----------------------------------------------------------*
015320* 3050-NEW-PAGE - PRINTSVC STARTS A PAGE WHEN ITS LINE       *
015340* COUNTER REACHES THE PAGE DEPTH, SO A QUERY FOLLOWED BY A   *
015360* RESTORE WITH A FULL COUNTER PUTS THE NEXT LINE AT THE TOP  *
015380* OF A FRESH PAGE.                                           *
015400*-----------------------------------------------------------*
015420 3050-NEW-PAGE.
015440     SET PS-FUNC-QUERY TO TRUE
015460     CALL 'PRINTSVC' USING PRINTSVC-PARM
015480     MOVE 99 TO PS-LINE-CTR
015500     SET PS-FUNC-RESTORE TO TRUE
015520     CALL 'PRINTSVC' USING PRINTSVC-PARM.
015540 3050-EXIT.
015560     EXIT.
015580*-----------------------------------------------------------*
015600* 5900-CERTIFY - COMPARE WHAT WAS READ FOR THE REQUEST       *
015620* AGAINST ITS TRAILER AND PRINT THE REQUEST'S PASS/FAIL      *
015640* CERTIFICATE LINE.  A FAILED REQUEST IS MARKED IN THE       *
015660* REQUEST TABLE SO THE DELIVERY PASS WITHHOLDS IT.           *
015700*-----------------------------------------------------------*
015800 5900-CERTIFY.
015900     IF NOT WS-TRAILER-SEEN
017820     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
017900     IF WS-VERIFY-FAILED
018000         MOVE 'FAIL' TO CT-VERDICT
018100         SET WS-REQ-FAILED(WS-CUR-REQ-SUB) TO TRUE
018200     ELSE
018300         MOVE 'PASS' TO CT-VERDICT
018400     END-IF
018450     MOVE WS-CUR-REQUEST-ID TO CT-REQUEST-ID
018500     MOVE WS-RPT-CERT TO PS-DETAIL-LINE
018520     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
018522     DISPLAY 'FIBOVER - REQUEST ' WS-CUR-REQUEST-ID
018524         ' CERTIFICATE: ' CT-VERDICT.
018526 5900-EXIT.
018528     EXIT.
018530*-----------------------------------------------------------*
018532* 6000-DELIVER - SECOND PASS OF FIBO-XTR.  EVERY RECORD OF A *
018534* REQUEST WHOSE VERDICT IS PASS IS COPIED UNCHANGED TO THE   *
018536* FIBO-DLV DELIVERY FILE THE REQUESTING TEAMS READ; THE      *
018538* RECORDS OF A FAILED REQUEST ARE WITHHELD.                  *
018540*-----------------------------------------------------------*
018542 6000-DELIVER.
018544     CLOSE FIBO-XTR-FILE
018546     OPEN INPUT FIBO-XTR-FILE
018548     OPEN OUTPUT FIBO-DLV-FILE
018550     MOVE 'N' TO WS-XTR-EOF-SWITCH
018552     MOVE SPACES TO WS-CUR-REQUEST-ID
018554     MOVE 0 TO WS-CUR-REQ-SUB
018556     PERFORM 1100-READ-XTR THRU 1100-EXIT
018558     PERFORM 6100-DELIVER-ONE-RECORD THRU 6100-EXIT
018560         UNTIL WS-XTR-EOF
018562     CLOSE FIBO-XTR-FILE
018564     CLOSE FIBO-DLV-FILE.
018566 6000-EXIT.
018568     EXIT.
018570 6100-DELIVER-ONE-RECORD.
018572     IF WS-CUR-REQ-SUB = 0
018574         OR FX-REQUEST-ID NOT = WS-CUR-REQUEST-ID
018576         MOVE FX-REQUEST-ID TO WS-CUR-REQUEST-ID
018578         PERFORM 2200-FIND-REQUEST THRU 2200-EXIT
018580     END-IF
018582     IF WS-REQ-PASSED(WS-CUR-REQ-SUB)
018584         WRITE FIBO-DLV-REC FROM FIBO-XTR-REC
018586         ADD 1 TO WS-DLV-COUNT
018588     END-IF
018590     PERFORM 1100-READ-XTR THRU 1100-EXIT.
018592 6100-EXIT.
018594     EXIT.
018596*-----------------------------------------------------------*
018598* 6900-RUN-SUMMARY - PRINT THE REQUEST AND DELIVERY COUNTS   *
018600* AND THE END-OF-REPORT TRAILER.  A FAILED REQUEST ENDS THE  *
018602* STEP WITH CONDITION CODE 4 - THE OTHER REQUESTS WERE STILL *
018604* DELIVERED.  NOTHING DELIVERED AT ALL ENDS IT WITH 8 SO THE *
018606* CHAIN STOPS.                                               *
018608*-----------------------------------------------------------*
018610 6900-RUN-SUMMARY.
018612     PERFORM 6910-COUNT-ONE-VERDICT THRU 6910-EXIT
018614         VARYING WS-REQ-SUB FROM 1 BY 1
018616         UNTIL WS-REQ-SUB > WS-REQ-COUNT
018618     PERFORM 3050-NEW-PAGE THRU 3050-EXIT
018620     MOVE WS-REQ-COUNT TO S-REQ-COUNT
018622     MOVE WS-PASS-COUNT TO S-PASS-COUNT
018624     MOVE WS-FAIL-COUNT TO S-FAIL-COUNT
018626     MOVE WS-DLV-COUNT TO S-DLV-COUNT
018628     MOVE WS-RPT-SUM TO PS-DETAIL-LINE
018630     PERFORM 7800-PRINT-DETAIL THRU 7800-EXIT
018632     PERFORM 7890-PRINT-TRAILER THRU 7890-EXIT
018634     DISPLAY 'FIBOVER - ' WS-PASS-COUNT ' REQUESTS DELIVERED, '
018636         WS-FAIL-COUNT ' WITHHELD'
018638     IF WS-PASS-COUNT = 0
018640         MOVE 8 TO RETURN-CODE
018642     ELSE
018644         IF WS-FAIL-COUNT > 0
018646             MOVE 4 TO RETURN-CODE
018648         END-IF
018650     END-IF.
018652 6900-EXIT.
018654     EXIT.
018656 6910-COUNT-ONE-VERDICT.
018658     IF WS-REQ-PASSED(WS-REQ-SUB)
018660         ADD 1 TO WS-PASS-COUNT
018662     ELSE
018664         ADD 1 TO WS-FAIL-COUNT
018666     END-IF.
018668 6910-EXIT.
018800     EXIT.
018802*-----------------------------------------------------------*
018804* 7800-7890 - SHARED PRINT SERVICES.  THE CALLER MOVES ITS   *
018854     EXIT.
018900*-----------------------------------------------------------*
019000* 9999-TERMINATE - END OF JOB.  THE RETURN CODE SET IN       *
019100* 6900-RUN-SUMMARY RIDES OUT AS THE STEP CONDITION CODE.     *
019200*-----------------------------------------------------------*
019300 9999-TERMINATE.
019500     CLOSE VER-RPT-FILE.
019600 9999-EXIT.
019700     EXIT.
019800 9999-ABEND.
019900     STOP RUN.
