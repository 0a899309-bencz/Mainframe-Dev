       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2PGB.
       AUTHOR. DEREK JOHNSTON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY STATEMENT HISTORY MAP LAYOUT
       COPY 'DCIA2BM'.

      * COPY STATEMENT HISTORY RECORD LAYOUT
       COPY 'STMTREC'.

      * COPY DUPLICATE STATEMENT REQUEST RECORD LAYOUT
       COPY 'RPRTREC'.

      * COPY TRANHIST RECORD LAYOUT
       COPY 'TRANHREC'.

      * COPY ACCTAUDIT RECORD LAYOUT
       COPY 'ACCTAUD'.

       01 WS-RESP               PIC S9(08) COMP.
       01 WS-BROWSE-RESP        PIC S9(08) COMP.
       01 WS-ABSTIME            PIC S9(15) COMP-3.
       01 WS-DATE8              PIC X(08).
       01 WS-TIME6              PIC X(06).
       01 WS-LINE-TEXT          PIC X(78).
       01 WS-LINE-POS           PIC X(11).
       01 WS-SAVED-MSG          PIC X(60).
       01 WS-TYPE-WORD          PIC X(08).
       01 WS-MAILED-WORD        PIC X(10).
       01 WS-PEND-WORD          PIC X(11).
       01 WS-AMT-EDIT           PIC ZZZ,ZZ9.99.
       01 WS-BAL-EDIT           PIC ZZZ,ZZ9.99.
       01 WS-MIN-EDIT           PIC ZZZ,ZZ9.99.
       01 WS-LIMIT-EDIT         PIC ZZZ,ZZ9.99.
       01 WS-OPEN-EDIT          PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-TOT1-EDIT          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOT2-EDIT          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOT3-EDIT          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-EDIT         PIC ZZZ9.

       01 WS-GOT-IND            PIC X(01).
           88 GOT-ONE                     VALUE 'Y'.

      * THE SCREEN EITHER LISTS THE ACCOUNT'S STATEMENTS, NEWEST
      * FIRST, OR PAGES THROUGH ONE STATEMENT'S ITEMS IN POSTING
      * ORDER. CA-LAST-POS HOLDS THE LAST STATEMENT DATE (LIST) OR
      * TRANHIST DATE + SEQ (ITEMS) SHOWN, FOR PF8 TO RESUME FROM
       01 WS-COMMAREA.
           05 CA-MODE            PIC X(01).
               88 CA-LISTING              VALUE 'L'.
               88 CA-ITEMS                VALUE 'I'.
           05 CA-ACCTNO          PIC 9(09).
           05 CA-STMT-DATE       PIC X(08).
           05 CA-FROM            PIC X(08).
           05 CA-LAST-POS        PIC X(11).
           05 CA-MORE-IND        PIC X(01).
       01 WS-COMM-LEN            PIC S9(4) COMP VALUE +38.
       01 WS-CHK-NUM.
           05 WS-CHK-DIGIT       PIC 9(01) OCCURS 9 TIMES.
       01 WS-CHK-I              PIC S9(04) COMP.
       01 WS-CHK-D              PIC 9(02).
       01 WS-CHK-SUM            PIC 9(03).
       01 WS-CHK-QUOT           PIC 9(03).
       01 WS-CHK-REM            PIC 9(02).
       01 WS-CHK-EXPECT         PIC 9(02).
       01 WS-CHKDIG-OK-IND      PIC X(01).
           88 CHKDIG-OK               VALUE 'Y'.

      * DCIA2PGM'S OWN "COMING BACK TO THE MENU" COMMAREA
       01 WS-MENU-COMMAREA       PIC X(3) VALUE 'XXX'.
       01 WS-MENU-COMM-LEN       PIC S9(4) COMP VALUE +3.

       LINKAGE SECTION.

       01 DFHCOMMAREA            PIC X(38).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * NO (OR TOO SHORT A) COMMAREA MEANS THIS IS A FRESH CALL OFF THE
      * MENU, NOT A RETURN TRIP WITH THE BROWSE/PAGING STATE SET
           IF EIBCALEN < 38 THEN
               GO TO 100-FIRST-TIME
           END-IF.

           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE SPACES TO WS-SAVED-MSG.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
           END-EXEC.

           EXEC CICS HANDLE AID
                PF3(999-RETURN-TO-MENU)
                PF8(250-NEXT-PAGE)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPF')
                MAPSET('DCIA2BM')
           END-EXEC.

           GO TO 200-NEW-SEARCH.

       070-VALIDATE-CHKDIG.

      * THE NINTH DIGIT IS A MOD-10 (LUHN) CHECK OVER THE EIGHT-DIGIT
      * BASE - THE CALLER HAS ALREADY MOVED THE CANDIDATE NUMBER TO
      * WS-CHK-NUM. FROM THE RIGHT OF THE BASE EVERY OTHER DIGIT
      * DOUBLES, A PRODUCT OVER NINE ADDS ITS DIGITS BACK TOGETHER,
      * AND THE CHECK DIGIT BRINGS THE TOTAL TO A MULTIPLE OF TEN
           MOVE 'N' TO WS-CHKDIG-OK-IND.
           MOVE ZERO TO WS-CHK-SUM.
           PERFORM 075-SUM-ONE-DIGIT THRU 075-EXIT
                VARYING WS-CHK-I FROM 1 BY 1
                UNTIL WS-CHK-I > 8.

           DIVIDE WS-CHK-SUM BY 10 GIVING WS-CHK-QUOT
                REMAINDER WS-CHK-REM.
           IF WS-CHK-REM = ZERO THEN
                MOVE ZERO TO WS-CHK-EXPECT
           ELSE
                COMPUTE WS-CHK-EXPECT = 10 - WS-CHK-REM
           END-IF.

           IF WS-CHK-EXPECT = WS-CHK-DIGIT(9) THEN
                SET CHKDIG-OK TO TRUE
           END-IF.

       070-EXIT.
           EXIT.

       075-SUM-ONE-DIGIT.

           MOVE WS-CHK-DIGIT(WS-CHK-I) TO WS-CHK-D.
           IF WS-CHK-I = 2 OR WS-CHK-I = 4
              OR WS-CHK-I = 6 OR WS-CHK-I = 8 THEN
                COMPUTE WS-CHK-D = WS-CHK-D * 2
                IF WS-CHK-D > 9 THEN
                     SUBTRACT 9 FROM WS-CHK-D
                END-IF
           END-IF.
           ADD WS-CHK-D TO WS-CHK-SUM.

       075-EXIT.
           EXIT.

       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAPFO.
           MOVE 'ENTER AN ACCOUNT NUMBER AND PRESS ENTER' TO MSGO.
           MOVE SPACES TO WS-COMMAREA.

           EXEC CICS SEND
               MAP('MAPF')
               MAPSET('DCIA2BM')
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('IA2B')
               COMMAREA(WS-COMMAREA)
               LENGTH(WS-COMM-LEN)
           END-EXEC.

       200-NEW-SEARCH.

      * SAME VALIDATION DCIA2PGR APPLIES TO ACCTNOI
           IF ACCTNOI IS NOT NUMERIC THEN
                GO TO 410-NOT-NUMERIC
           ELSE
           IF ACCTNOL < 9 THEN
                GO TO 420-NOT-NINE-LONG
           END-IF.

           MOVE ACCTNOI TO WS-CHK-NUM.
           PERFORM 070-VALIDATE-CHKDIG THRU 070-EXIT.
           IF NOT CHKDIG-OK THEN
                GO TO 430-BAD-CHECK-DIGIT
           END-IF.

           MOVE ACCTNOI TO CA-ACCTNO.

      * NO STATEMENT DATE KEYED LISTS THE ACCOUNT'S STATEMENTS; A
      * DATE OPENS THAT STATEMENT'S ITEMS, AND AN ACTION OF R ALONG
      * WITH IT ORDERS A DUPLICATE OF IT
           IF STMTDTI = SPACES OR STMTDTI = LOW-VALUES THEN
                GO TO 210-START-LIST
           END-IF.

           IF STMTDTI IS NOT NUMERIC THEN
                MOVE 'STATEMENT DATE MUST BE KEYED AS YYYYMMDD'
                     TO WS-SAVED-MSG
                GO TO 210-START-LIST
           END-IF.

           MOVE CA-ACCTNO TO STMT-ACCTNO.
           MOVE STMTDTI   TO STMT-DATE.
           PERFORM 230-READ-STATEMENT THRU 230-EXIT.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'NO STATEMENT CUT ON THAT DATE - SEE THE LIST'
                     TO WS-SAVED-MSG
                GO TO 210-START-LIST
           END-IF.

           IF ACTIONI = SPACES OR ACTIONI = LOW-VALUES THEN
                GO TO 220-START-ITEMS
           ELSE
           IF ACTIONI = 'R' THEN
                GO TO 600-ORDER-DUPLICATE
           ELSE
                MOVE 'ACTION MUST BE R (ORDER A DUPLICATE) OR BLANK'
                     TO WS-SAVED-MSG
                GO TO 220-START-ITEMS
           END-IF.

       210-START-LIST.

           SET CA-LISTING TO TRUE.
           MOVE SPACES TO CA-STMT-DATE.
           MOVE SPACES TO CA-FROM.
           MOVE HIGH-VALUES TO CA-LAST-POS.
           MOVE 'N' TO CA-MORE-IND.

      * NEWEST-FIRST - POSITION PAST THE HIGHEST POSSIBLE KEY FOR
      * THIS ACCOUNT AND READ BACKWARDS, SAME IDIOM AS DCIA2PGT ON
      * TRANHIST
           MOVE CA-ACCTNO TO STMT-ACCTNO.
           MOVE HIGH-VALUES TO STMT-DATE.
           PERFORM 215-START-STMT-BROWSE THRU 215-EXIT.

           GO TO 300-SHOW-PAGE.

       215-START-STMT-BROWSE.

           EXEC CICS STARTBR
                FILE('STMTFILE')
                RIDFLD(STMT-KEY)
                GTEQ
                RESP(WS-BROWSE-RESP)
           END-EXEC.

      * NOTHING KEYED HIGHER MEANS THIS ACCOUNT SITS AT THE END OF
      * THE FILE - START FROM THE VERY END INSTEAD AND READ BACK
           IF WS-BROWSE-RESP = DFHRESP(NOTFND) THEN
                MOVE HIGH-VALUES TO STMT-KEY
                EXEC CICS STARTBR
                     FILE('STMTFILE')
                     RIDFLD(STMT-KEY)
                     GTEQ
                     RESP(WS-BROWSE-RESP)
                END-EXEC
           END-IF.

       215-EXIT.
           EXIT.

       220-START-ITEMS.

      * THE STATEMENT'S ITEMS ARE THE TRANHIST ROWS DATED AFTER ITS
      * PERIOD-FROM DATE UP TO AND INCLUDING ITS CUT DATE - THE SAME
      * WINDOW DCIA2BTB PRINTED FROM - OLDEST FIRST AS ON THE PAPER
           SET CA-ITEMS TO TRUE.
           MOVE STMT-DATE        TO CA-STMT-DATE.
           MOVE STMT-PERIOD-FROM TO CA-FROM.
           MOVE HIGH-VALUES TO CA-LAST-POS.
           MOVE 'N' TO CA-MORE-IND.

           MOVE CA-ACCTNO TO TRANH-ACCTNO.
           MOVE CA-FROM   TO TRANH-DATE.
           MOVE 999       TO TRANH-SEQ.

           EXEC CICS STARTBR
                FILE('TRANHIST')
                RIDFLD(TRANH-KEY)
                GTEQ
                RESP(WS-BROWSE-RESP)
           END-EXEC.

           GO TO 300-SHOW-PAGE.

       230-READ-STATEMENT.

           EXEC CICS READ
                FILE('STMTFILE')
                INTO(STMT-REC)
                LENGTH(STMT-LEN)
                RIDFLD(STMT-KEY)
                RESP(WS-RESP)
           END-EXEC.

       230-EXIT.
           EXIT.

       250-NEXT-PAGE.

           IF CA-MORE-IND NOT = 'Y' THEN
                GO TO 100-FIRST-TIME
           END-IF.

           MOVE SPACES TO WS-SAVED-MSG.

           IF CA-LISTING THEN
                MOVE CA-ACCTNO TO STMT-ACCTNO
                MOVE CA-LAST-POS(1:8) TO STMT-DATE
                PERFORM 215-START-STMT-BROWSE THRU 215-EXIT
                GO TO 300-SHOW-PAGE
           END-IF.

      * THE HEADINGS FOR AN ITEM PAGE COME OFF THE STATEMENT ITSELF
           MOVE CA-ACCTNO    TO STMT-ACCTNO.
           MOVE CA-STMT-DATE TO STMT-DATE.
           PERFORM 230-READ-STATEMENT THRU 230-EXIT.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 100-FIRST-TIME
           END-IF.

           MOVE CA-ACCTNO TO TRANH-ACCTNO.
           MOVE CA-LAST-POS TO TRANH-KEY(10:11).

           EXEC CICS STARTBR
                FILE('TRANHIST')
                RIDFLD(TRANH-KEY)
                GTEQ
                RESP(WS-BROWSE-RESP)
           END-EXEC.

           GO TO 300-SHOW-PAGE.

       300-SHOW-PAGE.

           MOVE LOW-VALUES TO MAPFO.
           MOVE CA-ACCTNO TO ACCTNOO.
           MOVE SPACES TO HDR1O HDR2O HDR3O HDR4O.
           MOVE SPACES TO LINE1O LINE2O LINE3O LINE4O LINE5O.
           MOVE 'N' TO CA-MORE-IND.

           IF CA-ITEMS THEN
                MOVE CA-STMT-DATE TO STMTDTO
                PERFORM 360-ITEM-HEADINGS THRU 360-EXIT
           ELSE
                MOVE SPACES TO STMTDTO
                PERFORM 370-LIST-HEADINGS THRU 370-EXIT
           END-IF.
           MOVE SPACE TO ACTIONO.

           IF WS-BROWSE-RESP = DFHRESP(NORMAL) THEN
                PERFORM 310-READ-LINE-1 THRU 310-READ-LINE-1-EXIT
                IF CA-LISTING THEN
                     EXEC CICS ENDBR
                          FILE('STMTFILE')
                     END-EXEC
                ELSE
                     EXEC CICS ENDBR
                          FILE('TRANHIST')
                     END-EXEC
                END-IF
           END-IF.

           IF WS-SAVED-MSG NOT = SPACES THEN
                MOVE WS-SAVED-MSG TO MSGO
           ELSE
           IF LINE1O = SPACES AND CA-LISTING THEN
                MOVE 'NO STATEMENTS ON FILE FOR THIS ACCOUNT' TO MSGO
           ELSE
           IF LINE1O = SPACES THEN
                MOVE 'NO ITEMS IN THIS STATEMENT   PF3 = MENU' TO MSGO
           ELSE
           IF CA-MORE-IND = 'Y' AND CA-LISTING THEN
                MOVE 'PF8 = OLDER  KEY A DATE FOR ITEMS  PF3 = MENU'
                     TO MSGO
           ELSE
           IF CA-LISTING THEN
                MOVE 'END OF LIST  KEY A DATE FOR ITEMS  PF3 = MENU'
                     TO MSGO
           ELSE
           IF CA-MORE-IND = 'Y' THEN
                MOVE 'PF8 = MORE  R = ORDER DUPLICATE  PF3 = MENU'
                     TO MSGO
           ELSE
                MOVE 'END OF ITEMS  R = ORDER DUPLICATE  PF3 = MENU'
                     TO MSGO
           END-IF.

           EXEC CICS SEND
                MAP('MAPF')
                MAPSET('DCIA2BM')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA2B')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       305-FETCH-ONE.

      * HAND BACK THE NEXT LINE FOR THE PAGE IN WS-LINE-TEXT, AND ITS
      * RESUME POSITION IN WS-LINE-POS, WHICHEVER FILE IS BROWSED
           MOVE 'N' TO WS-GOT-IND.
           IF CA-LISTING THEN
                PERFORM 380-NEXT-STATEMENT THRU 380-EXIT
           ELSE
                PERFORM 390-NEXT-ITEM THRU 390-EXIT
           END-IF.

       305-EXIT.
           EXIT.

       310-READ-LINE-1.

      * READ UP TO FIVE LINES ONE AT A TIME; A SIXTH READ IS TAKEN
      * TO SEE IF THERE IS A FURTHER PAGE WITHOUT DISPLAYING IT
           PERFORM 305-FETCH-ONE THRU 305-EXIT.
           IF NOT GOT-ONE THEN
                GO TO 310-READ-LINE-1-EXIT
           END-IF.

           MOVE WS-LINE-TEXT TO LINE1O.
           MOVE WS-LINE-POS TO CA-LAST-POS.

           PERFORM 320-READ-LINE-2 THRU 320-READ-LINE-2-EXIT.

       310-READ-LINE-1-EXIT.
           EXIT.

       320-READ-LINE-2.

           PERFORM 305-FETCH-ONE THRU 305-EXIT.
           IF NOT GOT-ONE THEN
                GO TO 320-READ-LINE-2-EXIT
           END-IF.

           MOVE WS-LINE-TEXT TO LINE2O.
           MOVE WS-LINE-POS TO CA-LAST-POS.

           PERFORM 330-READ-LINE-3 THRU 330-READ-LINE-3-EXIT.

       320-READ-LINE-2-EXIT.
           EXIT.

       330-READ-LINE-3.

           PERFORM 305-FETCH-ONE THRU 305-EXIT.
           IF NOT GOT-ONE THEN
                GO TO 330-READ-LINE-3-EXIT
           END-IF.

           MOVE WS-LINE-TEXT TO LINE3O.
           MOVE WS-LINE-POS TO CA-LAST-POS.

           PERFORM 340-READ-LINE-4 THRU 340-READ-LINE-4-EXIT.

       330-READ-LINE-3-EXIT.
           EXIT.

       340-READ-LINE-4.

           PERFORM 305-FETCH-ONE THRU 305-EXIT.
           IF NOT GOT-ONE THEN
                GO TO 340-READ-LINE-4-EXIT
           END-IF.

           MOVE WS-LINE-TEXT TO LINE4O.
           MOVE WS-LINE-POS TO CA-LAST-POS.

           PERFORM 350-READ-LINE-5 THRU 350-READ-LINE-5-EXIT.

       340-READ-LINE-4-EXIT.
           EXIT.

       350-READ-LINE-5.

           PERFORM 305-FETCH-ONE THRU 305-EXIT.
           IF NOT GOT-ONE THEN
                GO TO 350-READ-LINE-5-EXIT
           END-IF.

           MOVE WS-LINE-TEXT TO LINE5O.
           MOVE WS-LINE-POS TO CA-LAST-POS.

      * PAGE IS FULL - PEEK ONE MORE LINE TO SEE IF PF8 SHOULD WORK
           PERFORM 305-FETCH-ONE THRU 305-EXIT.
           IF GOT-ONE THEN
                MOVE 'Y' TO CA-MORE-IND
           END-IF.

       350-READ-LINE-5-EXIT.
           EXIT.

       360-ITEM-HEADINGS.

      * THE STATEMENT'S OWN FIGURES, AS BILLED, ABOVE ITS ITEMS
           IF STMT-MAILED THEN
                MOVE SPACES TO WS-MAILED-WORD
           ELSE
                MOVE 'NOT MAILED' TO WS-MAILED-WORD
           END-IF.

           STRING 'PERIOD ' STMT-PERIOD-FROM(1:4) '-'
                STMT-PERIOD-FROM(5:2) '-' STMT-PERIOD-FROM(7:2)
                ' THRU ' STMT-PERIOD-THRU(1:4) '-'
                STMT-PERIOD-THRU(5:2) '-' STMT-PERIOD-THRU(7:2)
                '   PAYMENT DUE ' STMT-DUE-DATE(1:4) '-'
                STMT-DUE-DATE(5:2) '-' STMT-DUE-DATE(7:2)
                '   ' WS-MAILED-WORD
                DELIMITED BY SIZE INTO HDR1O.

           MOVE STMT-OPEN-BAL    TO WS-OPEN-EDIT.
           MOVE STMT-CLOSE-BAL   TO WS-BAL-EDIT.
           MOVE STMT-MIN-PAY-DUE TO WS-MIN-EDIT.
           MOVE STMT-CRLIMIT     TO WS-LIMIT-EDIT.
           STRING 'OPEN ' WS-OPEN-EDIT ' CLOSE ' WS-BAL-EDIT
                ' MINIMUM ' WS-MIN-EDIT ' LIMIT ' WS-LIMIT-EDIT
                DELIMITED BY SIZE INTO HDR2O.

           MOVE STMT-DEBIT-TOT   TO WS-TOT1-EDIT.
           MOVE STMT-CREDIT-TOT  TO WS-TOT2-EDIT.
           MOVE STMT-PAYMENT-TOT TO WS-TOT3-EDIT.
           STRING 'DEBITS ' WS-TOT1-EDIT '  CREDITS ' WS-TOT2-EDIT
                '  PAYMENTS ' WS-TOT3-EDIT
                DELIMITED BY SIZE INTO HDR3O.

           MOVE STMT-FINCHG-TOT  TO WS-TOT1-EDIT.
           MOVE STMT-FEE-TOT     TO WS-TOT2-EDIT.
           MOVE STMT-ITEM-COUNT  TO WS-COUNT-EDIT.
           STRING 'FINANCE CHARGES ' WS-TOT1-EDIT '  FEES ' WS-TOT2-EDIT
                '  ITEMS ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO HDR4O.

       360-EXIT.
           EXIT.

       370-LIST-HEADINGS.

           MOVE 'STATEMENT      CLOSING     MINIMUM  PAY BY     ITEMS'
                TO HDR1O.

       370-EXIT.
           EXIT.

       380-NEXT-STATEMENT.

      * A RESUMED BROWSE IS POSITIONED ON THE OLDEST STATEMENT THE
      * LAST PAGE ALREADY SHOWED - READ PAST IT SO IT IS NOT REPEATED.
      * ON A BRAND NEW LIST CA-LAST-POS IS HIGH-VALUES, WHICH NO REAL
      * DATE CAN MATCH, SO THE LOOP FALLS OUT AFTER ITS FIRST READ
           PERFORM 385-READPREV-STATEMENT THRU 385-EXIT
                WITH TEST AFTER
                UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                   OR STMT-ACCTNO NOT = CA-ACCTNO
                   OR STMT-DATE NOT = CA-LAST-POS(1:8).

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR STMT-ACCTNO NOT = CA-ACCTNO THEN
                GO TO 380-EXIT
           END-IF.

           PERFORM 720-FORMAT-STATEMENT THRU 720-EXIT.
           MOVE SPACES TO WS-LINE-POS.
           MOVE STMT-DATE TO WS-LINE-POS(1:8).
           SET GOT-ONE TO TRUE.

       380-EXIT.
           EXIT.

       385-READPREV-STATEMENT.

           EXEC CICS READPREV
                FILE('STMTFILE')
                INTO(STMT-REC)
                LENGTH(STMT-LEN)
                RIDFLD(STMT-KEY)
                RESP(WS-RESP)
           END-EXEC.

       385-EXIT.
           EXIT.

       390-NEXT-ITEM.

      * SKIP THE ITEM THE LAST PAGE ENDED ON, AND ANYTHING STILL
      * DATED ON THE PERIOD-FROM DATE ITSELF - THAT BELONGS TO THE
      * STATEMENT BEFORE
           PERFORM 395-READNEXT-ITEM THRU 395-EXIT
                WITH TEST AFTER
                UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                   OR TRANH-ACCTNO NOT = CA-ACCTNO
                   OR (TRANH-KEY(10:11) NOT = CA-LAST-POS
                       AND TRANH-DATE > CA-FROM).

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR TRANH-ACCTNO NOT = CA-ACCTNO
              OR TRANH-DATE > CA-STMT-DATE THEN
                GO TO 390-EXIT
           END-IF.

           PERFORM 700-FORMAT-ITEM THRU 700-EXIT.
           MOVE TRANH-KEY(10:11) TO WS-LINE-POS.
           SET GOT-ONE TO TRUE.

       390-EXIT.
           EXIT.

       395-READNEXT-ITEM.

           EXEC CICS READNEXT
                FILE('TRANHIST')
                INTO(TRANH-REC)
                LENGTH(TRANH-LEN)
                RIDFLD(TRANH-KEY)
                RESP(WS-RESP)
           END-EXEC.

       395-EXIT.
           EXIT.

       410-NOT-NUMERIC.

           MOVE LOW-VALUES TO MAPFO.
           MOVE 'ACCOUNT NUMBERS MUST BE NUMERIC' TO MSGO.
           MOVE SPACES TO WS-COMMAREA.

           EXEC CICS SEND
                MAP('MAPF')
                MAPSET('DCIA2BM')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA2B')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       420-NOT-NINE-LONG.

           MOVE LOW-VALUES TO MAPFO.
           MOVE 'ACCOUNT NUMBERS MUST BE 9 NUMBERS LONG' TO MSGO.
           MOVE SPACES TO WS-COMMAREA.

           EXEC CICS SEND
                MAP('MAPF')
                MAPSET('DCIA2BM')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA2B')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       430-BAD-CHECK-DIGIT.

           MOVE LOW-VALUES TO MAPFO.
           MOVE 'ACCOUNT NUMBER FAILS ITS CHECK DIGIT' TO MSGO.
           MOVE SPACES TO WS-COMMAREA.

           EXEC CICS SEND
                MAP('MAPF')
                MAPSET('DCIA2BM')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA2B')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       600-ORDER-DUPLICATE.

      * A DUPLICATE IS QUEUED ON RPRTFILE UNDER THE STATEMENT'S OWN
      * KEY FOR DCIA2BTT TO PRINT TONIGHT - ONE ALREADY WAITING FOR
      * THE SAME STATEMENT IS NOT QUEUED TWICE
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-DATE8)
                TIME(WS-TIME6)
           END-EXEC.

           MOVE SPACES TO RPRT-REC.
           MOVE STMT-ACCTNO TO RPRT-ACCTNO.
           MOVE STMT-DATE   TO RPRT-STMT-DATE.
           MOVE EIBOPID     TO RPRT-REQ-OPID.
           MOVE WS-DATE8    TO RPRT-REQ-TS(1:8).
           MOVE WS-TIME6    TO RPRT-REQ-TS(9:6).

           EXEC CICS WRITE
                FILE('RPRTFILE')
                FROM(RPRT-REC)
                LENGTH(RPRT-LEN)
                RIDFLD(RPRT-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(DUPREC) THEN
                MOVE 'A DUPLICATE OF THIS STATEMENT IS ALREADY ORDERED'
                     TO WS-SAVED-MSG
                GO TO 220-START-ITEMS
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'UNABLE TO ORDER THE DUPLICATE - TRY AGAIN'
                     TO WS-SAVED-MSG
                GO TO 220-START-ITEMS
           END-IF.

           PERFORM 800-WRITE-REPRINT-AUDIT
                THRU 800-WRITE-REPRINT-AUDIT-EXIT.

           MOVE 'DUPLICATE ORDERED - IT PRINTS WITH TONIGHT''S BATCH'
                TO WS-SAVED-MSG.
           GO TO 220-START-ITEMS.

       700-FORMAT-ITEM.

           IF TRANH-IS-DEBIT THEN
                MOVE 'DEBIT   ' TO WS-TYPE-WORD
           ELSE
           IF TRANH-IS-CREDIT THEN
                MOVE 'CREDIT  ' TO WS-TYPE-WORD
           ELSE
           IF TRANH-IS-PAYMENT THEN
                MOVE 'PAYMENT ' TO WS-TYPE-WORD
           ELSE
           IF TRANH-IS-REVERSAL THEN
                MOVE 'REVERSAL' TO WS-TYPE-WORD
           ELSE
           IF TRANH-IS-ADJUSTMENT THEN
                MOVE 'ADJUSTMT' TO WS-TYPE-WORD
           ELSE
           IF TRANH-IS-CHARGE-OFF THEN
                MOVE 'CHGOFF  ' TO WS-TYPE-WORD
           ELSE
           IF TRANH-IS-RECOVERY THEN
                MOVE 'RECOVERY' TO WS-TYPE-WORD
           ELSE
           IF TRANH-IS-LATE-FEE THEN
                MOVE 'LATE FEE' TO WS-TYPE-WORD
           ELSE
           IF TRANH-IS-OVERLIMIT-FEE THEN
                MOVE 'OVERLIMT' TO WS-TYPE-WORD
           ELSE
                MOVE '?       ' TO WS-TYPE-WORD
           END-IF.

           MOVE TRANH-AMOUNT  TO WS-AMT-EDIT.
           MOVE TRANH-NEW-BAL TO WS-BAL-EDIT.

           MOVE SPACES TO WS-LINE-TEXT.
           STRING TRANH-DATE(1:4) '-' TRANH-DATE(5:2) '-'
                TRANH-DATE(7:2) ' #' TRANH-SEQ '  ' WS-TYPE-WORD '  '
                WS-AMT-EDIT '  BAL ' WS-BAL-EDIT '  ' TRANH-REASON
                DELIMITED BY SIZE INTO WS-LINE-TEXT.

       700-EXIT.
           EXIT.

       720-FORMAT-STATEMENT.

           MOVE STMT-CLOSE-BAL   TO WS-BAL-EDIT.
           MOVE STMT-MIN-PAY-DUE TO WS-MIN-EDIT.
           MOVE STMT-ITEM-COUNT  TO WS-COUNT-EDIT.

           IF STMT-MAILED THEN
                MOVE SPACES TO WS-MAILED-WORD
           ELSE
                MOVE 'NOT MAILED' TO WS-MAILED-WORD
           END-IF.

           PERFORM 730-CHECK-ORDERED THRU 730-EXIT.

           MOVE SPACES TO WS-LINE-TEXT.
           STRING STMT-DATE(1:4) '-' STMT-DATE(5:2) '-' STMT-DATE(7:2)
                '  ' WS-BAL-EDIT '  ' WS-MIN-EDIT '  '
                STMT-DUE-DATE(1:4) '-' STMT-DUE-DATE(5:2) '-'
                STMT-DUE-DATE(7:2) '  ' WS-COUNT-EDIT '  '
                WS-MAILED-WORD ' ' WS-PEND-WORD
                DELIMITED BY SIZE INTO WS-LINE-TEXT.

       720-EXIT.
           EXIT.

       730-CHECK-ORDERED.

      * A DUPLICATE STILL WAITING FOR TONIGHT'S PRINT SAYS SO, SO THE
      * CLERK DOES NOT ORDER IT AGAIN
           MOVE SPACES TO WS-PEND-WORD.
           MOVE STMT-KEY TO RPRT-KEY.
           EXEC CICS READ
                FILE('RPRTFILE')
                INTO(RPRT-REC)
                LENGTH(RPRT-LEN)
                RIDFLD(RPRT-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                MOVE 'DUP ORDERED' TO WS-PEND-WORD
           END-IF.

       730-EXIT.
           EXIT.

       800-WRITE-REPRINT-AUDIT.

      * A DUPLICATE GOES ON THE ACCOUNT'S AUDIT TRAIL NAMING THE
      * STATEMENT, WITH ITS CLOSING BALANCE IN THE LIMIT SLOT
           MOVE STMT-ACCTNO TO ACCTAUD-ACCTNO.

           MOVE WS-DATE8 TO ACCTAUD-TS(1:8).
           MOVE WS-TIME6 TO ACCTAUD-TS(9:6).

           SET ACCTAUD-IS-REPRINT TO TRUE.
           MOVE EIBOPID  TO ACCTAUD-OPID.
           MOVE EIBTRMID TO ACCTAUD-TERMID.
           MOVE SPACES TO ACCTAUD-B-ADDR1.
           MOVE SPACES TO ACCTAUD-B-ADDR2.
           MOVE ZERO TO ACCTAUD-B-CRLIMIT.
           MOVE 'DUPLICATE STATEMENT' TO ACCTAUD-A-ADDR1.
           MOVE SPACES TO ACCTAUD-A-ADDR2.
           STRING 'STMT ' STMT-DATE
                DELIMITED BY SIZE INTO ACCTAUD-A-ADDR2.
           MOVE STMT-CLOSE-BAL TO ACCTAUD-A-CRLIMIT.

           PERFORM 810-WRITE-AUDIT-REC THRU 810-WRITE-AUDIT-REC-EXIT.

       800-WRITE-REPRINT-AUDIT-EXIT.
           EXIT.

       810-WRITE-AUDIT-REC.

      * TWO AUDIT ROWS FOR THE SAME ACCOUNT IN THE SAME SECOND WOULD
      * OTHERWISE COLLIDE ON ACCTAUD-KEY - BUMP ACCTAUD-SEQ AND RETRY
      * RATHER THAN LET THE AUDIT WRITE ABEND THE ORDER ITSELF
           MOVE ZERO TO ACCTAUD-SEQ.
           PERFORM 820-TRY-WRITE-AUDIT THRU 820-TRY-WRITE-AUDIT-EXIT
                WITH TEST AFTER
                UNTIL WS-RESP = DFHRESP(NORMAL)
                   OR ACCTAUD-SEQ > 99.

       810-WRITE-AUDIT-REC-EXIT.
           EXIT.

       820-TRY-WRITE-AUDIT.

           EXEC CICS WRITE
                FILE('ACCTAUDIT')
                FROM(ACCTAUD-REC)
                LENGTH(ACCTAUD-LEN)
                RIDFLD(ACCTAUD-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                ADD 1 TO ACCTAUD-SEQ
           END-IF.

       820-TRY-WRITE-AUDIT-EXIT.
           EXIT.

       999-RETURN-TO-MENU.

           EXEC CICS XCTL
                PROGRAM('DCIA2PGM')
                COMMAREA(WS-MENU-COMMAREA)
                LENGTH(WS-MENU-COMM-LEN)
           END-EXEC.

       END PROGRAM DCIA2PGB.
