       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2PGK.
       AUTHOR. DEREK JOHNSTON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY CARD MAINTENANCE MAP LAYOUT
       COPY 'DCIA2KM'.

      * COPY CARDFILE RECORD LAYOUT
       COPY 'CARDREC'.

      * COPY ACCTFILE RECORD LAYOUT
       COPY 'ACCTREC'.

      * COPY ACCTAUDIT RECORD LAYOUT
       COPY 'ACCTAUD'.

      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'OPERREC'.

       01 WS-RESP               PIC S9(08) COMP.
       01 WS-BROWSE-RESP        PIC S9(08) COMP.
       01 WS-ABSTIME            PIC S9(15) COMP-3.
       01 WS-DATE8              PIC X(08).
       01 WS-TIME6              PIC X(06).
       01 WS-LINE-TEXT          PIC X(78).
       01 WS-SAVED-MSG          PIC X(60).
       01 WS-STATUS-WORD        PIC X(08).
       01 WS-REASON-WORD        PIC X(11).
       01 WS-EMBOSS-WORD        PIC X(10).
       01 WS-REPL-WANTED        PIC X(01).
       01 WS-LAST-SEQ           PIC 9(02).
       01 WS-NEW-SEQ            PIC 9(02).
       01 WS-EXP-YYYY           PIC 9(04).

       01 WS-GOT-IND            PIC X(01).
           88 GOT-ONE                     VALUE 'Y'.

      * THE CARD BEING ACTED ON, BEFORE AND AFTER, AS THE AUDIT ROW
      * SPELLS IT - STATUS WORD AND EXPIRY
       01 WS-CARD-BEFORE        PIC X(20).
       01 WS-CARD-AFTER         PIC X(20).
       01 WS-AUDIT-CARDNO       PIC X(16).

      * THE REPLACEMENT CARD, HELD FOR ITS AUDIT ROW UNTIL THE OLD
      * CARD HAS BEEN UPDATED
       01 WS-NEW-CARDNO         PIC X(16).
       01 WS-NEW-CARD-AFTER     PIC X(20).

      * THE ACCOUNT'S CARDS ARE LISTED IN CARD SEQUENCE ORDER.
      * CA-LAST-POS HOLDS THE LAST CARD NUMBER SHOWN, FOR PF8 TO
      * RESUME FROM
       01 WS-COMMAREA.
           05 CA-ACCTNO          PIC X(09).
           05 CA-LAST-POS        PIC X(16).
           05 CA-MORE-IND        PIC X(01).
       01 WS-COMM-LEN            PIC S9(4) COMP VALUE +26.

      * THE ACCOUNT AS KEYED ON THE SCREEN - LEFT UNTOUCHED IT TAKES
      * THE ACCOUNT ALREADY LISTED
       01 WS-KEYED-ACCTNO        PIC X(09).

       01 WS-CHK-NUM.
           05 WS-CHK-DIGIT       PIC 9(01) OCCURS 9 TIMES.
       01 WS-CARD-CHK-NUM.
           05 WS-CARD-CHK-DIGIT  PIC 9(01) OCCURS 16 TIMES.
       01 WS-CHK-I              PIC S9(04) COMP.
       01 WS-CHK-HALF           PIC S9(04) COMP.
       01 WS-CHK-ODD            PIC S9(04) COMP.
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

       01 DFHCOMMAREA            PIC X(26).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * NO (OR TOO SHORT A) COMMAREA MEANS THIS IS A FRESH CALL OFF THE
      * MENU, NOT A RETURN TRIP WITH AN ACCOUNT ALREADY LISTED
           IF EIBCALEN < 26 THEN
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
                MAP('MAPG')
                MAPSET('DCIA2KM')
           END-EXEC.

      * BLOCKING A CARD OR ORDERING ONE IS ACCOUNT MAINTENANCE - IA2K
      * CAN BE STARTED DIRECTLY, SO THE CHECK IS MADE HERE
           PERFORM 050-CHECK-AUTHORITY THRU 050-EXIT.
           IF NOT OPER-IS-MAINT AND NOT OPER-IS-SUPER THEN
                GO TO 960-NOT-AUTHORIZED
           END-IF.

           GO TO 200-VALIDATE.

       050-CHECK-AUTHORITY.

      * LOOK THE OPERATOR UP ON THE AUTHORITY FILE - ANYONE NOT ON
      * FILE IS TREATED AS INQUIRY-ONLY, THE SAFEST DEFAULT
           MOVE EIBOPID TO OPER-OPID.
           EXEC CICS READ
                FILE('OPERFILE')
                INTO(OPER-REC)
                LENGTH(OPER-LEN)
                RIDFLD(OPER-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'I' TO OPER-AUTH
           END-IF.

       050-EXIT.
           EXIT.

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

       080-CARD-CHKDIG.

      * THE SAME MOD-10 RULE OVER A CARD NUMBER'S FIFTEEN-DIGIT BASE,
      * HELD IN WS-CARD-CHK-NUM. WS-CHK-EXPECT IS LEFT HOLDING THE
      * CHECK DIGIT THE BASE CALLS FOR, SO A NEW CARD NUMBER IS
      * FINISHED OFF FROM IT
           MOVE 'N' TO WS-CHKDIG-OK-IND.
           MOVE ZERO TO WS-CHK-SUM.
           PERFORM 085-SUM-CARD-DIGIT THRU 085-EXIT
                VARYING WS-CHK-I FROM 1 BY 1
                UNTIL WS-CHK-I > 15.

           DIVIDE WS-CHK-SUM BY 10 GIVING WS-CHK-QUOT
                REMAINDER WS-CHK-REM.
           IF WS-CHK-REM = ZERO THEN
                MOVE ZERO TO WS-CHK-EXPECT
           ELSE
                COMPUTE WS-CHK-EXPECT = 10 - WS-CHK-REM
           END-IF.

           IF WS-CHK-EXPECT = WS-CARD-CHK-DIGIT(16) THEN
                SET CHKDIG-OK TO TRUE
           END-IF.

       080-EXIT.
           EXIT.

       085-SUM-CARD-DIGIT.

      * FIFTEEN DIGITS OF BASE, SO THE ODD POSITIONS ARE THE ONES
      * THAT DOUBLE
           MOVE WS-CARD-CHK-DIGIT(WS-CHK-I) TO WS-CHK-D.
           DIVIDE WS-CHK-I BY 2 GIVING WS-CHK-HALF
                REMAINDER WS-CHK-ODD.
           IF WS-CHK-ODD = 1 THEN
                COMPUTE WS-CHK-D = WS-CHK-D * 2
                IF WS-CHK-D > 9 THEN
                     SUBTRACT 9 FROM WS-CHK-D
                END-IF
           END-IF.
           ADD WS-CHK-D TO WS-CHK-SUM.

       085-EXIT.
           EXIT.

       100-FIRST-TIME.

           PERFORM 050-CHECK-AUTHORITY THRU 050-EXIT.
           IF NOT OPER-IS-MAINT AND NOT OPER-IS-SUPER THEN
                GO TO 960-NOT-AUTHORIZED
           END-IF.

           MOVE LOW-VALUES TO MAPGO.
           MOVE 'ENTER AN ACCOUNT NUMBER AND PRESS ENTER' TO MSGO.
           MOVE SPACES TO WS-COMMAREA.

           EXEC CICS SEND
               MAP('MAPG')
               MAPSET('DCIA2KM')
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('IA2K')
               COMMAREA(WS-COMMAREA)
               LENGTH(WS-COMM-LEN)
           END-EXEC.

       200-VALIDATE.

           IF ACCTNOL > 0 THEN
                MOVE ACCTNOI TO WS-KEYED-ACCTNO
           ELSE
                MOVE CA-ACCTNO TO WS-KEYED-ACCTNO
           END-IF.

      * SAME VALIDATION DCIA2PGR APPLIES TO ACCTNOI
           IF WS-KEYED-ACCTNO IS NOT NUMERIC THEN
                GO TO 410-NOT-NUMERIC
           ELSE
           IF ACCTNOL > 0 AND ACCTNOL < 9 THEN
                GO TO 420-NOT-NINE-LONG
           END-IF.

           MOVE WS-KEYED-ACCTNO TO WS-CHK-NUM.
           PERFORM 070-VALIDATE-CHKDIG THRU 070-EXIT.
           IF NOT CHKDIG-OK THEN
                GO TO 430-BAD-CHECK-DIGIT
           END-IF.

           MOVE WS-KEYED-ACCTNO TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 440-ACCT-NOT-FOUND
           END-IF.

      * A DIFFERENT ACCOUNT, OR NO ACTION KEYED, JUST LISTS THE
      * ACCOUNT'S CARDS. AN ACTION IS ONLY TAKEN AGAINST A CARD OF
      * THE ACCOUNT ALREADY LISTED
           IF WS-KEYED-ACCTNO NOT = CA-ACCTNO THEN
                MOVE WS-KEYED-ACCTNO TO CA-ACCTNO
                GO TO 210-START-LIST
           END-IF.

           IF ACTIONI = SPACES OR ACTIONI = LOW-VALUES THEN
                GO TO 210-START-LIST
           END-IF.

           GO TO 500-CARD-ACTION.

       210-START-LIST.

           MOVE HIGH-VALUES TO CA-LAST-POS.
           MOVE 'N' TO CA-MORE-IND.

      * AN ACCOUNT'S CARDS SIT TOGETHER UNDER THE ISSUER PREFIX AND
      * THE ACCOUNT NUMBER - START AT SEQUENCE ZERO, BELOW THE FIRST
           MOVE CARD-ISSUER-PREFIX TO CARD-PREFIX.
           MOVE CA-ACCTNO TO CARD-ACCTNO.
           MOVE ZERO TO CARD-SEQ.
           MOVE ZERO TO CARD-CHKDIG.
           PERFORM 215-START-CARD-BROWSE THRU 215-EXIT.

           GO TO 300-SHOW-PAGE.

       215-START-CARD-BROWSE.

           EXEC CICS STARTBR
                FILE('CARDFILE')
                RIDFLD(CARD-KEY)
                GTEQ
                RESP(WS-BROWSE-RESP)
           END-EXEC.

       215-EXIT.
           EXIT.

       250-NEXT-PAGE.

           IF CA-MORE-IND NOT = 'Y' THEN
                GO TO 100-FIRST-TIME
           END-IF.

           MOVE SPACES TO WS-SAVED-MSG.
           MOVE CA-LAST-POS TO CARD-NUMBER.
           PERFORM 215-START-CARD-BROWSE THRU 215-EXIT.

           GO TO 300-SHOW-PAGE.

       300-SHOW-PAGE.

           MOVE LOW-VALUES TO MAPGO.
           MOVE CA-ACCTNO TO ACCTNOO.
           MOVE SPACES TO HDR1O.
           MOVE SPACES TO LINE1O LINE2O LINE3O LINE4O LINE5O.
           MOVE 'N' TO CA-MORE-IND.

           STRING 'CARD NUMBER       STATUS    EXPIRES  '
                'ISSUED      REASON       EMBOSSED'
                DELIMITED BY SIZE INTO HDR1O.
           MOVE SPACES TO CARDNOO.
           MOVE SPACE TO ACTIONO.
           MOVE SPACE TO REPLO.

           IF WS-BROWSE-RESP = DFHRESP(NORMAL) THEN
                PERFORM 310-READ-LINE-1 THRU 310-READ-LINE-1-EXIT
                EXEC CICS ENDBR
                     FILE('CARDFILE')
                END-EXEC
           END-IF.

           IF WS-SAVED-MSG NOT = SPACES THEN
                MOVE WS-SAVED-MSG TO MSGO
           ELSE
           IF LINE1O = SPACES THEN
                MOVE 'NO CARDS ISSUED ON THIS ACCOUNT YET   PF3 = MENU'
                     TO MSGO
           ELSE
           IF CA-MORE-IND = 'Y' THEN
                MOVE 'PF8 = MORE  CARD + L/S/R TO ACT  PF3 = MENU'
                     TO MSGO
           ELSE
                MOVE 'L = LOST  S = STOLEN  R = REPLACE  PF3 = MENU'
                     TO MSGO
           END-IF.

           EXEC CICS SEND
                MAP('MAPG')
                MAPSET('DCIA2KM')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA2K')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       305-FETCH-ONE.

      * HAND BACK THE ACCOUNT'S NEXT CARD IN WS-LINE-TEXT. A RESUMED
      * BROWSE IS POSITIONED ON THE LAST CARD THE PAGE BEFORE SHOWED -
      * READ PAST IT SO IT IS NOT REPEATED
           MOVE 'N' TO WS-GOT-IND.
           PERFORM 390-READNEXT-CARD THRU 390-EXIT
                WITH TEST AFTER
                UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                   OR CARD-NUMBER NOT = CA-LAST-POS.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR CARD-PREFIX NOT = CARD-ISSUER-PREFIX
              OR CARD-ACCTNO NOT = CA-ACCTNO THEN
                GO TO 305-EXIT
           END-IF.

           PERFORM 700-FORMAT-CARD THRU 700-EXIT.
           SET GOT-ONE TO TRUE.

       305-EXIT.
           EXIT.

       310-READ-LINE-1.

      * READ UP TO FIVE CARDS ONE AT A TIME; A SIXTH READ IS TAKEN
      * TO SEE IF THERE IS A FURTHER PAGE WITHOUT DISPLAYING IT
           PERFORM 305-FETCH-ONE THRU 305-EXIT.
           IF NOT GOT-ONE THEN
                GO TO 310-READ-LINE-1-EXIT
           END-IF.

           MOVE WS-LINE-TEXT TO LINE1O.
           MOVE CARD-NUMBER TO CA-LAST-POS.

           PERFORM 320-READ-LINE-2 THRU 320-READ-LINE-2-EXIT.

       310-READ-LINE-1-EXIT.
           EXIT.

       320-READ-LINE-2.

           PERFORM 305-FETCH-ONE THRU 305-EXIT.
           IF NOT GOT-ONE THEN
                GO TO 320-READ-LINE-2-EXIT
           END-IF.

           MOVE WS-LINE-TEXT TO LINE2O.
           MOVE CARD-NUMBER TO CA-LAST-POS.

           PERFORM 330-READ-LINE-3 THRU 330-READ-LINE-3-EXIT.

       320-READ-LINE-2-EXIT.
           EXIT.

       330-READ-LINE-3.

           PERFORM 305-FETCH-ONE THRU 305-EXIT.
           IF NOT GOT-ONE THEN
                GO TO 330-READ-LINE-3-EXIT
           END-IF.

           MOVE WS-LINE-TEXT TO LINE3O.
           MOVE CARD-NUMBER TO CA-LAST-POS.

           PERFORM 340-READ-LINE-4 THRU 340-READ-LINE-4-EXIT.

       330-READ-LINE-3-EXIT.
           EXIT.

       340-READ-LINE-4.

           PERFORM 305-FETCH-ONE THRU 305-EXIT.
           IF NOT GOT-ONE THEN
                GO TO 340-READ-LINE-4-EXIT
           END-IF.

           MOVE WS-LINE-TEXT TO LINE4O.
           MOVE CARD-NUMBER TO CA-LAST-POS.

           PERFORM 350-READ-LINE-5 THRU 350-READ-LINE-5-EXIT.

       340-READ-LINE-4-EXIT.
           EXIT.

       350-READ-LINE-5.

           PERFORM 305-FETCH-ONE THRU 305-EXIT.
           IF NOT GOT-ONE THEN
                GO TO 350-READ-LINE-5-EXIT
           END-IF.

           MOVE WS-LINE-TEXT TO LINE5O.
           MOVE CARD-NUMBER TO CA-LAST-POS.

      * PAGE IS FULL - PEEK ONE MORE CARD TO SEE IF PF8 SHOULD WORK
           PERFORM 305-FETCH-ONE THRU 305-EXIT.
           IF GOT-ONE THEN
                MOVE 'Y' TO CA-MORE-IND
           END-IF.

       350-READ-LINE-5-EXIT.
           EXIT.

       390-READNEXT-CARD.

           EXEC CICS READNEXT
                FILE('CARDFILE')
                INTO(CARD-REC)
                LENGTH(CARD-LEN)
                RIDFLD(CARD-KEY)
                RESP(WS-RESP)
           END-EXEC.

       390-EXIT.
           EXIT.

       410-NOT-NUMERIC.

           MOVE LOW-VALUES TO MAPGO.
           MOVE 'ACCOUNT NUMBERS MUST BE NUMERIC' TO MSGO.
           MOVE SPACES TO WS-COMMAREA.

           EXEC CICS SEND
                MAP('MAPG')
                MAPSET('DCIA2KM')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA2K')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       420-NOT-NINE-LONG.

           MOVE LOW-VALUES TO MAPGO.
           MOVE 'ACCOUNT NUMBERS MUST BE 9 NUMBERS LONG' TO MSGO.
           MOVE SPACES TO WS-COMMAREA.

           EXEC CICS SEND
                MAP('MAPG')
                MAPSET('DCIA2KM')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA2K')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       430-BAD-CHECK-DIGIT.

           MOVE LOW-VALUES TO MAPGO.
           MOVE 'ACCOUNT NUMBER FAILS ITS CHECK DIGIT' TO MSGO.
           MOVE SPACES TO WS-COMMAREA.

           EXEC CICS SEND
                MAP('MAPG')
                MAPSET('DCIA2KM')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA2K')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       440-ACCT-NOT-FOUND.

           MOVE LOW-VALUES TO MAPGO.
           MOVE 'ACCOUNT NOT FOUND' TO MSGO.
           MOVE SPACES TO WS-COMMAREA.

           EXEC CICS SEND
                MAP('MAPG')
                MAPSET('DCIA2KM')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA2K')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       500-CARD-ACTION.

      * L AND S REPORT THE CARD LOST OR STOLEN AND BLOCK IT AT ONCE,
      * ORDERING A REPLACEMENT UNLESS N IS KEYED AGAINST IT. R ORDERS
      * A REPLACEMENT FOR A CARD THAT IS DAMAGED (BLOCKING IT) OR FOR
      * ONE ALREADY REPORTED LOST OR STOLEN WITHOUT ONE
           IF ACTIONI NOT = 'L' AND ACTIONI NOT = 'S'
              AND ACTIONI NOT = 'R' THEN
                MOVE 'ACTION IS L (LOST), S (STOLEN) OR R (REPLACE)'
                     TO WS-SAVED-MSG
                GO TO 210-START-LIST
           END-IF.

           IF REPLI = SPACES OR REPLI = LOW-VALUES THEN
                MOVE 'Y' TO WS-REPL-WANTED
           ELSE
                MOVE REPLI TO WS-REPL-WANTED
           END-IF.
           IF WS-REPL-WANTED NOT = 'Y' AND WS-REPL-WANTED NOT = 'N' THEN
                MOVE 'REPLACEMENT MUST BE Y OR N' TO WS-SAVED-MSG
                GO TO 210-START-LIST
           END-IF.
           IF ACTIONI = 'R' THEN
                MOVE 'Y' TO WS-REPL-WANTED
           END-IF.

           IF CARDNOI IS NOT NUMERIC OR CARDNOL < 16 THEN
                MOVE 'KEY THE FULL 16-DIGIT CARD NUMBER FROM THE LIST'
                     TO WS-SAVED-MSG
                GO TO 210-START-LIST
           END-IF.

           MOVE CARDNOI TO WS-CARD-CHK-NUM.
           PERFORM 080-CARD-CHKDIG THRU 080-EXIT.
           IF NOT CHKDIG-OK THEN
                MOVE 'CARD NUMBER FAILS ITS CHECK DIGIT' TO WS-SAVED-MSG
                GO TO 210-START-LIST
           END-IF.

           MOVE CARDNOI TO CARD-NUMBER.
           EXEC CICS READ
                FILE('CARDFILE')
                INTO(CARD-REC)
                LENGTH(CARD-LEN)
                RIDFLD(CARD-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR CARD-ACCTNO NOT = CA-ACCTNO THEN
                MOVE 'THAT CARD IS NOT ONE OF THIS ACCOUNT''S'
                     TO WS-SAVED-MSG
                GO TO 210-START-LIST
           END-IF.

           IF CARD-EXPIRED THEN
                MOVE 'THAT CARD HAS EXPIRED - IT CANNOT BE USED ANYWAY'
                     TO WS-SAVED-MSG
                GO TO 210-START-LIST
           END-IF.

           IF CARD-REPLACED THEN
                MOVE 'THAT CARD IS ALREADY REPLACED' TO WS-SAVED-MSG
                GO TO 210-START-LIST
           END-IF.

      * A LOST OR STOLEN CARD CAN ONLY GO ON TO HAVE ITS REPLACEMENT
      * ORDERED, AND ONLY IF IT HAS NONE YET
           IF (CARD-LOST OR CARD-STOLEN) AND ACTIONI NOT = 'R' THEN
                MOVE 'THAT CARD IS ALREADY BLOCKED' TO WS-SAVED-MSG
                GO TO 210-START-LIST
           END-IF.

           IF (CARD-LOST OR CARD-STOLEN) AND CARD-REPL-SEQ > ZERO THEN
                MOVE 'A REPLACEMENT FOR THAT CARD IS ALREADY ORDERED'
                     TO WS-SAVED-MSG
                GO TO 210-START-LIST
           END-IF.

      * A CLOSED OR CHARGED-OFF ACCOUNT GETS NO NEW PLASTIC - A CARD
      * ON ONE CAN STILL BE REPORTED, WHICH BLOCKS IT
           IF NOT ACCT-OPEN AND WS-REPL-WANTED = 'Y' THEN
                IF ACTIONI = 'R' THEN
                     MOVE 'ACCOUNT IS NOT OPEN - NO REPLACEMENT CARD'
                          TO WS-SAVED-MSG
                     GO TO 210-START-LIST
                END-IF
                MOVE 'N' TO WS-REPL-WANTED
           END-IF.

           PERFORM 690-GET-TIME THRU 690-GET-TIME-EXIT.

           IF WS-REPL-WANTED = 'Y' THEN
                PERFORM 560-FIND-LAST-SEQ THRU 560-EXIT
                IF WS-LAST-SEQ NOT < 99 THEN
                     MOVE 'NO CARD NUMBERS LEFT - REFER TO BACK OFFICE'
                          TO WS-SAVED-MSG
                     GO TO 210-START-LIST
                END-IF
                COMPUTE WS-NEW-SEQ = WS-LAST-SEQ + 1
           END-IF.

      * THE NEW CARD GOES ON FILE FIRST - IF IT CANNOT BE WRITTEN THE
      * OLD ONE IS LEFT AS IT WAS, SO NOTHING HAS CHANGED
           IF WS-REPL-WANTED = 'Y' THEN
                PERFORM 540-WRITE-REPLACEMENT THRU 540-EXIT
                IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                     GO TO 210-START-LIST
                END-IF
           END-IF.

      * THEN THE OLD CARD - BLOCK IT AND/OR NOTE ITS REPLACEMENT. IF
      * THAT FAILS THE NEW CARD IS TAKEN OFF AGAIN
           MOVE CARDNOI TO CARD-NUMBER.
           EXEC CICS READ
                FILE('CARDFILE')
                INTO(CARD-REC)
                LENGTH(CARD-LEN)
                RIDFLD(CARD-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'UNABLE TO UPDATE THE CARD - TRY AGAIN'
                     TO WS-SAVED-MSG
                PERFORM 550-UNDO-REPLACEMENT THRU 550-EXIT
                GO TO 210-START-LIST
           END-IF.

           PERFORM 710-STATUS-WORD THRU 710-EXIT.
           MOVE SPACES TO WS-CARD-BEFORE.
           STRING WS-STATUS-WORD ' EXP ' CARD-EXPIRY(1:4) '-'
                CARD-EXPIRY(5:2)
                DELIMITED BY SIZE INTO WS-CARD-BEFORE.

           IF CARD-ACTIVE THEN
                IF ACTIONI = 'L' THEN
                     SET CARD-LOST TO TRUE
                ELSE
                IF ACTIONI = 'S' THEN
                     SET CARD-STOLEN TO TRUE
                ELSE
                     SET CARD-REPLACED TO TRUE
                END-IF
                END-IF
                MOVE WS-DATE8 TO CARD-STATUS-DATE
                MOVE EIBOPID  TO CARD-STATUS-OPID
           END-IF.

           IF WS-REPL-WANTED = 'Y' THEN
                MOVE WS-NEW-SEQ TO CARD-REPL-SEQ
           END-IF.

           EXEC CICS REWRITE
                FILE('CARDFILE')
                FROM(CARD-REC)
                LENGTH(CARD-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'UNABLE TO UPDATE THE CARD - TRY AGAIN'
                     TO WS-SAVED-MSG
                PERFORM 550-UNDO-REPLACEMENT THRU 550-EXIT
                GO TO 210-START-LIST
           END-IF.

           PERFORM 710-STATUS-WORD THRU 710-EXIT.
           MOVE SPACES TO WS-CARD-AFTER.
           STRING WS-STATUS-WORD ' EXP ' CARD-EXPIRY(1:4) '-'
                CARD-EXPIRY(5:2)
                DELIMITED BY SIZE INTO WS-CARD-AFTER.
           MOVE CARD-NUMBER TO WS-AUDIT-CARDNO.
           PERFORM 800-WRITE-CARD-AUDIT THRU 800-WRITE-CARD-AUDIT-EXIT.

           IF WS-REPL-WANTED NOT = 'Y' THEN
                IF ACCT-OPEN THEN
                     MOVE 'CARD BLOCKED - NO REPLACEMENT ORDERED'
                          TO WS-SAVED-MSG
                ELSE
                     MOVE 'CARD BLOCKED - ACCOUNT NOT OPEN, NO NEW CARD'
                          TO WS-SAVED-MSG
                END-IF
                GO TO 210-START-LIST
           END-IF.

           MOVE SPACES            TO WS-CARD-BEFORE.
           MOVE WS-NEW-CARD-AFTER TO WS-CARD-AFTER.
           MOVE WS-NEW-CARDNO     TO WS-AUDIT-CARDNO.
           PERFORM 800-WRITE-CARD-AUDIT THRU 800-WRITE-CARD-AUDIT-EXIT.

           MOVE 'REPLACEMENT ORDERED - IT EMBOSSES WITH TONIGHT''S RUN'
                TO WS-SAVED-MSG.
           GO TO 210-START-LIST.

       540-WRITE-REPLACEMENT.

      * THE NEW CARD TAKES THE NEXT SEQUENCE ON THE ACCOUNT AND A
      * FRESH THREE-YEAR EXPIRY, AND WAITS FOR TONIGHT'S EMBOSSING
      * RUN (DCIA2BTM), WHICH ALSO EMBOSSES THE NAME ON IT
           MOVE CARD-ISSUER-PREFIX TO WS-CARD-CHK-NUM(1:4).
           MOVE CA-ACCTNO   TO WS-CARD-CHK-NUM(5:9).
           MOVE WS-NEW-SEQ  TO WS-CARD-CHK-NUM(14:2).
           MOVE ZERO        TO WS-CARD-CHK-DIGIT(16).
           PERFORM 080-CARD-CHKDIG THRU 080-EXIT.
           MOVE WS-CHK-EXPECT TO WS-CARD-CHK-DIGIT(16).

           MOVE SPACES TO CARD-REC.
           MOVE WS-CARD-CHK-NUM TO CARD-NUMBER.
           SET CARD-ACTIVE TO TRUE.
           MOVE WS-DATE8(1:4) TO WS-EXP-YYYY.
           ADD 3 TO WS-EXP-YYYY.
           MOVE WS-EXP-YYYY   TO CARD-EXPIRY(1:4).
           MOVE WS-DATE8(5:2) TO CARD-EXPIRY(5:2).
           MOVE WS-DATE8 TO CARD-ISSUE-DATE.
           SET CARD-ISSUE-REPLACE TO TRUE.
           SET CARD-EMBOSS-PENDING TO TRUE.
           MOVE WS-DATE8 TO CARD-STATUS-DATE.
           MOVE EIBOPID  TO CARD-STATUS-OPID.
           MOVE ZERO TO CARD-REPL-SEQ.

           EXEC CICS WRITE
                FILE('CARDFILE')
                FROM(CARD-REC)
                LENGTH(CARD-LEN)
                RIDFLD(CARD-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'UNABLE TO ADD THE NEW CARD - NOTHING CHANGED'
                     TO WS-SAVED-MSG
                GO TO 540-EXIT
           END-IF.

           PERFORM 710-STATUS-WORD THRU 710-EXIT.
           MOVE SPACES TO WS-NEW-CARD-AFTER.
           STRING WS-STATUS-WORD ' EXP ' CARD-EXPIRY(1:4) '-'
                CARD-EXPIRY(5:2)
                DELIMITED BY SIZE INTO WS-NEW-CARD-AFTER.
           MOVE CARD-NUMBER TO WS-NEW-CARDNO.

       540-EXIT.
           EXIT.

       550-UNDO-REPLACEMENT.

           IF WS-REPL-WANTED NOT = 'Y' THEN
                GO TO 550-EXIT
           END-IF.

           MOVE WS-NEW-CARDNO TO CARD-NUMBER.
           EXEC CICS DELETE
                FILE('CARDFILE')
                RIDFLD(CARD-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'CARD NOT UPDATED, NEW CARD LEFT - SEE BACK OFFICE'
                     TO WS-SAVED-MSG
           END-IF.

       550-EXIT.
           EXIT.

       560-FIND-LAST-SEQ.

      * THE HIGHEST CARD SEQUENCE ISSUED ON THE ACCOUNT SO FAR - THE
      * BROWSE RUNS ACROSS THE ACCOUNT'S CARDS IN SEQUENCE ORDER
           MOVE ZERO TO WS-LAST-SEQ.
           MOVE CARD-ISSUER-PREFIX TO CARD-PREFIX.
           MOVE CA-ACCTNO TO CARD-ACCTNO.
           MOVE ZERO TO CARD-SEQ.
           MOVE ZERO TO CARD-CHKDIG.
           PERFORM 215-START-CARD-BROWSE THRU 215-EXIT.
           IF WS-BROWSE-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 560-EXIT
           END-IF.

           PERFORM 565-TAKE-ONE-SEQ THRU 565-EXIT
                WITH TEST AFTER
                UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                   OR CARD-PREFIX NOT = CARD-ISSUER-PREFIX
                   OR CARD-ACCTNO NOT = CA-ACCTNO.

           EXEC CICS ENDBR
                FILE('CARDFILE')
           END-EXEC.

       560-EXIT.
           EXIT.

       565-TAKE-ONE-SEQ.

           PERFORM 390-READNEXT-CARD THRU 390-EXIT.
           IF WS-RESP = DFHRESP(NORMAL)
              AND CARD-PREFIX = CARD-ISSUER-PREFIX
              AND CARD-ACCTNO = CA-ACCTNO
              AND CARD-SEQ > WS-LAST-SEQ THEN
                MOVE CARD-SEQ TO WS-LAST-SEQ
           END-IF.

       565-EXIT.
           EXIT.

       690-GET-TIME.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-DATE8)
                TIME(WS-TIME6)
           END-EXEC.

       690-GET-TIME-EXIT.
           EXIT.

       700-FORMAT-CARD.

           PERFORM 710-STATUS-WORD THRU 710-EXIT.

           IF CARD-ISSUE-NEW THEN
                MOVE 'NEW ACCOUNT' TO WS-REASON-WORD
           ELSE
           IF CARD-ISSUE-REPLACE THEN
                MOVE 'REPLACEMENT' TO WS-REASON-WORD
           ELSE
           IF CARD-ISSUE-RENEW THEN
                MOVE 'RENEWAL    ' TO WS-REASON-WORD
           ELSE
                MOVE '?          ' TO WS-REASON-WORD
           END-IF.

           IF CARD-EMBOSSED THEN
                MOVE SPACES TO WS-EMBOSS-WORD
                STRING CARD-EMBOSS-DATE(1:4) '-' CARD-EMBOSS-DATE(5:2)
                     '-' CARD-EMBOSS-DATE(7:2)
                     DELIMITED BY SIZE INTO WS-EMBOSS-WORD
           ELSE
                MOVE 'PENDING   ' TO WS-EMBOSS-WORD
           END-IF.

           MOVE SPACES TO WS-LINE-TEXT.
           STRING CARD-NUMBER '  ' WS-STATUS-WORD '  '
                CARD-EXPIRY(1:4) '-' CARD-EXPIRY(5:2) '  '
                CARD-ISSUE-DATE(1:4) '-' CARD-ISSUE-DATE(5:2) '-'
                CARD-ISSUE-DATE(7:2) '  ' WS-REASON-WORD '  '
                WS-EMBOSS-WORD
                DELIMITED BY SIZE INTO WS-LINE-TEXT.

       700-EXIT.
           EXIT.

       710-STATUS-WORD.

           IF CARD-ACTIVE THEN
                MOVE 'ACTIVE  ' TO WS-STATUS-WORD
           ELSE
           IF CARD-LOST THEN
                MOVE 'LOST    ' TO WS-STATUS-WORD
           ELSE
           IF CARD-STOLEN THEN
                MOVE 'STOLEN  ' TO WS-STATUS-WORD
           ELSE
           IF CARD-EXPIRED THEN
                MOVE 'EXPIRED ' TO WS-STATUS-WORD
           ELSE
           IF CARD-REPLACED THEN
                MOVE 'REPLACED' TO WS-STATUS-WORD
           ELSE
                MOVE '?       ' TO WS-STATUS-WORD
           END-IF.

       710-EXIT.
           EXIT.

       800-WRITE-CARD-AUDIT.

      * EVERY CARD EVENT GOES ON THE ACCOUNT'S AUDIT TRAIL - THE CARD
      * NUMBER IN BOTH ADDR1 SLOTS, ITS STATUS AND EXPIRY BEFORE AND
      * AFTER IN THE ADDR2 SLOTS (BEFORE BLANK FOR A NEW CARD)
           MOVE CA-ACCTNO TO ACCTAUD-ACCTNO.

           MOVE WS-DATE8 TO ACCTAUD-TS(1:8).
           MOVE WS-TIME6 TO ACCTAUD-TS(9:6).

           SET ACCTAUD-IS-CARD TO TRUE.
           MOVE EIBOPID  TO ACCTAUD-OPID.
           MOVE EIBTRMID TO ACCTAUD-TERMID.
           IF WS-CARD-BEFORE = SPACES THEN
                MOVE SPACES TO ACCTAUD-B-ADDR1
           ELSE
                MOVE WS-AUDIT-CARDNO TO ACCTAUD-B-ADDR1
           END-IF.
           MOVE WS-CARD-BEFORE  TO ACCTAUD-B-ADDR2.
           MOVE ZERO            TO ACCTAUD-B-CRLIMIT.
           MOVE WS-AUDIT-CARDNO TO ACCTAUD-A-ADDR1.
           MOVE WS-CARD-AFTER   TO ACCTAUD-A-ADDR2.
           MOVE ZERO            TO ACCTAUD-A-CRLIMIT.

           PERFORM 810-WRITE-AUDIT-REC THRU 810-WRITE-AUDIT-REC-EXIT.

       800-WRITE-CARD-AUDIT-EXIT.
           EXIT.

       810-WRITE-AUDIT-REC.

      * TWO AUDIT ROWS FOR THE SAME ACCOUNT IN THE SAME SECOND WOULD
      * OTHERWISE COLLIDE ON ACCTAUD-KEY - BUMP ACCTAUD-SEQ AND RETRY
      * RATHER THAN LET THE AUDIT WRITE ABEND THE CARD CHANGE ITSELF
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

       860-WRITE-DENIED-AUDIT.

      * RECORD THE ATTEMPTED OVERREACH ON THE AUDIT TRAIL - NO
      * ACCOUNT IS INVOLVED SO THE ROW IS KEYED UNDER ACCOUNT ZERO
           MOVE ZERO TO ACCTAUD-ACCTNO.

           PERFORM 690-GET-TIME THRU 690-GET-TIME-EXIT.

           MOVE WS-DATE8 TO ACCTAUD-TS(1:8).
           MOVE WS-TIME6 TO ACCTAUD-TS(9:6).

           SET ACCTAUD-IS-DENIED TO TRUE.
           MOVE EIBOPID  TO ACCTAUD-OPID.
           MOVE EIBTRMID TO ACCTAUD-TERMID.
           MOVE SPACES TO ACCTAUD-B-ADDR1.
           MOVE SPACES TO ACCTAUD-B-ADDR2.
           MOVE SPACES TO ACCTAUD-A-ADDR1.
           MOVE SPACES TO ACCTAUD-A-ADDR2.
           MOVE ZERO TO ACCTAUD-B-CRLIMIT.
           MOVE ZERO TO ACCTAUD-A-CRLIMIT.

           PERFORM 810-WRITE-AUDIT-REC THRU 810-WRITE-AUDIT-REC-EXIT.

       860-WRITE-DENIED-AUDIT-EXIT.
           EXIT.

       960-NOT-AUTHORIZED.

           PERFORM 860-WRITE-DENIED-AUDIT
                THRU 860-WRITE-DENIED-AUDIT-EXIT.

           MOVE LOW-VALUES TO MAPGO.
           MOVE 'YOU ARE NOT AUTHORIZED FOR THIS FUNCTION - PF3 MENU'
                TO MSGO.
           MOVE SPACES TO WS-COMMAREA.

           EXEC CICS SEND
                MAP('MAPG')
                MAPSET('DCIA2KM')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA2K')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       999-RETURN-TO-MENU.

           EXEC CICS XCTL
                PROGRAM('DCIA2PGM')
                COMMAREA(WS-MENU-COMMAREA)
                LENGTH(WS-MENU-COMM-LEN)
           END-EXEC.

       END PROGRAM DCIA2PGK.
