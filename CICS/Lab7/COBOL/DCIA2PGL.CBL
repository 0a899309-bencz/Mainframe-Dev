       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2PGL.
       AUTHOR. DEREK JOHNSTON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY SUSPENSE RESEARCH MAP LAYOUT
       COPY 'DCIA2LM'.

      * COPY SUSPENSE QUEUE RECORD LAYOUT
       COPY 'SUSPREC'.

      * COPY ACCTFILE RECORD LAYOUT
       COPY 'ACCTREC'.

      * COPY ACCTAUDIT RECORD LAYOUT
       COPY 'ACCTAUD'.

      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'OPERREC'.

       01 WS-RESP               PIC S9(08) COMP.
       01 WS-ABSTIME            PIC S9(15) COMP-3.
       01 WS-DATE8              PIC X(08).
       01 WS-TIME6              PIC X(06).
       01 WS-AMT-EDIT           PIC Z,ZZZ,ZZ9.99.
       01 WS-SAVED-MSG          PIC X(60).

      * THE ITEM KEY AS KEYED ON THE SCREEN - ANY KEY FIELD LEFT
      * UNTOUCHED TAKES ITS VALUE FROM THE ITEM ALREADY SHOWN
       01 WS-KEYED-KEY.
           05 WS-KEYED-DEP-DATE  PIC X(08).
           05 WS-KEYED-BATCH     PIC X(05).
           05 WS-KEYED-ITEM      PIC 9(04).

       01 WS-COMMAREA.
      * THE ITEM ON SCREEN - LOW-VALUES BEFORE ANY ITEM IS SHOWN
           05 CA-KEY.
               10 CA-DEP-DATE    PIC X(08).
               10 CA-BATCH       PIC X(05).
               10 CA-ITEM        PIC 9(04).
      * THE ACCOUNT SHOWN AND AWAITING A CONFIRMING SECOND ENTER -
      * ZEROS WHEN NO RELEASE IS IN FLIGHT
           05 CA-CONF-ACCTNO     PIC 9(09).
       01 WS-COMM-LEN            PIC S9(4) COMP VALUE +26.
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

      * DCIA2PGM'S OWN "COMING BACK TO THE MENU" CHECK LOOKS FOR A
      * 3-BYTE EIBCALEN - KEPT SEPARATE FROM WS-COMMAREA ABOVE SINCE
      * THAT ONE IS THIS PROGRAM'S OWN 26-BYTE RETURN-TRIP SHAPE
       01 WS-MENU-COMMAREA       PIC X(3) VALUE 'XXX'.
       01 WS-MENU-COMM-LEN       PIC S9(4) COMP VALUE +3.

       LINKAGE SECTION.

       01 DFHCOMMAREA            PIC X(26).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * NO (OR TOO SHORT A) COMMAREA MEANS THIS IS A FRESH CALL OFF
      * THE MENU - SHOW THE FIRST OPEN ITEM ON THE QUEUE STRAIGHT AWAY
           IF EIBCALEN < 26 THEN
               GO TO 100-FIRST-TIME
           END-IF.

           MOVE DFHCOMMAREA TO WS-COMMAREA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(170-REDISPLAY)
           END-EXEC.

           EXEC CICS HANDLE AID
                PF3(999-RETURN-TO-MENU)
                PF8(250-NEXT-OPEN)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPC')
                MAPSET('DCIA2LM')
           END-EXEC.

      * WORKING THE QUEUE MOVES MONEY ONTO AN ACCOUNT - THE MENU
      * GATES THE CHOICE TOO, BUT IA2L CAN BE STARTED DIRECTLY
           PERFORM 050-CHECK-AUTHORITY THRU 050-EXIT.
           IF NOT OPER-IS-MAINT AND NOT OPER-IS-SUPER THEN
                GO TO 960-NOT-AUTHORIZED
           END-IF.

      * A DIFFERENT ITEM KEY MEANS LOOK THAT ITEM UP; OTHERWISE AN
      * ACCOUNT KEYED AGAINST THE ITEM SHOWN IS A RELEASE, AND A BARE
      * ENTER JUST SHOWS THE SAME ITEM AGAIN
           IF DDATEL > 0 THEN
                MOVE DDATEI TO WS-KEYED-DEP-DATE
           ELSE
                MOVE CA-DEP-DATE TO WS-KEYED-DEP-DATE
           END-IF.

           IF BATCHL > 0 THEN
                MOVE BATCHI TO WS-KEYED-BATCH
           ELSE
                MOVE CA-BATCH TO WS-KEYED-BATCH
           END-IF.

           IF ITEML > 0 THEN
                IF ITEMI IS NOT NUMERIC THEN
                     GO TO 405-BAD-ITEM
                END-IF
                MOVE ITEMI TO WS-KEYED-ITEM
           ELSE
                MOVE CA-ITEM TO WS-KEYED-ITEM
           END-IF.

           IF WS-KEYED-KEY NOT = CA-KEY THEN
                GO TO 300-SHOW-KEYED
           END-IF.

           IF NEWACCTL > 0 AND NEWACCTI NOT = SPACES THEN
                GO TO 400-CHECK-NEW-ACCOUNT
           END-IF.

           GO TO 170-REDISPLAY.

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

       100-FIRST-TIME.

           PERFORM 050-CHECK-AUTHORITY THRU 050-EXIT.
           IF NOT OPER-IS-MAINT AND NOT OPER-IS-SUPER THEN
                GO TO 960-NOT-AUTHORIZED
           END-IF.

           MOVE LOW-VALUES TO CA-KEY.
           MOVE ZERO TO CA-CONF-ACCTNO.
           MOVE LOW-VALUES TO SUSP-KEY.
           GO TO 260-FIND-OPEN.

       170-REDISPLAY.

           PERFORM 050-CHECK-AUTHORITY THRU 050-EXIT.
           IF NOT OPER-IS-MAINT AND NOT OPER-IS-SUPER THEN
                GO TO 960-NOT-AUTHORIZED
           END-IF.

           IF CA-KEY = LOW-VALUES THEN
                MOVE LOW-VALUES TO SUSP-KEY
                GO TO 260-FIND-OPEN
           END-IF.

           MOVE CA-KEY TO SUSP-KEY.
           EXEC CICS READ
                FILE('SUSPFILE')
                INTO(SUSP-REC)
                LENGTH(SUSP-LEN)
                RIDFLD(SUSP-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE LOW-VALUES TO CA-KEY
                MOVE ZERO TO CA-CONF-ACCTNO
                MOVE LOW-VALUES TO SUSP-KEY
                GO TO 260-FIND-OPEN
           END-IF.

           MOVE ZERO TO CA-CONF-ACCTNO.
           PERFORM 620-STATUS-PROMPT THRU 620-STATUS-PROMPT-EXIT.
           GO TO 600-SHOW-ITEM.

       250-NEXT-OPEN.

           PERFORM 050-CHECK-AUTHORITY THRU 050-EXIT.
           IF NOT OPER-IS-MAINT AND NOT OPER-IS-SUPER THEN
                GO TO 960-NOT-AUTHORIZED
           END-IF.

           MOVE ZERO TO CA-CONF-ACCTNO.
           MOVE CA-KEY TO SUSP-KEY.

       260-FIND-OPEN.

      * BROWSE FORWARD FROM SUSP-KEY TO THE NEXT ITEM STILL WAITING
      * TO BE WORKED - RELEASED AND POSTED ITEMS ARE PASSED OVER, AS
      * IS THE ITEM ALREADY ON SCREEN
           EXEC CICS STARTBR
                FILE('SUSPFILE')
                RIDFLD(SUSP-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 280-NO-MORE-OPEN
           END-IF.

           PERFORM 270-READ-NEXT THRU 270-READ-NEXT-EXIT
                WITH TEST AFTER
                UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                   OR (SUSP-OPEN AND SUSP-KEY NOT = CA-KEY).

           EXEC CICS ENDBR
                FILE('SUSPFILE')
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 280-NO-MORE-OPEN
           END-IF.

           MOVE SUSP-KEY TO CA-KEY.
           PERFORM 620-STATUS-PROMPT THRU 620-STATUS-PROMPT-EXIT.
           GO TO 600-SHOW-ITEM.

       270-READ-NEXT.

           EXEC CICS READNEXT
                FILE('SUSPFILE')
                INTO(SUSP-REC)
                LENGTH(SUSP-LEN)
                RIDFLD(SUSP-KEY)
                RESP(WS-RESP)
           END-EXEC.

       270-READ-NEXT-EXIT.
           EXIT.

       280-NO-MORE-OPEN.

           MOVE LOW-VALUES TO MAPCO.
           IF CA-KEY = LOW-VALUES THEN
                MOVE 'NO OPEN ITEMS IN SUSPENSE' TO MSGO
           ELSE
                MOVE 'NO FURTHER OPEN ITEMS - KEY AN ITEM OR PF3'
                     TO MSGO
           END-IF.
           MOVE LOW-VALUES TO CA-KEY.
           MOVE ZERO TO CA-CONF-ACCTNO.

           EXEC CICS SEND
                MAP('MAPC')
                MAPSET('DCIA2LM')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA2L')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       300-SHOW-KEYED.

      * ANY ITEM CAN BE LOOKED UP BY ITS KEY, WHATEVER ITS STATUS -
      * RESEARCH OFTEN STARTS FROM A CUSTOMER CALL ABOUT A PAYMENT
      * ALREADY RELEASED OR POSTED
           MOVE WS-KEYED-KEY TO SUSP-KEY.
           EXEC CICS READ
                FILE('SUSPFILE')
                INTO(SUSP-REC)
                LENGTH(SUSP-LEN)
                RIDFLD(SUSP-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 410-ITEM-NOT-FOUND
           END-IF.

           MOVE SUSP-KEY TO CA-KEY.
           MOVE ZERO TO CA-CONF-ACCTNO.
           PERFORM 620-STATUS-PROMPT THRU 620-STATUS-PROMPT-EXIT.
           GO TO 600-SHOW-ITEM.

       400-CHECK-NEW-ACCOUNT.

      * SAME VALIDATION DCIA2PGR APPLIES TO ACCTNOI
           IF CA-KEY = LOW-VALUES THEN
                GO TO 415-NO-ITEM-SHOWN
           END-IF.

           IF NEWACCTI IS NOT NUMERIC THEN
                GO TO 420-NOT-NUMERIC
           END-IF.

           IF NEWACCTL < 9 THEN
                GO TO 425-NOT-NINE-LONG
           END-IF.

           MOVE NEWACCTI TO WS-CHK-NUM.
           PERFORM 070-VALIDATE-CHKDIG THRU 070-EXIT.
           IF NOT CHKDIG-OK THEN
                GO TO 430-BAD-CHECK-DIGIT
           END-IF.

           MOVE CA-KEY TO SUSP-KEY.
           EXEC CICS READ
                FILE('SUSPFILE')
                INTO(SUSP-REC)
                LENGTH(SUSP-LEN)
                RIDFLD(SUSP-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 410-ITEM-NOT-FOUND
           END-IF.

      * ONCE THE INTAKE RUN HAS FED THE ITEM TO POSTING IT IS MONEY
      * ON AN ACCOUNT - MOVING IT NOW IS A REVERSAL, NOT A RE-KEY
           IF SUSP-POSTED THEN
                GO TO 435-ALREADY-POSTED
           END-IF.

           MOVE NEWACCTI TO ACCTNO.
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

           IF ACCT-CLOSED THEN
                GO TO 445-ACCT-CLOSED
           END-IF.

      * A RELEASE TAKES TWO ENTERS - THE FIRST SHOWS WHOSE ACCOUNT
      * THE PAYMENT WILL LAND ON SO IT CAN BE CHECKED AGAINST THE
      * REMITTER, THE SECOND (SAME ACCOUNT AGAIN) RELEASES IT
           IF CA-CONF-ACCTNO IS NUMERIC
              AND CA-CONF-ACCTNO = ACCTNO THEN
                GO TO 500-RELEASE
           END-IF.

           MOVE ACCTNO TO CA-CONF-ACCTNO.
           MOVE SPACES TO WS-SAVED-MSG.
           STRING 'TO ' FNAME ' ' SNAME
                ' - ENTER TO CONFIRM'
                DELIMITED BY SIZE INTO WS-SAVED-MSG.
           GO TO 600-SHOW-ITEM.

       405-BAD-ITEM.

           MOVE 'ITEM NUMBER MUST BE 4 DIGITS' TO MSGO.
           GO TO 450-SEND-AND-RETURN.

       410-ITEM-NOT-FOUND.

           MOVE 'NO SUSPENSE ITEM UNDER THAT DATE/BATCH/ITEM' TO MSGO.
           GO TO 450-SEND-AND-RETURN.

       415-NO-ITEM-SHOWN.

           MOVE 'KEY A DATE/BATCH/ITEM OR PF8 FOR AN OPEN ITEM FIRST'
                TO MSGO.
           GO TO 450-SEND-AND-RETURN.

       420-NOT-NUMERIC.

           MOVE 'ACCOUNT NUMBERS MUST BE NUMERIC' TO MSGO.
           GO TO 450-SEND-AND-RETURN.

       425-NOT-NINE-LONG.

           MOVE 'ACCOUNT NUMBERS MUST BE 9 NUMBERS LONG' TO MSGO.
           GO TO 450-SEND-AND-RETURN.

       430-BAD-CHECK-DIGIT.

           MOVE 'ACCOUNT NUMBER FAILS ITS CHECK DIGIT' TO MSGO.
           GO TO 450-SEND-AND-RETURN.

       435-ALREADY-POSTED.

           MOVE 'ITEM ALREADY POSTED - CORRECT IT THROUGH IA2A'
                TO MSGO.
           GO TO 450-SEND-AND-RETURN.

       440-ACCT-NOT-FOUND.

           MOVE 'ACCOUNT NOT FOUND' TO MSGO.
           GO TO 450-SEND-AND-RETURN.

       445-ACCT-CLOSED.

           MOVE 'ACCOUNT IS CLOSED - CANNOT TAKE THE PAYMENT' TO MSGO.
           GO TO 450-SEND-AND-RETURN.

       450-SEND-AND-RETURN.

           MOVE ZERO TO CA-CONF-ACCTNO.

           EXEC CICS SEND
                MAP('MAPC')
                MAPSET('DCIA2LM')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA2L')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       500-RELEASE.

      * READ FOR UPDATE AND RECHECK - ANOTHER TERMINAL MAY HAVE
      * WORKED THE SAME ITEM SINCE THE FIRST ENTER
           MOVE CA-KEY TO SUSP-KEY.
           EXEC CICS READ
                FILE('SUSPFILE')
                INTO(SUSP-REC)
                LENGTH(SUSP-LEN)
                RIDFLD(SUSP-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 410-ITEM-NOT-FOUND
           END-IF.

           IF SUSP-POSTED THEN
                GO TO 435-ALREADY-POSTED
           END-IF.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-DATE8)
                TIME(WS-TIME6)
           END-EXEC.

      * A RELEASED ITEM CAN STILL BE RE-KEYED UNTIL THE INTAKE RUN
      * PICKS IT UP - THE LATEST RELEASE IS THE ONE THAT POSTS
           MOVE CA-CONF-ACCTNO TO SUSP-APPLY-ACCTNO.
           SET SUSP-RELEASED TO TRUE.
           MOVE EIBOPID TO SUSP-REL-OPID.
           MOVE WS-DATE8 TO SUSP-REL-TS(1:8).
           MOVE WS-TIME6 TO SUSP-REL-TS(9:6).

           EXEC CICS REWRITE
                FILE('SUSPFILE')
                FROM(SUSP-REC)
                LENGTH(SUSP-LEN)
           END-EXEC.

           PERFORM 800-WRITE-RELEASE-AUDIT
                THRU 800-WRITE-RELEASE-AUDIT-EXIT.

           MOVE ZERO TO CA-CONF-ACCTNO.
           MOVE 'RELEASED - POSTS IN THE NEXT NIGHTLY RUN  PF8=NEXT'
                TO WS-SAVED-MSG.
           GO TO 600-SHOW-ITEM.

       600-SHOW-ITEM.

      * SUSP-REC HOLDS THE ITEM TO SHOW AND WS-SAVED-MSG THE PROMPT
           MOVE LOW-VALUES TO MAPCO.
           MOVE SUSP-DEP-DATE    TO DDATEO.
           MOVE SUSP-BATCH       TO BATCHO.
           MOVE SUSP-ITEM        TO ITEMO.
           MOVE SUSP-RECV-ACCTNO TO RACCTO.
           MOVE SUSP-AMOUNT      TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT      TO AMTO.
           MOVE SUSP-CHECK-NO    TO CHKNOO.
           MOVE SUSP-REMITTER    TO REMITO.

           IF SUSP-REAS-CHKDIG THEN
                MOVE 'ACCOUNT FAILS CHECK DIGIT' TO REASONO
           ELSE
           IF SUSP-REAS-NOTFND THEN
                MOVE 'ACCOUNT NOT ON FILE' TO REASONO
           ELSE
           IF SUSP-REAS-CLOSED THEN
                MOVE 'ACCOUNT CLOSED' TO REASONO
           ELSE
           IF SUSP-REAS-BATCH THEN
                MOVE 'BATCH OUT OF BALANCE' TO REASONO
           ELSE
                MOVE SUSP-REASON TO REASONO
           END-IF.

           MOVE SPACES TO STATUSO.
           IF SUSP-RELEASED THEN
                STRING 'RELEASED TO ' SUSP-APPLY-ACCTNO
                     ' BY ' SUSP-REL-OPID
                     DELIMITED BY SIZE INTO STATUSO
           ELSE
           IF SUSP-POSTED THEN
                STRING 'POSTED ' SUSP-POST-DATE
                     ' TO ' SUSP-APPLY-ACCTNO
                     DELIMITED BY SIZE INTO STATUSO
           ELSE
                MOVE 'OPEN' TO STATUSO
           END-IF.

           IF CA-CONF-ACCTNO IS NUMERIC
              AND CA-CONF-ACCTNO NOT = ZERO THEN
                MOVE CA-CONF-ACCTNO TO NEWACCTO
           END-IF.

           MOVE WS-SAVED-MSG TO MSGO.

           EXEC CICS SEND
                MAP('MAPC')
                MAPSET('DCIA2LM')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA2L')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       620-STATUS-PROMPT.

           IF SUSP-OPEN THEN
                MOVE 'KEY THE CORRECT ACCOUNT TO RELEASE  PF8=NEXT'
                     TO WS-SAVED-MSG
           ELSE
           IF SUSP-RELEASED THEN
                MOVE 'RELEASED - KEY AN ACCOUNT TO RE-KEY IT  PF8=NEXT'
                     TO WS-SAVED-MSG
           ELSE
                MOVE 'ITEM POSTED - NO FURTHER ACTION  PF8=NEXT'
                     TO WS-SAVED-MSG
           END-IF.

       620-STATUS-PROMPT-EXIT.
           EXIT.

       800-WRITE-RELEASE-AUDIT.

      * THE RELEASE MOVES MONEY ONTO AN ACCOUNT, SO IT GOES ON THAT
      * ACCOUNT'S AUDIT TRAIL - THE NUMBER AS RECEIVED BEFORE, THE
      * NUMBER APPLIED TO AND THE AMOUNT AFTER
           MOVE SUSP-APPLY-ACCTNO TO ACCTAUD-ACCTNO.
           MOVE WS-DATE8 TO ACCTAUD-TS(1:8).
           MOVE WS-TIME6 TO ACCTAUD-TS(9:6).

           SET ACCTAUD-IS-RELEASE TO TRUE.
           MOVE EIBOPID  TO ACCTAUD-OPID.
           MOVE EIBTRMID TO ACCTAUD-TERMID.
           MOVE SPACES TO ACCTAUD-B-ADDR1.
           STRING 'RECEIVED ' SUSP-RECV-ACCTNO
                DELIMITED BY SIZE INTO ACCTAUD-B-ADDR1.
           MOVE SPACES TO ACCTAUD-B-ADDR2.
           STRING SUSP-DEP-DATE ' ' SUSP-BATCH ' ' SUSP-ITEM
                DELIMITED BY SIZE INTO ACCTAUD-B-ADDR2.
           MOVE ZERO TO ACCTAUD-B-CRLIMIT.
           MOVE SPACES TO ACCTAUD-A-ADDR1.
           STRING 'APPLY TO ' SUSP-APPLY-ACCTNO
                DELIMITED BY SIZE INTO ACCTAUD-A-ADDR1.
           MOVE SPACES TO ACCTAUD-A-ADDR2.
           STRING 'CHECK ' SUSP-CHECK-NO
                DELIMITED BY SIZE INTO ACCTAUD-A-ADDR2.
           MOVE SUSP-AMOUNT TO ACCTAUD-A-CRLIMIT.

           PERFORM 810-WRITE-AUDIT-REC THRU 810-WRITE-AUDIT-REC-EXIT.

       800-WRITE-RELEASE-AUDIT-EXIT.
           EXIT.

       810-WRITE-AUDIT-REC.

      * TWO AUDIT EVENTS FOR THE SAME ACCOUNT IN THE SAME SECOND WOULD
      * OTHERWISE COLLIDE ON ACCTAUD-KEY - BUMP ACCTAUD-SEQ AND RETRY
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

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-DATE8)
                TIME(WS-TIME6)
           END-EXEC.

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

           MOVE LOW-VALUES TO MAPCO.
           MOVE 'YOU ARE NOT AUTHORIZED FOR THIS FUNCTION - PF3 MENU'
                TO MSGO.
           MOVE LOW-VALUES TO CA-KEY.
           MOVE ZERO TO CA-CONF-ACCTNO.

           EXEC CICS SEND
                MAP('MAPC')
                MAPSET('DCIA2LM')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA2L')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       999-RETURN-TO-MENU.

           EXEC CICS XCTL
                PROGRAM('DCIA2PGM')
                COMMAREA(WS-MENU-COMMAREA)
                LENGTH(WS-MENU-COMM-LEN)
           END-EXEC.

       END PROGRAM DCIA2PGL.
