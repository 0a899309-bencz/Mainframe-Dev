       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2PGD.
       AUTHOR. DEREK JOHNSTON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY DISPUTE CASE MAP LAYOUT
       COPY 'DCIA2DM'.

      * COPY DISPUTE CASE RECORD LAYOUT
       COPY 'DISPREC'.

      * COPY ACCTFILE RECORD LAYOUT
       COPY 'ACCTREC'.

      * COPY TRANHIST RECORD LAYOUT
       COPY 'TRANHREC'.

      * COPY ACCTAUDIT RECORD LAYOUT
       COPY 'ACCTAUD'.

      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'OPERREC'.

       01 WS-RESP               PIC S9(08) COMP.
       01 WS-ABSTIME            PIC S9(15) COMP-3.
       01 WS-DUE-ABSTIME        PIC S9(15) COMP-3.
       01 WS-DATE8              PIC X(08).
       01 WS-TIME6              PIC X(06).
       01 WS-TYPE-WORD          PIC X(08).
       01 WS-AMT-EDIT           PIC Z,ZZZ,ZZ9.99.
       01 WS-SAVED-MSG          PIC X(60).
       01 WS-AUDIT-EVENT        PIC X(20).

      * THE REGULATORY RESPONSE WINDOW - 90 DAYS FROM THE DAY THE
      * CASE IS OPENED, IN THE MILLISECONDS ABSTIME COUNTS IN
       01 WS-RESPONSE-MS        PIC S9(15) COMP-3
                                VALUE +7776000000.

      * THE DISPUTED AMOUNT IS KEYED AS NINE DIGITS WITH THE CENTS
      * IMPLIED - LEFT BLANK IT DEFAULTS TO THE WHOLE ITEM
       01 WS-DAMT-KEYED         PIC X(09).
       01 WS-DAMT-N REDEFINES WS-DAMT-KEYED
                                PIC 9(07)V99.
       01 WS-DISP-AMOUNT        PIC 9(07)V99.

      * THE ITEM KEY AS KEYED ON THE SCREEN - ANY KEY FIELD LEFT
      * UNTOUCHED TAKES ITS VALUE FROM THE ITEM ALREADY SHOWN
       01 WS-KEYED-KEY.
           05 WS-KEYED-ACCTNO    PIC X(09).
           05 WS-KEYED-DATE      PIC X(08).
           05 WS-KEYED-SEQ       PIC X(03).

       01 WS-COMMAREA.
      * THE ITEM ON SCREEN - SPACES BEFORE ANY ITEM IS SHOWN. AN
      * ACTION IS ONLY EVER TAKEN AGAINST THE ITEM ALREADY SHOWN
           05 CA-KEY.
               10 CA-ACCTNO      PIC X(09).
               10 CA-DATE        PIC X(08).
               10 CA-SEQ         PIC X(03).
       01 WS-COMM-LEN            PIC S9(4) COMP VALUE +20.
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

       LINKAGE SECTION.

       01 DFHCOMMAREA            PIC X(20).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * THE POSTED TRANSACTION BROWSE (DCIA2PGT) HANDS OVER JUST THE
      * ACCOUNT IT WAS SHOWING - START THERE WITH THE ACCOUNT FILLED
           IF EIBCALEN = 9 THEN
               GO TO 150-FROM-BROWSE
           END-IF.

           IF EIBCALEN < 20 THEN
               GO TO 100-FIRST-TIME
           END-IF.

           MOVE DFHCOMMAREA TO WS-COMMAREA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
           END-EXEC.

           EXEC CICS HANDLE AID
                PF3(999-RETURN-TO-BROWSE)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPD')
                MAPSET('DCIA2DM')
           END-EXEC.

      * OPENING OR WORKING A CASE MOVES MONEY ON AN ACCOUNT - IA2D
      * CAN BE STARTED DIRECTLY, SO THE CHECK IS MADE HERE
           PERFORM 050-CHECK-AUTHORITY THRU 050-EXIT.
           IF NOT OPER-IS-MAINT AND NOT OPER-IS-SUPER THEN
                GO TO 960-NOT-AUTHORIZED
           END-IF.

           GO TO 200-VALIDATE-KEY.

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

           MOVE SPACES TO CA-KEY.
           MOVE LOW-VALUES TO MAPDO.
           MOVE 'KEY THE ACCOUNT AND ITEM DATE/SEQ AND PRESS ENTER'
                TO MSGO.

           EXEC CICS SEND
               MAP('MAPD')
               MAPSET('DCIA2DM')
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('IA2D')
               COMMAREA(WS-COMMAREA)
               LENGTH(WS-COMM-LEN)
           END-EXEC.

       150-FROM-BROWSE.

           PERFORM 050-CHECK-AUTHORITY THRU 050-EXIT.
           IF NOT OPER-IS-MAINT AND NOT OPER-IS-SUPER THEN
                GO TO 960-NOT-AUTHORIZED
           END-IF.

           MOVE SPACES TO CA-KEY.
           MOVE DFHCOMMAREA(1:9) TO CA-ACCTNO.
           MOVE LOW-VALUES TO MAPDO.
           MOVE CA-ACCTNO TO ACCTNOO.
           MOVE 'KEY THE ITEM DATE/SEQ FROM THE BROWSE AND PRESS ENTER'
                TO MSGO.

           EXEC CICS SEND
               MAP('MAPD')
               MAPSET('DCIA2DM')
               ERASE
           END-EXEC.

           EXEC CICS RETURN
               TRANSID('IA2D')
               COMMAREA(WS-COMMAREA)
               LENGTH(WS-COMM-LEN)
           END-EXEC.

       200-VALIDATE-KEY.

           IF ACCTNOL > 0 THEN
                MOVE ACCTNOI TO WS-KEYED-ACCTNO
           ELSE
                MOVE CA-ACCTNO TO WS-KEYED-ACCTNO
           END-IF.

           IF TDATEL > 0 THEN
                MOVE TDATEI TO WS-KEYED-DATE
           ELSE
                MOVE CA-DATE TO WS-KEYED-DATE
           END-IF.

           IF TSEQL > 0 THEN
                MOVE TSEQI TO WS-KEYED-SEQ
           ELSE
                MOVE CA-SEQ TO WS-KEYED-SEQ
           END-IF.

      * SAME VALIDATION DCIA2PGR APPLIES TO ACCTNOI
           IF WS-KEYED-ACCTNO IS NOT NUMERIC THEN
                GO TO 405-NOT-NUMERIC
           ELSE
           IF ACCTNOL > 0 AND ACCTNOL < 9 THEN
                GO TO 410-NOT-NINE-LONG
           ELSE
           IF WS-KEYED-DATE IS NOT NUMERIC THEN
                GO TO 420-BAD-ITEM-KEY
           ELSE
           IF WS-KEYED-SEQ IS NOT NUMERIC THEN
                GO TO 420-BAD-ITEM-KEY
           END-IF.

           MOVE WS-KEYED-ACCTNO TO WS-CHK-NUM.
           PERFORM 070-VALIDATE-CHKDIG THRU 070-EXIT.
           IF NOT CHKDIG-OK THEN
                GO TO 415-BAD-CHECK-DIGIT
           END-IF.

      * A NEW ITEM KEY IS ALWAYS JUST SHOWN FIRST, WHATEVER ACTION
      * CAME WITH IT - THE OPERATOR SEES THE ITEM AND ITS CASE BEFORE
      * ANY MONEY MOVES
           IF WS-KEYED-KEY NOT = CA-KEY THEN
                MOVE WS-KEYED-KEY TO CA-KEY
                MOVE SPACES TO WS-SAVED-MSG
                GO TO 600-SHOW-CASE
           END-IF.

           IF ACTIONL = 0 OR ACTIONI = SPACE THEN
                MOVE SPACES TO WS-SAVED-MSG
                GO TO 600-SHOW-CASE
           ELSE
           IF ACTIONI = 'O' THEN
                GO TO 300-OPEN-CASE
           ELSE
           IF ACTIONI = 'C' OR ACTIONI = 'M' THEN
                GO TO 500-RESOLVE-CASE
           ELSE
                GO TO 430-BAD-ACTION
           END-IF.

       300-OPEN-CASE.

           MOVE REASCDI TO DISP-REASON-CD.
           IF REASCDL = 0 OR NOT DISP-REASON-VALID THEN
                GO TO 435-BAD-REASON
           END-IF.

           MOVE CA-ACCTNO TO TRANH-ACCTNO.
           MOVE CA-DATE   TO TRANH-DATE.
           MOVE CA-SEQ    TO TRANH-SEQ.

           EXEC CICS READ
                FILE('TRANHIST')
                INTO(TRANH-REC)
                LENGTH(TRANH-LEN)
                RIDFLD(TRANH-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 425-ITEM-NOT-FOUND
           END-IF.

      * ONLY A CHARGE THE CARDHOLDER WAS BILLED CAN BE DISPUTED, AND
      * NOT ONE ALREADY TAKEN BACK OFF THE ACCOUNT BY A REVERSAL
           IF NOT TRANH-IS-DEBIT THEN
                GO TO 450-NOT-A-DEBIT
           END-IF.

           IF TRANH-REVERSED THEN
                GO TO 455-ITEM-REVERSED
           END-IF.

           IF DAMTL = 0 OR DAMTI = SPACES THEN
                MOVE TRANH-AMOUNT TO WS-DISP-AMOUNT
           ELSE
                MOVE DAMTI TO WS-DAMT-KEYED
                IF WS-DAMT-KEYED IS NOT NUMERIC THEN
                     GO TO 440-BAD-AMOUNT
                END-IF
                MOVE WS-DAMT-N TO WS-DISP-AMOUNT
           END-IF.

           IF WS-DISP-AMOUNT = ZERO THEN
                GO TO 440-BAD-AMOUNT
           END-IF.

           IF WS-DISP-AMOUNT > TRANH-AMOUNT THEN
                GO TO 445-AMOUNT-TOO-BIG
           END-IF.

           MOVE CA-ACCTNO TO DISP-ACCTNO.
           MOVE CA-DATE   TO DISP-TRAN-DATE.
           MOVE CA-SEQ    TO DISP-TRAN-SEQ.

           EXEC CICS READ
                FILE('DISPFILE')
                INTO(DISP-REC)
                LENGTH(DISP-LEN)
                RIDFLD(DISP-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                GO TO 460-CASE-EXISTS
           END-IF.

           MOVE CA-ACCTNO TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 475-ACCT-NOT-FOUND
           END-IF.

           IF ACCT-CHARGED-OFF THEN
                GO TO 485-ACCT-CHARGED-OFF
           END-IF.

           IF ACCT-CLOSED THEN
                GO TO 480-ACCT-CLOSED
           END-IF.

      * THE PROVISIONAL CREDIT TAKES THE DISPUTED AMOUNT OFF THE
      * BALANCE STRAIGHT AWAY, SO IT IS OUT OF THE NEXT STATEMENT'S
      * MINIMUM AND FINANCE CHARGE. CURR-BAL IS UNSIGNED SO IT
      * FLOORS AT ZERO - SAME RULE DCIA2PGJ APPLIES
           IF WS-DISP-AMOUNT > CURR-BAL THEN
                MOVE ZERO TO CURR-BAL
           ELSE
                SUBTRACT WS-DISP-AMOUNT FROM CURR-BAL
           END-IF.

           EXEC CICS REWRITE
                FILE('ACCTFILE')
                FROM(ACCTREC)
                LENGTH(ACCTREC-LEN)
           END-EXEC.

           PERFORM 690-GET-TIME THRU 690-GET-TIME-EXIT.

           MOVE CA-ACCTNO        TO TRANH-ORIG-ACCTNO.
           MOVE CA-DATE          TO TRANH-ORIG-DATE.
           MOVE CA-SEQ           TO TRANH-ORIG-SEQ.
           MOVE 'DISPUTE CREDIT' TO TRANH-REASON.
           SET TRANH-DIR-DOWN TO TRUE.
           PERFORM 700-WRITE-HISTORY THRU 700-WRITE-HISTORY-EXIT.

      * THE RESPONSE DEADLINE RUNS FROM TODAY
           COMPUTE WS-DUE-ABSTIME = WS-ABSTIME + WS-RESPONSE-MS.

           MOVE SPACES TO DISP-REC.
           MOVE CA-ACCTNO      TO DISP-ACCTNO.
           MOVE CA-DATE        TO DISP-TRAN-DATE.
           MOVE CA-SEQ         TO DISP-TRAN-SEQ.
           SET DISP-OPEN TO TRUE.
           MOVE REASCDI        TO DISP-REASON-CD.
           MOVE WS-DISP-AMOUNT TO DISP-AMOUNT.
           MOVE WS-DATE8       TO DISP-OPEN-DATE.
           MOVE EIBOPID        TO DISP-OPEN-OPID.
           MOVE TRANH-DATE     TO DISP-CREDIT-DATE.
           MOVE TRANH-SEQ      TO DISP-CREDIT-SEQ.
           MOVE ZEROS          TO DISP-RESOLVE-DATE.
           MOVE ZEROS          TO DISP-REBILL.

           EXEC CICS FORMATTIME
                ABSTIME(WS-DUE-ABSTIME)
                YYYYMMDD(DISP-DUE-DATE)
           END-EXEC.

           EXEC CICS WRITE
                FILE('DISPFILE')
                FROM(DISP-REC)
                LENGTH(DISP-LEN)
                RIDFLD(DISP-KEY)
           END-EXEC.

           MOVE SPACES TO WS-AUDIT-EVENT.
           STRING 'DISPUTE OPENED ' DISP-REASON-CD
                DELIMITED BY SIZE INTO WS-AUDIT-EVENT.
           PERFORM 800-WRITE-AUDIT THRU 800-WRITE-AUDIT-EXIT.

           MOVE 'CASE OPENED AND PROVISIONAL CREDIT POSTED'
                TO WS-SAVED-MSG.
           GO TO 600-SHOW-CASE.

       500-RESOLVE-CASE.

           MOVE CA-ACCTNO TO DISP-ACCTNO.
           MOVE CA-DATE   TO DISP-TRAN-DATE.
           MOVE CA-SEQ    TO DISP-TRAN-SEQ.

           EXEC CICS READ
                FILE('DISPFILE')
                INTO(DISP-REC)
                LENGTH(DISP-LEN)
                RIDFLD(DISP-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 465-NO-CASE
           END-IF.

           IF NOT DISP-OPEN THEN
                GO TO 470-CASE-RESOLVED
           END-IF.

           PERFORM 690-GET-TIME THRU 690-GET-TIME-EXIT.

           IF ACTIONI = 'M' THEN
                GO TO 550-MERCHANT-WON
           END-IF.

      * THE CARDHOLDER WON - THE PROVISIONAL CREDIT ALREADY ON THE
      * ACCOUNT SIMPLY STANDS AS FINAL, SO NO MONEY MOVES HERE. THE
      * DEBIT ITSELF STAYS UNREVERSED; DCIA2PGJ REFUSES ANY LATER
      * CORRECTION OF IT SO IT CANNOT BE CREDITED TWICE
           MOVE DISP-ACCTNO TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 475-ACCT-NOT-FOUND
           END-IF.

           SET DISP-CARDHOLDER-WON TO TRUE.
           MOVE WS-DATE8 TO DISP-RESOLVE-DATE.
           MOVE EIBOPID  TO DISP-RESOLVE-OPID.

           EXEC CICS REWRITE
                FILE('DISPFILE')
                FROM(DISP-REC)
                LENGTH(DISP-LEN)
           END-EXEC.

           MOVE DISP-AMOUNT TO WS-DISP-AMOUNT.
           MOVE 'DISPUTE CARDHLDR WON' TO WS-AUDIT-EVENT.
           PERFORM 800-WRITE-AUDIT THRU 800-WRITE-AUDIT-EXIT.

           MOVE 'CASE CLOSED - CARDHOLDER WON, CREDIT IS FINAL'
                TO WS-SAVED-MSG.
           GO TO 600-SHOW-CASE.

       550-MERCHANT-WON.

      * THE MERCHANT WON - THE PROVISIONAL CREDIT IS BILLED BACK
      * WITH AN ADJUSTMENT POINTING AT THE CREDIT ITSELF
           MOVE DISP-ACCTNO TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 475-ACCT-NOT-FOUND
           END-IF.

           IF ACCT-CHARGED-OFF THEN
                GO TO 485-ACCT-CHARGED-OFF
           END-IF.

           IF ACCT-CLOSED THEN
                GO TO 480-ACCT-CLOSED
           END-IF.

           ADD DISP-AMOUNT TO CURR-BAL.

           EXEC CICS REWRITE
                FILE('ACCTFILE')
                FROM(ACCTREC)
                LENGTH(ACCTREC-LEN)
           END-EXEC.

           MOVE DISP-AMOUNT      TO WS-DISP-AMOUNT.
           MOVE DISP-ACCTNO      TO TRANH-ORIG-ACCTNO.
           MOVE DISP-CREDIT-DATE TO TRANH-ORIG-DATE.
           MOVE DISP-CREDIT-SEQ  TO TRANH-ORIG-SEQ.
           MOVE 'DISPUTE REBILL'  TO TRANH-REASON.
           SET TRANH-DIR-UP TO TRUE.
           PERFORM 700-WRITE-HISTORY THRU 700-WRITE-HISTORY-EXIT.

           SET DISP-MERCHANT-WON TO TRUE.
           MOVE WS-DATE8   TO DISP-RESOLVE-DATE.
           MOVE EIBOPID    TO DISP-RESOLVE-OPID.
           MOVE TRANH-DATE TO DISP-REBILL-DATE.
           MOVE TRANH-SEQ  TO DISP-REBILL-SEQ.

           EXEC CICS REWRITE
                FILE('DISPFILE')
                FROM(DISP-REC)
                LENGTH(DISP-LEN)
           END-EXEC.

           PERFORM 720-MARK-CREDIT THRU 720-MARK-CREDIT-EXIT.

           MOVE 'DISPUTE MERCHANT WON' TO WS-AUDIT-EVENT.
           PERFORM 800-WRITE-AUDIT THRU 800-WRITE-AUDIT-EXIT.

           MOVE 'CASE CLOSED - MERCHANT WON, CREDIT RE-BILLED'
                TO WS-SAVED-MSG.
           GO TO 600-SHOW-CASE.

       600-SHOW-CASE.

      * RE-READ THE ITEM IN CA-KEY AND ITS CASE, IF ANY, AND SHOW
      * THEM WITH WS-SAVED-MSG OR THE PROMPT FOR WHAT CAN BE DONE
           MOVE LOW-VALUES TO MAPDO.
           MOVE CA-ACCTNO TO ACCTNOO.
           MOVE CA-DATE   TO TDATEO.
           MOVE CA-SEQ    TO TSEQO.

           MOVE CA-ACCTNO TO TRANH-ACCTNO.
           MOVE CA-DATE   TO TRANH-DATE.
           MOVE CA-SEQ    TO TRANH-SEQ.

           EXEC CICS READ
                FILE('TRANHIST')
                INTO(TRANH-REC)
                LENGTH(TRANH-LEN)
                RIDFLD(TRANH-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE SPACES TO CA-DATE CA-SEQ
                GO TO 425-ITEM-NOT-FOUND
           END-IF.

           PERFORM 610-FORMAT-ITEM THRU 610-FORMAT-ITEM-EXIT.

           MOVE CA-ACCTNO TO DISP-ACCTNO.
           MOVE CA-DATE   TO DISP-TRAN-DATE.
           MOVE CA-SEQ    TO DISP-TRAN-SEQ.

           EXEC CICS READ
                FILE('DISPFILE')
                INTO(DISP-REC)
                LENGTH(DISP-LEN)
                RIDFLD(DISP-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                PERFORM 620-FORMAT-CASE THRU 620-FORMAT-CASE-EXIT
           ELSE
                MOVE 'NO DISPUTE CASE ON THIS ITEM' TO CASEO
                IF WS-SAVED-MSG = SPACES THEN
                     MOVE 'KEY O, A REASON AND AMOUNT TO OPEN A CASE'
                          TO WS-SAVED-MSG
                END-IF
           END-IF.

           MOVE WS-SAVED-MSG TO MSGO.

           EXEC CICS SEND
                MAP('MAPD')
                MAPSET('DCIA2DM')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA2D')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       610-FORMAT-ITEM.

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

           MOVE TRANH-AMOUNT TO WS-AMT-EDIT.
           MOVE SPACES TO ITEMO.
           STRING WS-TYPE-WORD ' ' WS-AMT-EDIT '  ' TRANH-REASON
                DELIMITED BY SIZE INTO ITEMO.
           IF TRANH-REVERSED THEN
                MOVE 'REVERSED' TO ITEMO(53:8)
           END-IF.

       610-FORMAT-ITEM-EXIT.
           EXIT.

       620-FORMAT-CASE.

           MOVE DISP-REASON-CD TO REASCDO.
           MOVE DISP-AMOUNT    TO WS-DAMT-N.
           MOVE WS-DAMT-KEYED  TO DAMTO.
           MOVE DISP-AMOUNT    TO WS-AMT-EDIT.

           MOVE SPACES TO CASEO.
           MOVE SPACES TO DUEO.
           IF DISP-OPEN THEN
                STRING 'OPEN  ' WS-AMT-EDIT '  OPENED ' DISP-OPEN-DATE
                     ' BY ' DISP-OPEN-OPID
                     DELIMITED BY SIZE INTO CASEO
                STRING 'RESPOND BY ' DISP-DUE-DATE
                     '  CREDIT ' DISP-CREDIT-DATE '-' DISP-CREDIT-SEQ
                     DELIMITED BY SIZE INTO DUEO
                IF WS-SAVED-MSG = SPACES THEN
                     MOVE 'KEY C (CARDHOLDER WINS) OR M (MERCHANT WINS)'
                          TO WS-SAVED-MSG
                END-IF
           ELSE
           IF DISP-CARDHOLDER-WON THEN
                STRING 'CARDHOLDER WON  ' WS-AMT-EDIT '  OPENED '
                     DISP-OPEN-DATE
                     DELIMITED BY SIZE INTO CASEO
                STRING 'RESOLVED ' DISP-RESOLVE-DATE ' BY '
                     DISP-RESOLVE-OPID '  CREDIT FINAL'
                     DELIMITED BY SIZE INTO DUEO
           ELSE
                STRING 'MERCHANT WON  ' WS-AMT-EDIT '  OPENED '
                     DISP-OPEN-DATE
                     DELIMITED BY SIZE INTO CASEO
                STRING 'RESOLVED ' DISP-RESOLVE-DATE ' BY '
                     DISP-RESOLVE-OPID '  REBILLED '
                     DISP-REBILL-DATE '-' DISP-REBILL-SEQ
                     DELIMITED BY SIZE INTO DUEO
           END-IF.

           IF NOT DISP-OPEN AND WS-SAVED-MSG = SPACES THEN
                MOVE 'CASE RESOLVED - NO FURTHER ACTION  PF3=BROWSE'
                     TO WS-SAVED-MSG
           END-IF.

       620-FORMAT-CASE-EXIT.
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

       700-WRITE-HISTORY.

      * THE CREDIT OR RE-BILL GOES ON TRANHIST UNDER TODAY'S DATE AS
      * AN ADJUSTMENT - THE CALLER HAS SET THE ORIGINAL'S KEY, THE
      * REASON AND THE DIRECTION. TWO ITEMS FOR THE SAME ACCOUNT
      * TODAY WOULD COLLIDE ON TRANH-KEY, SO BUMP TRANH-SEQ AND
      * RETRY, SAME IDIOM AS DCIA2PGJ
           MOVE ACCTNO         TO TRANH-ACCTNO.
           MOVE WS-DATE8       TO TRANH-DATE.
           SET TRANH-IS-ADJUSTMENT TO TRUE.
           MOVE WS-DISP-AMOUNT TO TRANH-AMOUNT.
           MOVE CURR-BAL       TO TRANH-NEW-BAL.
           SET TRANH-NOT-REVERSED TO TRUE.

           MOVE ZERO TO TRANH-SEQ.
           PERFORM 710-TRY-WRITE-HISTORY
                THRU 710-TRY-WRITE-HISTORY-EXIT
                WITH TEST AFTER
                UNTIL WS-RESP = DFHRESP(NORMAL)
                   OR TRANH-SEQ > 998.

       700-WRITE-HISTORY-EXIT.
           EXIT.

       710-TRY-WRITE-HISTORY.

           EXEC CICS WRITE
                FILE('TRANHIST')
                FROM(TRANH-REC)
                LENGTH(TRANH-LEN)
                RIDFLD(TRANH-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                ADD 1 TO TRANH-SEQ
           END-IF.

       710-TRY-WRITE-HISTORY-EXIT.
           EXIT.

       720-MARK-CREDIT.

      * ONCE RE-BILLED THE PROVISIONAL CREDIT IS RETIRED THE SAME
      * WAY A REVERSED ITEM IS - MARKED ONLY AFTER THE RE-BILL IS
      * SAFELY ON FILE
           MOVE DISP-ACCTNO      TO TRANH-ACCTNO.
           MOVE DISP-CREDIT-DATE TO TRANH-DATE.
           MOVE DISP-CREDIT-SEQ  TO TRANH-SEQ.

           EXEC CICS READ
                FILE('TRANHIST')
                INTO(TRANH-REC)
                LENGTH(TRANH-LEN)
                RIDFLD(TRANH-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                SET TRANH-REVERSED TO TRUE
                EXEC CICS REWRITE
                     FILE('TRANHIST')
                     FROM(TRANH-REC)
                     LENGTH(TRANH-LEN)
                END-EXEC
           END-IF.

       720-MARK-CREDIT-EXIT.
           EXIT.

       800-WRITE-AUDIT.

      * THE AUDIT ROW RECORDS WHO OPENED OR RESOLVED THE CASE AND
      * WHEN, THE EVENT, THE DISPUTED ITEM AND THE AMOUNT - THE
      * MONEY SIDE OF THE STORY LIVES ON TRANHIST
           MOVE ACCTNO TO ACCTAUD-ACCTNO.

           MOVE WS-DATE8 TO ACCTAUD-TS(1:8).
           MOVE WS-TIME6 TO ACCTAUD-TS(9:6).

           SET ACCTAUD-IS-DISPUTE TO TRUE.
           MOVE EIBOPID  TO ACCTAUD-OPID.
           MOVE EIBTRMID TO ACCTAUD-TERMID.
           MOVE ADDR1    TO ACCTAUD-B-ADDR1.
           MOVE ADDR2    TO ACCTAUD-B-ADDR2.
           MOVE ZERO     TO ACCTAUD-B-CRLIMIT.
           MOVE WS-AUDIT-EVENT TO ACCTAUD-A-ADDR1.
           MOVE SPACES TO ACCTAUD-A-ADDR2.
           STRING 'ITEM ' CA-DATE '-' CA-SEQ
                DELIMITED BY SIZE INTO ACCTAUD-A-ADDR2.
           MOVE WS-DISP-AMOUNT TO ACCTAUD-A-CRLIMIT.

           PERFORM 810-WRITE-AUDIT-REC THRU 810-WRITE-AUDIT-REC-EXIT.

       800-WRITE-AUDIT-EXIT.
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

       405-NOT-NUMERIC.

           MOVE 'ACCOUNT NUMBERS MUST BE NUMERIC' TO MSGO.
           GO TO 490-SEND-AND-RETURN.

       410-NOT-NINE-LONG.

           MOVE 'ACCOUNT NUMBERS MUST BE 9 NUMBERS LONG' TO MSGO.
           GO TO 490-SEND-AND-RETURN.

       415-BAD-CHECK-DIGIT.

           MOVE 'ACCOUNT NUMBER FAILS ITS CHECK DIGIT' TO MSGO.
           GO TO 490-SEND-AND-RETURN.

       420-BAD-ITEM-KEY.

           MOVE 'ITEM DATE AND SEQ MUST BE NUMERIC' TO MSGO.
           GO TO 490-SEND-AND-RETURN.

       425-ITEM-NOT-FOUND.

           MOVE 'ITEM NOT ON TRANHIST' TO MSGO.
           GO TO 490-SEND-AND-RETURN.

       430-BAD-ACTION.

           MOVE 'ACTION MUST BE O OPEN, C CARDHOLDER WINS, M MERCHANT'
                TO MSGO.
           GO TO 490-SEND-AND-RETURN.

       435-BAD-REASON.

           MOVE 'REASON MUST BE NR, DP, AM, UA, QU OR CR' TO MSGO.
           GO TO 490-SEND-AND-RETURN.

       440-BAD-AMOUNT.

           MOVE 'AMOUNT MUST BE 9 DIGITS, CENTS IMPLIED, NOT ZERO'
                TO MSGO.
           GO TO 490-SEND-AND-RETURN.

       445-AMOUNT-TOO-BIG.

           MOVE 'DISPUTED AMOUNT CANNOT EXCEED THE ITEM' TO MSGO.
           GO TO 490-SEND-AND-RETURN.

       450-NOT-A-DEBIT.

           MOVE 'ONLY A DEBIT CAN BE DISPUTED' TO MSGO.
           GO TO 490-SEND-AND-RETURN.

       455-ITEM-REVERSED.

           MOVE 'ITEM WAS REVERSED - NOTHING LEFT TO DISPUTE' TO MSGO.
           GO TO 490-SEND-AND-RETURN.

       460-CASE-EXISTS.

           MOVE 'ITEM ALREADY HAS A DISPUTE CASE' TO MSGO.
           GO TO 490-SEND-AND-RETURN.

       465-NO-CASE.

           MOVE 'NO DISPUTE CASE ON THIS ITEM - KEY O TO OPEN ONE'
                TO MSGO.
           GO TO 490-SEND-AND-RETURN.

       470-CASE-RESOLVED.

           MOVE 'CASE ALREADY RESOLVED - NO FURTHER ACTION' TO MSGO.
           GO TO 490-SEND-AND-RETURN.

       475-ACCT-NOT-FOUND.

           MOVE 'ACCOUNT NOT FOUND' TO MSGO.
           GO TO 490-SEND-AND-RETURN.

       480-ACCT-CLOSED.

           MOVE 'ACCOUNT IS CLOSED - REFER TO BACK OFFICE' TO MSGO.
           GO TO 490-SEND-AND-RETURN.

      * A CHARGED-OFF BALANCE IS OFF THE BOOK - NOTHING CAN BE
      * CREDITED OR RE-BILLED TO IT HERE
       485-ACCT-CHARGED-OFF.

           MOVE 'ACCOUNT IS CHARGED OFF - REFER TO RECOVERIES' TO MSGO.
           GO TO 490-SEND-AND-RETURN.

       490-SEND-AND-RETURN.

           EXEC CICS SEND
                MAP('MAPD')
                MAPSET('DCIA2DM')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA2D')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       960-NOT-AUTHORIZED.

           PERFORM 860-WRITE-DENIED-AUDIT
                THRU 860-WRITE-DENIED-AUDIT-EXIT.

           MOVE LOW-VALUES TO MAPDO.
           MOVE 'YOU ARE NOT AUTHORIZED FOR THIS FUNCTION - PF3 BROWSE'
                TO MSGO.
           MOVE SPACES TO CA-KEY.

           EXEC CICS SEND
                MAP('MAPD')
                MAPSET('DCIA2DM')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA2D')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       999-RETURN-TO-BROWSE.

      * BACK TO THE POSTED TRANSACTION BROWSE THIS SCREEN IS REACHED
      * FROM - PASSING NO COMMAREA STARTS IT AFRESH
           EXEC CICS XCTL
                PROGRAM('DCIA2PGT')
           END-EXEC.

       END PROGRAM DCIA2PGD.
