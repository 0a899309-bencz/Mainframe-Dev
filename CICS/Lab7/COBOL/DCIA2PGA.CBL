      * COPY PURCHASE AUTHORIZATION MAP LAYOUT
       COPY 'DCIA2QM'.

      * COPY CARDFILE RECORD LAYOUT
       COPY 'CARDREC'.

      * COPY ACCTFILE RECORD LAYOUT
       COPY 'ACCTREC'.

       01 WS-HOLD-DONE-IND      PIC X(01).
           88 HOLD-BROWSE-DONE            VALUE 'Y'.
       01 WS-CHK-NUM.
           05 WS-CHK-DIGIT       PIC 9(01) OCCURS 16 TIMES.
       01 WS-CHK-I              PIC S9(04) COMP.
       01 WS-CHK-HALF           PIC S9(04) COMP.
       01 WS-CHK-ODD            PIC S9(04) COMP.
       01 WS-CHK-D              PIC 9(02).
       01 WS-CHK-SUM            PIC 9(03).
       01 WS-CHK-QUOT           PIC 9(03).

       070-VALIDATE-CHKDIG.

      * THE SIXTEENTH DIGIT OF A CARD NUMBER IS A MOD-10 (LUHN) CHECK
      * OVER THE FIFTEEN-DIGIT BASE - THE CALLER HAS ALREADY MOVED THE
      * CANDIDATE NUMBER TO WS-CHK-NUM. FROM THE RIGHT OF THE BASE
      * EVERY OTHER DIGIT DOUBLES, A PRODUCT OVER NINE ADDS ITS DIGITS
      * BACK TOGETHER, AND THE CHECK DIGIT BRINGS THE TOTAL TO A
      * MULTIPLE OF TEN - THE SAME RULE AS THE ACCOUNT NUMBER'S
           MOVE 'N' TO WS-CHKDIG-OK-IND.
           MOVE ZERO TO WS-CHK-SUM.
           PERFORM 075-SUM-ONE-DIGIT THRU 075-EXIT
                VARYING WS-CHK-I FROM 1 BY 1
                UNTIL WS-CHK-I > 15.

           DIVIDE WS-CHK-SUM BY 10 GIVING WS-CHK-QUOT
                REMAINDER WS-CHK-REM.
                COMPUTE WS-CHK-EXPECT = 10 - WS-CHK-REM
           END-IF.

           IF WS-CHK-EXPECT = WS-CHK-DIGIT(16) THEN
                SET CHKDIG-OK TO TRUE
           END-IF.


       075-SUM-ONE-DIGIT.

      * FIFTEEN DIGITS OF BASE, SO THE ODD POSITIONS ARE THE ONES
      * THAT DOUBLE
           MOVE WS-CHK-DIGIT(WS-CHK-I) TO WS-CHK-D.
           DIVIDE WS-CHK-I BY 2 GIVING WS-CHK-HALF
                REMAINDER WS-CHK-ODD.
           IF WS-CHK-ODD = 1 THEN
                COMPUTE WS-CHK-D = WS-CHK-D * 2
                IF WS-CHK-D > 9 THEN
                     SUBTRACT 9 FROM WS-CHK-D
       100-FIRST-TIME.

           MOVE LOW-VALUES TO MAP5O.
           MOVE 'ENTER CARD NUMBER AND AMOUNT, PF3 FOR MENU' TO MSGO.

           EXEC CICS SEND
               MAP('MAP5')

       200-VALIDATE.

      * A PURCHASE IS AUTHORIZED AGAINST THE PLASTIC PRESENTED, NOT
      * THE ACCOUNT - SAME CHECKS DCIA2PGR APPLIES TO AN ACCOUNT
      * NUMBER, OVER ALL SIXTEEN DIGITS
           IF CARDNOI IS NOT NUMERIC THEN
                GO TO 410-NOT-NUMERIC
           ELSE
           IF CARDNOL < 16 THEN
                GO TO 420-NOT-SIXTEEN-LONG
           ELSE
           IF AMTI IS NOT NUMERIC THEN
                GO TO 430-BAD-AMOUNT

       220-VALIDATE-CHKDIG.

           MOVE CARDNOI TO WS-CHK-NUM.
           PERFORM 070-VALIDATE-CHKDIG THRU 070-EXIT.
           IF CHKDIG-OK THEN
                GO TO 300-DECIDE
       440-BAD-CHECK-DIGIT.

           MOVE LOW-VALUES TO MAP5O.
           MOVE 'CARD NUMBER FAILS ITS CHECK DIGIT' TO MSGO.

           EXEC CICS SEND
                MAP('MAP5')

           MOVE AMTI TO WS-REQ-AMOUNT.

           MOVE CARDNOI TO CARD-NUMBER.
           EXEC CICS READ
                FILE('CARDFILE')
                INTO(CARD-REC)
                LENGTH(CARD-LEN)
                RIDFLD(CARD-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 450-CARDFILE-NOTFND
           END-IF.

      * THE CARD CARRIES THE ACCOUNT IT DRAWS ON - A BLOCKED OR
      * EXPIRED CARD STILL READS IT, SO THE DECLINE IS LOGGED AGAINST
      * THE RIGHT ACCOUNT
           MOVE CARD-ACCTNO TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
           MOVE WS-REQ-AMOUNT TO AUTH-AMOUNT.
           MOVE WS-AVAILABLE  TO AUTH-AVAIL.

      * A CARD REPORTED LOST OR STOLEN, OR ALREADY REPLACED, IS
      * BLOCKED FOR GOOD - THE ACCOUNT STAYS OPEN FOR ITS NEW CARD
           IF CARD-BLOCKED THEN
                SET AUTH-DECLINED TO TRUE
                SET AUTH-REAS-BLOCKED TO TRUE
                SET AUTH-HOLD-NONE TO TRUE
           ELSE
      * A CARD IS GOOD THROUGH THE END OF ITS EXPIRY MONTH - ONE PAST
      * IT IS DECLINED EVEN BEFORE THE NIGHTLY RUN HAS MARKED IT
           IF CARD-EXPIRED OR CARD-EXPIRY < WS-DATE8(1:6) THEN
                SET AUTH-DECLINED TO TRUE
                SET AUTH-REAS-EXPIRED TO TRUE
                SET AUTH-HOLD-NONE TO TRUE
           ELSE
      * A CHARGED-OFF ACCOUNT HAS BEEN WRITTEN OFF AND CAN NEVER
      * SPEND AGAIN, WHATEVER ITS (ZERO) BALANCE SAYS ABOUT HEADROOM
           IF ACCT-CHARGED-OFF THEN
                SET AUTH-DECLINED TO TRUE
                SET AUTH-REAS-CHGOFF TO TRUE
                SET AUTH-HOLD-NONE TO TRUE
           ELSE
           IF ACCT-CLOSED THEN
                SET AUTH-DECLINED TO TRUE
                SET AUTH-REAS-CLOSED TO TRUE
           PERFORM 800-WRITE-AUTH-LOG THRU 800-WRITE-AUTH-LOG-EXIT.

           MOVE LOW-VALUES TO MAP5O.
           MOVE CARD-NUMBER TO CARDNOO.
           MOVE ACCTNO      TO ACCTNOO.
           MOVE AMTI        TO AMTO.

           MOVE WS-AVAILABLE TO WS-AVAIL-EDIT.
           MOVE WS-AVAIL-EDIT TO AVAILO.
                MOVE 'AUTHORIZED - ENTER ANOTHER REQUEST OR PF3'
                     TO MSGO
           ELSE
           IF AUTH-REAS-BLOCKED THEN
                MOVE 'DECLINED - BLOCKED' TO RSLTO
                MOVE 'CARD IS LOST, STOLEN OR REPLACED - SEE IA2K'
                     TO MSGO
           ELSE
           IF AUTH-REAS-EXPIRED THEN
                MOVE 'DECLINED - EXPIRED' TO RSLTO
                MOVE 'CARD HAS EXPIRED - SEE IA2K FOR ITS RENEWAL'
                     TO MSGO
           ELSE
           IF AUTH-REAS-CHGOFF THEN
                MOVE 'DECLINED - CHARGEOFF' TO RSLTO
                MOVE 'ACCOUNT IS CHARGED OFF - REFER TO RECOVERIES'
                     TO MSGO
           ELSE
           IF AUTH-REAS-CLOSED THEN
                MOVE 'DECLINED - CLOSED' TO RSLTO
                MOVE 'ACCOUNT IS CLOSED - REFER TO BACK OFFICE'
       410-NOT-NUMERIC.

           MOVE LOW-VALUES TO MAP5O.
           MOVE 'CARD NUMBERS MUST BE NUMERIC' TO MSGO.

           EXEC CICS SEND
                MAP('MAP5')
                TRANSID('IA25')
           END-EXEC.

       420-NOT-SIXTEEN-LONG.

           MOVE LOW-VALUES TO MAP5O.
           MOVE 'CARD NUMBERS MUST BE 16 NUMBERS LONG' TO MSGO.

           EXEC CICS SEND
                MAP('MAP5')
                TRANSID('IA25')
           END-EXEC.

       450-CARDFILE-NOTFND.

           MOVE LOW-VALUES TO MAP5O.
           MOVE 'CARD NOT FOUND' TO MSGO.

           EXEC CICS SEND
                MAP('MAP5')
                MAPSET('DCIA2QM')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA25')
           END-EXEC.

       800-WRITE-AUTH-LOG.

      * ONE LOG ROW PER DECISION - ACCTNO, AMOUNT, HEADROOM, HOLD
