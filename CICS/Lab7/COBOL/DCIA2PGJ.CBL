      * COPY ACCTAUDIT RECORD LAYOUT
       COPY 'ACCTAUD'.

      * COPY DISPUTE CASE RECORD LAYOUT
       COPY 'DISPREC'.

      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'OPERREC'.

                GO TO 490-ALREADY-REVERSED
           END-IF.

      * AN ITEM UNDER AN OPEN DISPUTE ALREADY CARRIES A PROVISIONAL
      * CREDIT - IT IS SETTLED BY WORKING THE CASE ON IA2D, NOT BY A
      * SECOND CORRECTION HERE. ONCE THE CARDHOLDER HAS WON THAT
      * CREDIT IS FINAL, SO THE ITEM IS ALREADY MADE GOOD. ONLY A
      * MERCHANT WIN, WHICH RE-BILLS THE CREDIT, LEAVES IT OPEN TO
      * CORRECTION
           MOVE TRANH-KEY TO DISP-KEY.
           EXEC CICS READ
                FILE('DISPFILE')
                INTO(DISP-REC)
                LENGTH(DISP-LEN)
                RIDFLD(DISP-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) AND NOT DISP-MERCHANT-WON THEN
                GO TO 495-ITEM-IN-DISPUTE
           END-IF.

           MOVE TRANH-AMOUNT TO WS-ORIG-AMOUNT.

           IF ADJTYPI = 'R'
                UPDATE
           END-EXEC.

           IF ACCT-CHARGED-OFF THEN
                GO TO 535-ACCT-CHARGED-OFF
           END-IF.

           IF ACCT-CLOSED THEN
                GO TO 530-ACCT-CLOSED
           END-IF.
                TRANSID('IA2A')
           END-EXEC.

       495-ITEM-IN-DISPUTE.

           MOVE 'ITEM IS IN DISPUTE OR CREDITED BY ONE - SEE IA2D'
                TO MSGO.

           EXEC CICS SEND
                MAP('MAPA')
                MAPSET('DCIA2JM')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA2A')
           END-EXEC.

       510-AMOUNT-MISMATCH.

           MOVE 'A REVERSAL MUST MATCH THE ORIGINAL AMOUNT' TO MSGO.
                TRANSID('IA2A')
           END-EXEC.

      * A CHARGED-OFF BALANCE IS OFF THE BOOK - CORRECTIONS AFTER
      * CHARGE-OFF ARE WORKED BY RECOVERIES, NOT POSTED HERE
       535-ACCT-CHARGED-OFF.

           MOVE 'ACCOUNT IS CHARGED OFF - REFER TO RECOVERIES' TO MSGO.

           EXEC CICS SEND
                MAP('MAPA')
                MAPSET('DCIA2JM')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA2A')
           END-EXEC.

       960-NOT-AUTHORIZED.

           PERFORM 860-WRITE-DENIED-AUDIT
