           ELSE
           IF ACCTAUD-IS-REVOKE THEN
                MOVE 'REVOKE ' TO WS-ACTION
           ELSE
           IF ACCTAUD-IS-LETTER THEN
                MOVE 'LETTER ' TO WS-ACTION
           ELSE
           IF ACCTAUD-IS-DISPUTE THEN
                MOVE 'DISPUTE' TO WS-ACTION
           ELSE
           IF ACCTAUD-IS-PRICING THEN
                MOVE 'PRICING' TO WS-ACTION
           ELSE
           IF ACCTAUD-IS-REPRINT THEN
                MOVE 'REPRINT' TO WS-ACTION
           ELSE
           IF ACCTAUD-IS-CARD THEN
                MOVE 'CARD   ' TO WS-ACTION
           ELSE
           IF ACCTAUD-IS-RELEASE THEN
                MOVE 'RELEASE' TO WS-ACTION
           ELSE
                MOVE '?      ' TO WS-ACTION
           END-IF.
                STRING ACCTAUD-B-ADDR1 '>' ACCTAUD-A-ADDR1
                     DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
      * COLLECTION LETTER ROWS NAME THE LETTER AND WHERE IT WENT
           IF ACCTAUD-IS-LETTER THEN
                STRING ACCTAUD-A-ADDR1 ' ' ACCTAUD-A-ADDR2
                     DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
      * DISPUTE ROWS NAME THE EVENT AND THE DISPUTED ITEM
           IF ACCTAUD-IS-DISPUTE THEN
                STRING ACCTAUD-A-ADDR1 ' ' ACCTAUD-A-ADDR2
                     DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
      * DUPLICATE STATEMENT ROWS NAME THE STATEMENT ORDERED
           IF ACCTAUD-IS-REPRINT THEN
                STRING ACCTAUD-A-ADDR1 ' ' ACCTAUD-A-ADDR2
                     DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
      * CARD ROWS NAME THE CARD AND ITS STATUS/EXPIRY AFTER THE EVENT
           IF ACCTAUD-IS-CARD THEN
                STRING ACCTAUD-A-ADDR1 ' ' ACCTAUD-A-ADDR2
                     DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
      * SUSPENSE RELEASE ROWS SHOW THE ACCOUNT AS RECEIVED AND AS
      * APPLIED
           IF ACCTAUD-IS-RELEASE THEN
                STRING ACCTAUD-B-ADDR1 '>' ACCTAUD-A-ADDR1
                     DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
      * PRICING ROWS CARRY A PLAN'S TERMS (OR AN ACCOUNT'S PLAN CODE)
      * BEFORE AND AFTER - SHOW WHICHEVER HALF MOVED
           IF ACCTAUD-IS-PRICING
              AND ACCTAUD-B-ADDR1 NOT = ACCTAUD-A-ADDR1 THEN
                STRING ACCTAUD-B-ADDR1 '>' ACCTAUD-A-ADDR1
                     DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
           IF ACCTAUD-IS-PRICING THEN
                STRING 'FEES ' ACCTAUD-B-ADDR2 '>' ACCTAUD-A-ADDR2
                     DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
           IF ACCTAUD-IS-WRITE THEN
                MOVE ACCTAUD-A-CRLIMIT TO WS-A-LIMIT-N
                STRING 'NEW LIMIT ' WS-A-LIMIT-X
