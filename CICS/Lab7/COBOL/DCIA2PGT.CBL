      * COPY TRANHIST RECORD LAYOUT
       COPY 'TRANHREC'.

      * COPY DISPUTE CASE RECORD LAYOUT
       COPY 'DISPREC'.

       01 WS-RESP               PIC S9(08) COMP.
       01 WS-LINE-TEXT          PIC X(78).
       01 WS-TYPE-WORD          PIC X(08).
       01 WS-AMT-EDIT           PIC ZZZ,ZZ9.99.
       01 WS-BAL-EDIT           PIC ZZZ,ZZ9.99.
       01 WS-DISP-WORD          PIC X(12).
       01 WS-DISP-LEN           PIC S9(4) COMP VALUE +9.

       01 WS-COMMAREA.
           05 CA-ACCTNO          PIC 9(09).

           EXEC CICS HANDLE AID
                PF3(999-RETURN-TO-MENU)
                PF5(260-TO-DISPUTES)
                PF8(250-NEXT-PAGE)
           END-EXEC.


           GO TO 300-BROWSE-PAGE.

       260-TO-DISPUTES.

      * DISPUTES ARE OPENED AND WORKED ON IA2D (DCIA2PGD) AGAINST AN
      * ITEM SHOWN HERE - IT IS HANDED THE ACCOUNT BEING BROWSED
           IF CA-ACCTNO IS NOT NUMERIC THEN
                GO TO 100-FIRST-TIME
           END-IF.

           EXEC CICS XCTL
                PROGRAM('DCIA2PGD')
                COMMAREA(CA-ACCTNO)
                LENGTH(WS-DISP-LEN)
           END-EXEC.

       300-BROWSE-PAGE.

           MOVE LOW-VALUES TO MAP9O.
                MOVE 'NO POSTED ITEMS FOR THIS ACCOUNT' TO MSGO
           ELSE
           IF CA-MORE-IND = 'Y' THEN
                MOVE 'PF8 = OLDER ITEMS   PF5 = DISPUTE   PF3 = MENU'
                     TO MSGO
           ELSE
                MOVE 'END OF HISTORY   PF5 = DISPUTE   PF3 = MENU'
                     TO MSGO
           END-IF.

           EXEC CICS SEND
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

      * A DEBIT UNDER DISPUTE SAYS SO - THE SEQ IS SHOWN SO THE ITEM
      * CAN BE KEYED ON IA2D
           MOVE SPACES TO WS-DISP-WORD.
           IF TRANH-IS-DEBIT THEN
                PERFORM 710-CHECK-DISPUTE THRU 710-CHECK-DISPUTE-EXIT
           END-IF.

           MOVE SPACES TO WS-LINE-TEXT.
           STRING TRANH-DATE(1:4) '-' TRANH-DATE(5:2) '-'
                TRANH-DATE(7:2) ' #' TRANH-SEQ '  ' WS-TYPE-WORD '  '
                WS-AMT-EDIT '  BAL ' WS-BAL-EDIT '  ' WS-DISP-WORD
                DELIMITED BY SIZE INTO WS-LINE-TEXT.

       700-FORMAT-LINE-EXIT.
           EXIT.

       710-CHECK-DISPUTE.

           MOVE TRANH-KEY TO DISP-KEY.
           EXEC CICS READ
                FILE('DISPFILE')
                INTO(DISP-REC)
                LENGTH(DISP-LEN)
                RIDFLD(DISP-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 710-CHECK-DISPUTE-EXIT
           END-IF.

           IF DISP-OPEN THEN
                MOVE 'IN DISPUTE' TO WS-DISP-WORD
           ELSE
           IF DISP-CARDHOLDER-WON THEN
                MOVE 'DISPUTE WON' TO WS-DISP-WORD
           ELSE
                MOVE 'DISPUTE LOST' TO WS-DISP-WORD
           END-IF.

       710-CHECK-DISPUTE-EXIT.
           EXIT.

       410-NOT-NUMERIC.

           MOVE LOW-VALUES TO MAP9O.
