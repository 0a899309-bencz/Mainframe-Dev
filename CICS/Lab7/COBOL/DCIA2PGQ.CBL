                GO TO 450-SEND-AND-RETURN
           END-IF.

           IF ACCT-CHARGED-OFF THEN
                MOVE 'ACCOUNT IS CHARGED OFF - REJECT THE CHANGE'
                     TO MSGO
                GO TO 450-SEND-AND-RETURN
           END-IF.

           MOVE CUSTNO TO WS-SAVE-CUSTNO.
           IF WS-SAVE-CUSTNO = ZERO THEN
                GO TO 500-APPROVE
                GO TO 450-SEND-AND-RETURN
           END-IF.

           IF ACCT-CHARGED-OFF THEN
                MOVE 'ACCOUNT IS CHARGED OFF - REJECT THE CHANGE'
                     TO MSGO
                GO TO 450-SEND-AND-RETURN
           END-IF.

           MOVE CRLIMIT          TO PEND-OLD-CRLIMIT.
           MOVE PEND-NEW-CRLIMIT TO CRLIMIT.

