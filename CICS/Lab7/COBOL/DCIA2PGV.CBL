
           IF ACCT-CLOSED THEN
                MOVE 'CLOSED' TO WS-STATUS-WORD
           ELSE
           IF ACCT-CHARGED-OFF THEN
                MOVE 'CHGOFF' TO WS-STATUS-WORD
           ELSE
                MOVE 'OPEN  ' TO WS-STATUS-WORD
           END-IF.
