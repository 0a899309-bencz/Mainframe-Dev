       FILE SECTION.

       FD  ACCTFILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY ACCTFILE FD RECORD LAYOUT
                PERFORM 700-REPORT-DISCREPANCY THRU 700-EXIT
           END-IF.

           IF NOT ACCT-OPEN AND NOT ACCT-CLOSED
              AND NOT ACCT-CHARGED-OFF THEN
                MOVE 'CLOSE-IND IS NOT O, C OR W' TO WS-DISCREP-TEXT
                PERFORM 700-REPORT-DISCREPANCY THRU 700-EXIT
           END-IF.

