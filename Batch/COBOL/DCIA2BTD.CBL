       FILE SECTION.

       FD  ACCTFILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY ACCTFILE FD RECORD LAYOUT
           MOVE SW2-FNAME  TO WS-DET-FNAME.
           IF SW2-CLOSE-IND = 'C' THEN
                MOVE 'CLOSED' TO WS-DET-STATUS
           ELSE
           IF SW2-CLOSE-IND = 'W' THEN
                MOVE 'CHGOFF' TO WS-DET-STATUS
           ELSE
                MOVE 'OPEN  ' TO WS-DET-STATUS
           END-IF.
