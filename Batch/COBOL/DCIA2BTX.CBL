           05  OA-CLOSE-IND        PIC X(01).

       FD  NEWACCT
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY ACCTFILE FD RECORD LAYOUT
           MOVE OA-ACCTNO TO WS-OLD-NUM.
           PERFORM 700-EXPAND-ACCTNO THRU 700-EXIT.

           MOVE SPACES TO ACCTREC.
           MOVE WS-NEW-NUM        TO ACCTNO.
           MOVE OA-TITL           TO TITL.
           MOVE OA-FNAME          TO FNAME.
           SET DELQ-CURRENT TO TRUE.
           MOVE ZEROS TO DELQ-DATE.
           MOVE ZERO TO CUSTNO.
           MOVE ZEROS TO OPEN-DATE.

           WRITE ACCTREC.
           IF WS-NA-STATUS NOT = '00'
