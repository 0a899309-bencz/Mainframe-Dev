           05  OLD-CLOSE-IND       PIC X(01).

       FD  NEWACCT
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY ACCTFILE FD RECORD LAYOUT
           MOVE OLD-ACCTNO TO WS-OLD-NUM.
           PERFORM 400-EXPAND-ACCTNO THRU 400-EXIT.

           MOVE SPACES TO ACCTREC.
           MOVE WS-NEW-NUM    TO ACCTNO.
           MOVE OLD-TITL      TO TITL.
           MOVE OLD-FNAME     TO FNAME.
           SET DELQ-CURRENT TO TRUE.
           MOVE ZEROS TO DELQ-DATE.
           MOVE ZERO TO CUSTNO.
           MOVE ZEROS TO OPEN-DATE.

           PERFORM 300-DERIVE-CITY-ZIP THRU 300-EXIT.

