
       400-ADD-RECORD.

      * THE NUMBERING BROWSE LEFT THE LAST ACCOUNT ON FILE IN THE
      * RECORD AREA - START CLEAN SO NOTHING OF IT IS CARRIED OVER
           MOVE SPACES TO ACCTREC.
           MOVE WS-NEXT-ACCTNO TO ACCTNO.
           MOVE TITLI    TO TITL.
           MOVE FNAMEI   TO FNAME.
           SET DELQ-CURRENT TO TRUE.
           MOVE ZEROS TO DELQ-DATE.

      * NEW ACCOUNTS START ON THE STANDARD PRICING PLAN - A DIFFERENT
      * PLAN IS ASSIGNED AFTERWARDS ON IA22
           MOVE 'ST' TO ACCT-PLAN-CD.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(OPEN-DATE)
           END-EXEC.

           IF NOT CUST-ATTACH THEN
                PERFORM 350-CREATE-CUSTOMER
                     THRU 350-CREATE-CUSTOMER-EXIT
