       FILE SECTION.

       FD  LOADFILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY ACCTFILE FD RECORD LAYOUT, RENAMED FOR THE INPUT FEED
                CLOSE-IND  BY LOAD-CLOSE-IND
                ACCT-OPEN  BY LOAD-ACCT-OPEN
                ACCT-CLOSED BY LOAD-ACCT-CLOSED
                ACCT-CHARGED-OFF BY LOAD-ACCT-CHARGED-OFF
                CYCLE-CD   BY LOAD-CYCLE-CD
                MIN-PAY-DUE BY LOAD-MIN-PAY-DUE
                LAST-STMT-DATE BY LOAD-LAST-STMT-DATE
                DELQ-60    BY LOAD-DELQ-60
                DELQ-90    BY LOAD-DELQ-90
                DELQ-DATE  BY LOAD-DELQ-DATE
                CUSTNO     BY LOAD-CUSTNO
                OPEN-DATE  BY LOAD-OPEN-DATE
                ACCT-PLAN-CD BY LOAD-PLAN-CD.

       FD  ACCTFILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY ACCTFILE FD RECORD LAYOUT
           MOVE LOAD-DELQ-STAGE TO DELQ-STAGE.
           MOVE LOAD-DELQ-DATE  TO DELQ-DATE.
           MOVE LOAD-CUSTNO     TO CUSTNO.
           MOVE LOAD-OPEN-DATE  TO OPEN-DATE.
           MOVE LOAD-PLAN-CD    TO ACCT-PLAN-CD.

      * A RECORD THAT ALREADY MADE IT IN BEFORE THE LAST ABEND COMES
      * BACK INVALID KEY - COUNT IT AND MOVE ON RATHER THAN ABORT
