           COPY 'AUDITFD'.

       FD  ACCTFILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY ACCTFILE FD RECORD LAYOUT
