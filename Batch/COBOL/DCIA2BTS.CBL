       FILE SECTION.

       FD  ACCTFILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY ACCTFILE FD RECORD LAYOUT
      * THE WHOLE ACCOUNT RECORD RIDES THROUGH THE SORT - ONLY THE
      * ZIP NEEDS NAMING HERE, AT ITS OFFSET WITHIN THE RECORD
       SD  SORTWORK
           RECORD CONTAINS 200 CHARACTERS.
       01  SW-REC.
           05  FILLER                  PIC X(103).
           05  SW-ZIP                  PIC 9(05).
           05  FILLER                  PIC X(92).

       FD  RPTFILE
           RECORD CONTAINS 132 CHARACTERS
                CLOSE-IND  BY SRT-CLOSE-IND
                ACCT-OPEN  BY SRT-ACCT-OPEN
                ACCT-CLOSED BY SRT-ACCT-CLOSED
                ACCT-CHARGED-OFF BY SRT-ACCT-CHARGED-OFF
                CYCLE-CD   BY SRT-CYCLE-CD
                MIN-PAY-DUE BY SRT-MIN-PAY-DUE
                LAST-STMT-DATE BY SRT-LAST-STMT-DATE
                DELQ-60    BY SRT-DELQ-60
                DELQ-90    BY SRT-DELQ-90
                DELQ-DATE  BY SRT-DELQ-DATE
                CUSTNO     BY SRT-CUSTNO
                OPEN-DATE  BY SRT-OPEN-DATE
                ACCT-PLAN-CD BY SRT-PLAN-CD.

       01  WS-STMT-HEADING.
           05  FILLER                  PIC X(45) VALUE SPACES.
