      * STMTFILE FD RECORD LAYOUT FOR BATCH PROGRAMS
      * MIRRORS THE FIELD LAYOUT OF CICS/COPY/STMTREC - KEPT AS A
      * SEPARATE COPYBOOK SINCE AN FD RECORD CANNOT CARRY THE
      * STMT-LEN WORKING-STORAGE CONSTANT THAT COPYBOOK ALSO DEFINES
       01  STMT-REC.
           05  STMT-KEY.
               10  STMT-ACCTNO         PIC 9(09).
               10  STMT-DATE           PIC X(08).
           05  STMT-PERIOD-FROM        PIC X(08).
           05  STMT-PERIOD-THRU        PIC X(08).
           05  STMT-OPEN-BAL           PIC S9(09)V99.
           05  STMT-DEBIT-TOT          PIC 9(09)V99.
           05  STMT-CREDIT-TOT         PIC 9(09)V99.
           05  STMT-PAYMENT-TOT        PIC 9(09)V99.
           05  STMT-FINCHG-TOT         PIC 9(09)V99.
           05  STMT-FEE-TOT            PIC 9(09)V99.
           05  STMT-CLOSE-BAL          PIC 9(07)V99.
           05  STMT-CRLIMIT            PIC 9(07)V99.
           05  STMT-MIN-PAY-DUE        PIC 9(07)V99.
           05  STMT-DUE-DATE           PIC X(08).
           05  STMT-ITEM-COUNT         PIC 9(04).
           05  STMT-PLAN-CD            PIC X(02).
           05  STMT-MAILED-IND         PIC X(01).
               88  STMT-MAILED                   VALUE 'Y'.
               88  STMT-NOT-MAILED               VALUE 'N'.
           05  FILLER                  PIC X(39).
