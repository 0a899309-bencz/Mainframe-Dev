      * CYCLE STATEMENT PRINT LINES - ONE 132-BYTE LINE PER 01,
      * WRITTEN TOP TO BOTTOM IN THIS ORDER WITH THE ITEM LINE
      * REPEATED ONCE PER POSTED ITEM. SHARED BY THE CYCLE-CUT RUN
      * (DCIA2BTB) AND THE DUPLICATE STATEMENT RUN (DCIA2BTT) SO A
      * DUPLICATE ALWAYS MATCHES THE ORIGINAL LINE FOR LINE - ONLY
      * THE TITLE IN THE HEADING DIFFERS
       01  WS-STMT-HEADING.
           05  FILLER                  PIC X(45) VALUE SPACES.
           05  WS-STMT-TITLE           PIC X(32)
                   VALUE 'CYCLE STATEMENT'.
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-STMT-ACCT-LINE.
           05  FILLER                  PIC X(14)
                   VALUE 'ACCOUNT NO.: '.
           05  WS-STMT-ACCTNO          PIC 9(09).
           05  FILLER                  PIC X(109) VALUE SPACES.

       01  WS-STMT-NAME-LINE.
           05  WS-STMT-TITL            PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-STMT-FNAME           PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-STMT-SNAME           PIC X(20).
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-STMT-ADDR1-LINE.
           05  WS-STMT-ADDR1           PIC X(20).
           05  FILLER                  PIC X(112) VALUE SPACES.

       01  WS-STMT-ADDR2-LINE.
           05  WS-STMT-ADDR2           PIC X(20).
           05  FILLER                  PIC X(112) VALUE SPACES.

       01  WS-STMT-CITY-LINE.
           05  WS-STMT-CITY            PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-STMT-STAT            PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-STMT-ZIP             PIC 9(05).
           05  FILLER                  PIC X(108) VALUE SPACES.

       01  WS-STMT-PERIOD-LINE.
           05  FILLER                  PIC X(19)
                   VALUE 'STATEMENT PERIOD: '.
           05  WS-STMT-FROM            PIC X(08).
           05  FILLER                  PIC X(06) VALUE ' THRU '.
           05  WS-STMT-THRU            PIC X(08).
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-STMT-OPEN-LINE.
           05  FILLER                  PIC X(21)
                   VALUE 'OPENING BALANCE    : '.
           05  WS-STMT-OPENBAL         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(96) VALUE SPACES.

       01  WS-STMT-ITEM-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ITEM-LINE-DATE       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ITEM-LINE-TYPE       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ITEM-LINE-AMOUNT     PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(06) VALUE '  BAL '.
           05  WS-ITEM-LINE-NEWBAL     PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  WS-STMT-CLOSE-LINE.
           05  FILLER                  PIC X(21)
                   VALUE 'CLOSING BALANCE    : '.
           05  WS-STMT-CLOSEBAL        PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(101) VALUE SPACES.

       01  WS-STMT-LIMIT-LINE.
           05  FILLER                  PIC X(21)
                   VALUE 'CREDIT LIMIT       : '.
           05  WS-STMT-CRLIMIT         PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(101) VALUE SPACES.

       01  WS-STMT-MINPAY-LINE.
           05  FILLER                  PIC X(21)
                   VALUE 'MINIMUM PAYMENT DUE: '.
           05  WS-STMT-MINPAY          PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(101) VALUE SPACES.

       01  WS-STMT-DUE-LINE.
           05  FILLER                  PIC X(21)
                   VALUE 'PAYMENT DUE DATE   : '.
           05  WS-STMT-DUEDATE         PIC X(08).
           05  FILLER                  PIC X(103) VALUE SPACES.
