      * BURFILE FD RECORD LAYOUT - MONTHLY CREDIT BUREAU REPORTING
      * FIXED-FORMAT FILE WRITTEN AT MONTH END BY DCIA2BTU FOR THE
      * CREDIT BUREAUS. ONE HEADER SEGMENT, ONE BASE SEGMENT PER
      * ACCOUNT REPORTED (IN ACCOUNT NUMBER ORDER) AND ONE TRAILER
      * SEGMENT CARRYING THE COUNT AND BALANCE TOTALS THE BUREAU
      * PROVES THE FILE AGAINST. NAME AND ADDRESS ARE THE CUSTOMER
      * MASTER'S (CUSTFILE), NOT THE ACCOUNT'S OWN COPY.
       01  BUR-REC.
           05  BUR-REC-TYPE            PIC X(04).
               88  BUR-IS-HEADER                 VALUE 'HEAD'.
               88  BUR-IS-BASE                   VALUE 'BASE'.
               88  BUR-IS-TRAILER                VALUE 'TRLR'.
           05  BUR-BASE.
               10  BUR-ACCTNO          PIC 9(09).
               10  BUR-CUSTNO          PIC 9(06).
               10  BUR-SNAME           PIC X(20).
               10  BUR-FNAME           PIC X(15).
               10  BUR-TITL            PIC X(04).
               10  BUR-ADDR1           PIC X(20).
               10  BUR-ADDR2           PIC X(20).
               10  BUR-CITY            PIC X(15).
               10  BUR-STAT            PIC X(02).
               10  BUR-ZIP             PIC 9(05).
               10  BUR-DATE-OPENED     PIC X(08).
               10  BUR-CRLIMIT         PIC 9(07)V99.
               10  BUR-CURR-BAL        PIC 9(07)V99.
               10  BUR-MIN-PAY-DUE     PIC 9(07)V99.
      * ACCOUNT STATUS - 11 CURRENT, 71 30 DAYS PAST DUE, 78 60 DAYS,
      * 80 90 DAYS OR MORE, 13 PAID AND CLOSED, 97 CHARGED OFF WITH A
      * BALANCE STILL OWING, 64 CHARGED OFF AND PAID IN FULL
               10  BUR-ACCT-STATUS     PIC X(02).
                   88  BUR-STATUS-CURRENT        VALUE '11'.
                   88  BUR-STATUS-PAID-CLOSED    VALUE '13'.
                   88  BUR-STATUS-30             VALUE '71'.
                   88  BUR-STATUS-60             VALUE '78'.
                   88  BUR-STATUS-90             VALUE '80'.
                   88  BUR-STATUS-CHGOFF-PAID    VALUE '64'.
                   88  BUR-STATUS-CHARGED-OFF    VALUE '97'.
      * PAYMENT RATING - THE DELINQUENCY STAGE (0 CURRENT, 1 30 DAYS,
      * 2 60 DAYS, 3 90+), L FOR A CHARGED-OFF ACCOUNT
               10  BUR-PAY-RATING      PIC X(01).
      * WHAT HAPPENED TO THE ACCOUNT THIS MONTH - C CLOSED, R
      * REOPENED, W CHARGED OFF, SPACE NOTHING
               10  BUR-STATUS-CHANGE   PIC X(01).
                   88  BUR-NO-CHANGE             VALUE ' '.
                   88  BUR-CLOSED-THIS-MONTH     VALUE 'C'.
                   88  BUR-REOPENED-THIS-MONTH   VALUE 'R'.
                   88  BUR-CHGOFF-THIS-MONTH     VALUE 'W'.
               10  BUR-DATE-CLOSED     PIC X(08).
               10  BUR-DELQ-DATE       PIC X(08).
               10  FILLER              PIC X(25).
           05  BUR-HEADER REDEFINES BUR-BASE.
               10  BUR-REPORTER        PIC X(10).
               10  BUR-ACTIVITY-DATE   PIC X(08).
               10  BUR-MONTH           PIC X(06).
               10  FILLER              PIC X(172).
           05  BUR-TRAILER REDEFINES BUR-BASE.
               10  BUR-BASE-COUNT      PIC 9(09).
               10  BUR-TOTAL-BAL       PIC 9(11)V99.
               10  BUR-TOTAL-LIMIT     PIC 9(11)V99.
               10  FILLER              PIC X(161).
