      * LTRFILE FD RECORD LAYOUT - COLLECTION LETTER REQUESTS
      * FIXED-FORMAT FILE FOR THE MAIL HOUSE, WRITTEN BY THE NIGHTLY
      * COLLECTION LETTER RUN (DCIA2BTN) IN ZIP ORDER FOR THE PRESORT
      * DISCOUNT. ONE RECORD PER LETTER - THE MAIL HOUSE MERGES IT
      * INTO THE TEMPLATE NAMED BY LTR-TYPE. LTR-PAST-DUE IS THE PART
      * OF THE BILLED MINIMUM STILL UNPAID SINCE THE LAST STATEMENT
       01  LTR-REC.
           05  LTR-TYPE                PIC X(03).
      * STAGE 30 - FRIENDLY REMINDER
               88  LTR-REMINDER                  VALUE 'R30'.
      * STAGE 60 - PAST-DUE WARNING, CARD BLOCKED FOR NEW PURCHASES
               88  LTR-WARNING                   VALUE 'W60'.
      * STAGE 90+ - FINAL DEMAND BEFORE CHARGE-OFF
               88  LTR-FINAL-DEMAND              VALUE 'F90'.
           05  LTR-DATE                PIC X(08).
           05  LTR-ACCTNO              PIC 9(09).
           05  LTR-TITL                PIC X(04).
           05  LTR-FNAME               PIC X(15).
           05  LTR-SNAME               PIC X(20).
           05  LTR-ADDR1               PIC X(20).
           05  LTR-ADDR2               PIC X(20).
           05  LTR-CITY                PIC X(15).
           05  LTR-STAT                PIC X(02).
           05  LTR-ZIP                 PIC 9(05).
           05  LTR-PAST-DUE            PIC 9(07)V99.
           05  LTR-MIN-PAY-DUE         PIC 9(07)V99.
           05  LTR-CURR-BAL            PIC 9(07)V99.
           05  LTR-DELQ-DATE           PIC X(08).
           05  LTR-DAYS-PAST           PIC 9(04).
           05  FILLER                  PIC X(10).
