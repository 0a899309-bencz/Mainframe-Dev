           05  CLOSE-IND           PIC X(01).
               88  ACCT-OPEN                VALUE 'O'.
               88  ACCT-CLOSED              VALUE 'C'.
      * CHARGED OFF BY THE MONTHLY CHARGE-OFF RUN (DCIA2BTO) - THE
      * BALANCE IS WRITTEN OFF TO ZERO AND THE ACCOUNT CAN NEVER BE
      * REOPENED OR AUTHORIZED AGAIN. LATER PAYMENTS POST AS
      * RECOVERIES AGAINST THE CHARGE-OFF RECORD, NOT TO CURR-BAL
               88  ACCT-CHARGED-OFF         VALUE 'W'.
      * BILLING CYCLE 01-04 - WHICH NIGHT OF THE CYCLE CALENDAR THIS
      * ACCOUNT CUTS ON. MIN-PAY-DUE AND LAST-STMT-DATE ARE STAMPED
      * BY THE CYCLE-CUT RUN (DCIA2BTB) AT EACH STATEMENT
      * RECORDS FROM BEFORE THE CUSTOMER MASTER EXISTED, UNTIL THE
      * BACKFILL RUN (DCIA2BTY) STAMPS THEM
           05  CUSTNO              PIC 9(06).
      * DATE THE ACCOUNT WAS OPENED, STAMPED BY DCIA2PGC AT THE ADD -
      * FOR THE BOOK THAT PREDATES IT, DERIVED BY DCIA2BTW FROM THE
      * ADD ROW ON ACCTAUDIT OR THE FIRST TRANHIST ITEM, ZEROS WHERE
      * NEITHER SURVIVES. REPORTED TO THE CREDIT BUREAUS (DCIA2BTU)
           05  OPEN-DATE           PIC X(08).
      * PRICING PLAN ON PLANFILE THE CYCLE CUT PRICES THIS ACCOUNT
      * FROM - SET ON IA22 (DCIA2PGU). SPACES ON RECORDS FROM BEFORE
      * PLANS EXISTED, WHICH ARE PRICED ON THE STANDARD PLAN 'ST'
           05  ACCT-PLAN-CD        PIC X(02).
      * RESERVED FOR FUTURE FIELDS - SPACES UNTIL USED, SO A NEW
      * FIELD CAN BE CARVED OUT WITHOUT ANOTHER FILE CONVERSION
           05  FILLER              PIC X(27).
