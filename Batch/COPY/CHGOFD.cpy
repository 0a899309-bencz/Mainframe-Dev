      * CHGOFF FD RECORD LAYOUT - CHARGED-OFF ACCOUNTS
      * KEYED VSAM (KSDS) BY ACCTNO, ONE ROW PER ACCOUNT WRITTEN BY
      * THE MONTHLY CHARGE-OFF RUN (DCIA2BTO) WHEN IT WRITES THE
      * BALANCE OFF. CHGO-DATE + CHGO-TRANH-SEQ WITH THE ACCOUNT
      * NUMBER IS THE KEY OF THE CHARGE-OFF (W) ITEM ON TRANHIST.
      * THE AMOUNT WRITTEN OFF IS SPLIT INTO FINANCE CHARGES BILLED
      * SINCE THE ACCOUNT WENT DELINQUENT AND PRINCIPAL (THE REST).
      * PAYMENTS RECEIVED AFTER CHARGE-OFF ARE POSTED HERE BY
      * DCIA2BTP AS RECOVERIES - LIFE-TO-DATE, AND MONTH-TO-DATE FOR
      * THE MONTH IN CHGO-MTD-MONTH (RESET BY THE FIRST RECOVERY OF
      * A NEW MONTH) SO THE MONTH-END SUMMARY NEEDS NO TRANHIST PASS
       01  CHGO-REC.
           05  CHGO-KEY.
               10  CHGO-ACCTNO         PIC 9(09).
           05  CHGO-DATE               PIC X(08).
           05  CHGO-TRANH-SEQ          PIC 9(03).
           05  CHGO-DELQ-DATE          PIC X(08).
           05  CHGO-CUSTNO             PIC 9(06).
           05  CHGO-CYCLE-CD           PIC 9(02).
           05  CHGO-TOTAL-AMT          PIC 9(07)V99.
           05  CHGO-PRIN-AMT           PIC 9(07)V99.
           05  CHGO-FINCHG-AMT         PIC 9(07)V99.
           05  CHGO-RECOV-AMT          PIC 9(07)V99.
           05  CHGO-RECOV-COUNT        PIC 9(05).
           05  CHGO-LAST-RECOV-DATE    PIC X(08).
           05  CHGO-MTD-MONTH          PIC X(06).
           05  CHGO-MTD-RECOV-AMT      PIC 9(07)V99.
           05  CHGO-MTD-RECOV-COUNT    PIC 9(05).
           05  CHGO-STATUS             PIC X(01).
               88  CHGO-OUTSTANDING             VALUE 'O'.
               88  CHGO-RECOVERED               VALUE 'R'.
           05  FILLER                  PIC X(10).
