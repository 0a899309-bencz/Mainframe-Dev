      * STMTFILE RECORD LAYOUT - STATEMENT HISTORY
      * KEYED VSAM (KSDS) BY ACCTNO + STATEMENT (CUT) DATE. ONE ROW IS
      * WRITTEN BY THE CYCLE-CUT RUN (DCIA2BTB) FOR EVERY ACCOUNT IT
      * CUTS, WHETHER OR NOT A STATEMENT WAS MAILED, SO THE FIGURES
      * THE CUSTOMER WAS BILLED ON OUTLIVE LAST-STMT-DATE AND
      * MIN-PAY-DUE BEING OVERWRITTEN AT THE NEXT CUT. THE PERIOD RUNS
      * FROM THE DAY AFTER STMT-PERIOD-FROM UP TO AND INCLUDING
      * STMT-PERIOD-THRU, THE SAME WINDOW THE STATEMENT ITEMIZED FROM
      * TRANHIST. THE TOTALS SPLIT THE PERIOD'S ITEMS BY WHICH WAY
      * THEY MOVED THE BALANCE: FINANCE CHARGES AND FEES ARE THE
      * CUT'S OWN DEBITS, PAYMENTS THE CUSTOMER'S OWN CREDITS, AND
      * EVERYTHING ELSE (PURCHASES, CREDITS, REVERSALS, ADJUSTMENTS)
      * FALLS IN DEBITS OR CREDITS BY ITS TRANH-DIR, SO OPENING +
      * DEBITS + FINANCE CHARGES + FEES - CREDITS - PAYMENTS = CLOSING.
      * BROWSED ON IA2B (DCIA2PGB), WHERE A DUPLICATE CAN BE ASKED FOR
      * MIRRORS THE FIELD LAYOUT OF Batch/COPY/STMTFD - THE TWO MUST
      * MOVE TOGETHER
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

       01  STMT-LEN                    PIC S9(04) COMP VALUE +180.
