      * DISPFILE RECORD LAYOUT - CARDHOLDER DISPUTE CASES
      * KEYED VSAM (KSDS) BY THE TRANHIST KEY OF THE DISPUTED ITEM
      * (ACCTNO + POSTING DATE + SEQUENCE), SO ONE ITEM CAN CARRY AT
      * MOST ONE CASE AND A GENERIC BROWSE ON THE ACCOUNT NUMBER
      * FINDS EVERY CASE ON THE ACCOUNT. CUSTOMER SERVICE OPENS AND
      * WORKS CASES ON IA2D (DCIA2PGD), REACHED FROM THE POSTED
      * TRANSACTION BROWSE. OPENING A CASE POSTS A PROVISIONAL
      * CREDIT FOR THE DISPUTED AMOUNT - AN ADJUSTMENT (A) ON
      * TRANHIST POINTING BACK AT THE DISPUTED ITEM, WHOSE KEY IS
      * HELD HERE IN DISP-CREDIT. A CARDHOLDER WIN LEAVES THAT
      * CREDIT STANDING AS FINAL; A MERCHANT WIN RE-BILLS IT WITH A
      * FURTHER ADJUSTMENT POINTING BACK AT THE CREDIT (DISP-REBILL).
      * DISP-DUE-DATE IS THE REGULATORY RESPONSE DEADLINE - 90 DAYS
      * FROM THE DAY THE CASE WAS OPENED - WHICH THE NIGHTLY CASE
      * AGING REPORT (DCIA2BTI) WATCHES. MIRRORS THE FIELD LAYOUT OF
      * Batch/COPY/DISPFD - THE TWO MUST MOVE TOGETHER
       01  DISP-REC.
           05  DISP-KEY.
               10  DISP-ACCTNO         PIC 9(09).
               10  DISP-TRAN-DATE      PIC X(08).
               10  DISP-TRAN-SEQ       PIC 9(03).
           05  DISP-STATUS             PIC X(01).
               88  DISP-OPEN                    VALUE 'O'.
               88  DISP-CARDHOLDER-WON          VALUE 'C'.
               88  DISP-MERCHANT-WON            VALUE 'M'.
           05  DISP-REASON-CD          PIC X(02).
               88  DISP-REAS-NOT-RECEIVED       VALUE 'NR'.
               88  DISP-REAS-DUPLICATE          VALUE 'DP'.
               88  DISP-REAS-WRONG-AMOUNT       VALUE 'AM'.
               88  DISP-REAS-UNAUTHORIZED       VALUE 'UA'.
               88  DISP-REAS-QUALITY            VALUE 'QU'.
               88  DISP-REAS-CREDIT-MISSING     VALUE 'CR'.
               88  DISP-REASON-VALID            VALUE 'NR' 'DP' 'AM'
                                                      'UA' 'QU' 'CR'.
           05  DISP-AMOUNT             PIC 9(07)V99.
           05  DISP-OPEN-DATE          PIC X(08).
           05  DISP-DUE-DATE           PIC X(08).
           05  DISP-OPEN-OPID          PIC X(03).
           05  DISP-CREDIT.
               10  DISP-CREDIT-DATE    PIC X(08).
               10  DISP-CREDIT-SEQ     PIC 9(03).
      * SET WHEN THE CASE IS WORKED TO A RESOLUTION - DISP-REBILL
      * ONLY ON A MERCHANT WIN, ZEROS OTHERWISE
           05  DISP-RESOLVE-DATE       PIC X(08).
           05  DISP-RESOLVE-OPID       PIC X(03).
           05  DISP-REBILL.
               10  DISP-REBILL-DATE    PIC X(08).
               10  DISP-REBILL-SEQ     PIC 9(03).
           05  FILLER                  PIC X(16).

       01  DISP-LEN                    PIC S9(04) COMP VALUE +100.
