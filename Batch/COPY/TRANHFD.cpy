      * TO IT; THE CORRECTED ITEM IS MARKED IN TRANH-REV-IND SO IT
      * CANNOT BE REVERSED TWICE. TRANH-DIR RECORDS WHICH WAY THE
      * ITEM ACTUALLY MOVED THE BALANCE SO READERS NEVER HAVE TO
      * CHASE THE ORIGINAL TO FIND OUT.
      * A CHARGE-OFF (W) WRITES THE WHOLE BALANCE DOWN TO ZERO WHEN
      * DCIA2BTO CHARGES THE ACCOUNT OFF. A RECOVERY (V) IS A PAYMENT
      * RECEIVED AFTER CHARGE-OFF - IT IS CREDITED TO THE CHARGE-OFF
      * RECORD, LEAVES CURR-BAL ALONE AND SO CARRIES TRANH-DIR 'N'
      * A DISPUTE CASE OPENED ON IA2D (DCIA2PGD) POSTS ITS PROVISIONAL
      * CREDIT AS AN ADJUSTMENT, REASON 'DISPUTE CREDIT', POINTING AT
      * THE DISPUTED ITEM. A MERCHANT WIN RE-BILLS IT WITH A FURTHER
      * ADJUSTMENT, REASON 'DISPUTE REBILL', POINTING AT THE CREDIT,
      * WHICH IS THEN MARKED REVERSED
      * A LATE FEE (L) OR OVER-LIMIT FEE (O) IS ASSESSED BY THE CYCLE
      * CUT (DCIA2BTB) FROM THE ACCOUNT'S PRICING PLAN. BOTH RAISE THE
      * BALANCE AND CAN BE REVERSED ON IA2A LIKE ANY OTHER ITEM
       01  TRANH-REC.
           05  TRANH-KEY.
               10  TRANH-ACCTNO    PIC 9(09).
               88  TRANH-IS-PAYMENT         VALUE 'P'.
               88  TRANH-IS-REVERSAL        VALUE 'R'.
               88  TRANH-IS-ADJUSTMENT      VALUE 'A'.
               88  TRANH-IS-CHARGE-OFF      VALUE 'W'.
               88  TRANH-IS-RECOVERY        VALUE 'V'.
               88  TRANH-IS-LATE-FEE        VALUE 'L'.
               88  TRANH-IS-OVERLIMIT-FEE   VALUE 'O'.
           05  TRANH-AMOUNT        PIC 9(07)V99.
           05  TRANH-NEW-BAL       PIC 9(07)V99.
           05  TRANH-ORIG.
           05  TRANH-DIR           PIC X(01).
               88  TRANH-DIR-UP             VALUE 'U'.
               88  TRANH-DIR-DOWN           VALUE 'D'.
               88  TRANH-DIR-NONE           VALUE 'N'.
