               88  ACCTAUD-IS-REOPEN             VALUE 'O'.
               88  ACCTAUD-IS-GRANT              VALUE 'G'.
               88  ACCTAUD-IS-REVOKE             VALUE 'V'.
      * COLLECTION LETTER REQUESTED BY DCIA2BTN - THE BEFORE IMAGE IS
      * THE ADDRESS IT WENT TO, THE AFTER IMAGE NAMES THE LETTER
      * (ADDR1) AND CITY/ZIP (ADDR2) AND CARRIES THE AMOUNT PAST DUE
      * IN THE LIMIT SLOT
               88  ACCTAUD-IS-LETTER             VALUE 'N'.
      * DISPUTE CASE OPENED OR RESOLVED ON IA2D (DCIA2PGD) - THE
      * AFTER IMAGE NAMES THE EVENT (ADDR1) AND THE DISPUTED ITEM'S
      * DATE/SEQ (ADDR2) AND CARRIES THE DISPUTED AMOUNT IN THE LIMIT
      * SLOT. THE MONEY ITSELF IS ON TRANHIST
               88  ACCTAUD-IS-DISPUTE            VALUE 'D'.
      * PRICING CHANGE - A PLAN ADDED OR CHANGED ON IA2P (DCIA2PGP),
      * KEYED UNDER ACCOUNT ZERO, OR AN ACCOUNT MOVED TO ANOTHER PLAN
      * ON IA22 (DCIA2PGU). THE BEFORE AND AFTER STATE IS SPELLED OUT
      * IN THE ADDRESS SLOTS: 'PLAN CD RATE MINPCT' IN ADDR1 AND
      * 'FLOOR LATEFEE OVLFEE' IN ADDR2 FOR A PLAN, 'PLAN CD' FOR AN
      * ACCOUNT
               88  ACCTAUD-IS-PRICING            VALUE 'P'.
      * DUPLICATE STATEMENT ASKED FOR ON IA2B (DCIA2PGB) - THE AFTER
      * IMAGE NAMES THE EVENT (ADDR1) AND THE STATEMENT DATE (ADDR2)
      * AND CARRIES THE STATEMENT'S CLOSING BALANCE IN THE LIMIT SLOT
               88  ACCTAUD-IS-REPRINT            VALUE 'S'.
      * PLASTIC CARD EVENT - A CARD REPORTED LOST OR STOLEN OR A
      * REPLACEMENT ORDERED ON IA2K (DCIA2PGK), OR A CARD ISSUED OR
      * EXPIRED BY THE NIGHTLY EMBOSSING RUN (DCIA2BTM). THE BEFORE
      * AND AFTER IMAGES CARRY THE 16-DIGIT CARD NUMBER (ADDR1) AND
      * THE CARD'S STATUS AND EXPIRY (ADDR2) EITHER SIDE OF THE EVENT,
      * THE BEFORE IMAGE BLANK FOR A NEWLY ISSUED CARD
               88  ACCTAUD-IS-CARD               VALUE 'K'.
      * SUSPENSE ITEM RELEASED ON IA2L (DCIA2PGL) TO THE ACCOUNT IT
      * WILL POST TO, KEYED UNDER THAT ACCOUNT. THE BEFORE IMAGE IS
      * THE ACCOUNT NUMBER AS THE BANK SENT IT (ADDR1) AND THE ITEM'S
      * DEPOSIT DATE/BATCH/ITEM (ADDR2); THE AFTER IMAGE THE ACCOUNT
      * APPLIED TO (ADDR1) AND THE CHECK NUMBER (ADDR2), WITH THE
      * PAYMENT AMOUNT IN THE LIMIT SLOT
               88  ACCTAUD-IS-RELEASE            VALUE 'L'.
           05  ACCTAUD-OPID            PIC X(03).
           05  ACCTAUD-TERMID          PIC X(04).
           05  ACCTAUD-BEFORE.
