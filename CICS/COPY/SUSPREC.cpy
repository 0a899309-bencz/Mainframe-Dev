      * SUSPFILE RECORD LAYOUT - UNAPPLIED PAYMENT SUSPENSE QUEUE
      * KEYED VSAM (KSDS) BY DEPOSIT DATE + LOCKBOX BATCH + ITEM
      * POSITION WITHIN THE BATCH. ONE ROW PER LOCKBOX PAYMENT THE
      * INTAKE RUN (DCIA2BTF) COULD NOT APPLY - BAD CHECK DIGIT,
      * ACCOUNT NOT ON FILE OR CLOSED, OR ITS WHOLE BATCH FAILED TO
      * PROVE TO THE BANK'S TOTALS. CUSTOMER SERVICE WORKS THE QUEUE
      * ON IA2L (DCIA2PGL), RE-KEYING THE ITEM TO THE RIGHT ACCOUNT
      * AND RELEASING IT; THE NEXT INTAKE RUN FEEDS RELEASED ITEMS TO
      * TRANFILE AND MARKS THEM POSTED. MIRRORS THE FIELD LAYOUT OF
      * Batch/COPY/SUSPFD - THE TWO MUST MOVE TOGETHER
       01  SUSP-REC.
           05  SUSP-KEY.
               10  SUSP-DEP-DATE       PIC X(08).
               10  SUSP-BATCH          PIC X(05).
               10  SUSP-ITEM           PIC 9(04).
      * THE ACCOUNT NUMBER EXACTLY AS THE BANK KEYED IT - MAY BE
      * NON-NUMERIC OR FAIL ITS CHECK DIGIT, WHICH IS WHY IT IS HERE
           05  SUSP-RECV-ACCTNO        PIC X(09).
           05  SUSP-AMOUNT             PIC 9(07)V99.
           05  SUSP-CHECK-NO           PIC X(10).
           05  SUSP-REMITTER           PIC X(20).
           05  SUSP-REASON             PIC X(01).
               88  SUSP-REAS-CHKDIG             VALUE 'K'.
               88  SUSP-REAS-NOTFND             VALUE 'N'.
               88  SUSP-REAS-CLOSED             VALUE 'C'.
               88  SUSP-REAS-BATCH              VALUE 'B'.
           05  SUSP-STATUS             PIC X(01).
               88  SUSP-OPEN                    VALUE 'O'.
               88  SUSP-RELEASED                VALUE 'R'.
               88  SUSP-POSTED                  VALUE 'P'.
      * SET WHEN THE ITEM IS RELEASED - THE ACCOUNT IT WILL ACTUALLY
      * POST TO, AND WHO RELEASED IT WHEN
           05  SUSP-APPLY-ACCTNO       PIC 9(09).
           05  SUSP-REL-OPID           PIC X(03).
           05  SUSP-REL-TS             PIC X(14).
      * BUSINESS DATE THE RELEASED ITEM WENT OUT ON TRANFILE
           05  SUSP-POST-DATE          PIC X(08).

       01  SUSP-LEN                    PIC S9(04) COMP VALUE +101.
