      * PLANFILE RECORD LAYOUT - PRICING PLAN REFERENCE
      * KEYED VSAM (KSDS) BY PLAN CODE. ONE ROW PER PRODUCT OR
      * PROMOTIONAL PRICE: THE PERIODIC RATE CHARGED ON THE BALANCE
      * AT EACH CYCLE CUT, THE MINIMUM PAYMENT PERCENT AND FLOOR, AND
      * THE LATE AND OVER-LIMIT FEES. EACH ACCOUNT NAMES ITS PLAN IN
      * PLAN-CD; THE CYCLE-CUT RUN (DCIA2BTB) PRICES THE ACCOUNT FROM
      * IT. PLAN 'ST' IS THE STANDARD PLAN - ACCOUNTS WITH NO PLAN
      * CODE, OR ONE NO LONGER ON FILE, ARE PRICED ON IT, AND THE
      * CYCLE CUT WILL NOT RUN WITHOUT IT. MAINTAINED ONLINE BY
      * SUPERVISORS ON IA2P (DCIA2PGP), EVERY CHANGE AUDITED. PLANS
      * ARE NEVER DELETED - AN ACCOUNT MAY STILL CARRY THE CODE.
      * MIRRORS THE FIELD LAYOUT OF Batch/COPY/PLANFD - THE TWO MUST
      * MOVE TOGETHER
       01  PLAN-REC.
           05  PLAN-KEY.
               10  PLAN-CD             PIC X(02).
           05  PLAN-DESC               PIC X(20).
           05  PLAN-PERIODIC-RATE      PIC V9(04).
           05  PLAN-MIN-PAY-RATE       PIC V9(04).
           05  PLAN-MIN-PAY-FLOOR      PIC 9(03)V99.
           05  PLAN-LATE-FEE           PIC 9(03)V99.
           05  PLAN-OVERLIMIT-FEE      PIC 9(03)V99.
           05  PLAN-CHG-DATE           PIC X(08).
           05  PLAN-CHG-OPID           PIC X(03).
           05  FILLER                  PIC X(24).

       01  PLAN-LEN                    PIC S9(04) COMP VALUE +80.
