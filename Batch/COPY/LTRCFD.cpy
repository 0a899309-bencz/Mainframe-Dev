      * LTRCTL FD RECORD LAYOUT - COLLECTION LETTER CONTROL
      * KEYED VSAM (KSDS) BY ACCTNO, ONE ROW PER ACCOUNT THAT HAS EVER
      * BEEN SENT A COLLECTION LETTER. LTRC-DELQ-DATE IDENTIFIES THE
      * DELINQUENCY EPISODE (THE ACCOUNT'S DELQ-DATE WHEN THE LETTER
      * WENT) AND LTRC-STAGE THE WORST STAGE LETTERED IN IT, SO THE
      * SAME LETTER IS NEVER SENT TWICE FOR ONE EPISODE. A NEW
      * DELQ-DATE ON THE ACCOUNT MEANS A NEW EPISODE AND STARTS OVER
       01  LTRC-REC.
           05  LTRC-KEY.
               10  LTRC-ACCTNO         PIC 9(09).
           05  LTRC-DELQ-DATE          PIC X(08).
           05  LTRC-STAGE              PIC X(01).
           05  LTRC-LAST-DATE          PIC X(08).
           05  LTRC-LETTER-COUNT       PIC 9(03).
           05  FILLER                  PIC X(11).
