      * PENDFILE RECORD LAYOUT - CREDIT LIMIT INCREASES AWAITING
      * SUPERVISOR APPROVAL. KEYED VSAM (KSDS) BY ACCTNO - AT MOST ONE
      * PENDING CHANGE PER ACCOUNT. WRITTEN BY DCIA2PGU WHEN A LIMIT
      * INCREASE TRIPS THE MAKER-CHECKER THRESHOLD AND BY THE
      * QUARTERLY CREDIT LINE REVIEW (DCIA2BTQ, REQUESTER 'BTQ') FOR
      * EVERY INCREASE IT PROPOSES, WORKED AND DELETED BY DCIA2PGQ ON
      * APPROVE OR REJECT
       01  PEND-REC.
           05  PEND-KEY.
               10  PEND-ACCTNO         PIC 9(09).
