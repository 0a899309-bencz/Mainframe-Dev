      * EMBFILE FD RECORD LAYOUT - CARD EMBOSSER FILE
      * FIXED-FORMAT FILE WRITTEN NIGHTLY BY DCIA2BTM FOR THE CARD
      * VENDOR. ONE HEADER SEGMENT, ONE CARD SEGMENT PER PLASTIC TO
      * EMBOSS AND MAIL (IN CARD NUMBER ORDER) AND ONE TRAILER
      * SEGMENT CARRYING THE COUNTS THE VENDOR PROVES THE FILE
      * AGAINST. THE MAILING NAME AND ADDRESS ARE THE ACCOUNT'S OWN,
      * AS ON THE STATEMENT.
       01  EMB-REC.
           05  EMB-REC-TYPE            PIC X(04).
               88  EMB-IS-HEADER                 VALUE 'HEAD'.
               88  EMB-IS-CARD                   VALUE 'CARD'.
               88  EMB-IS-TRAILER                VALUE 'TRLR'.
           05  EMB-CARD.
               10  EMB-CARD-NUMBER     PIC 9(16).
               10  EMB-EXPIRY          PIC X(06).
      * EXPIRY AS IT IS EMBOSSED ON THE FACE OF THE CARD - MM/YY
               10  EMB-VALID-THRU      PIC X(05).
               10  EMB-NAME            PIC X(26).
               10  EMB-ACCTNO          PIC 9(09).
      * N NEW ACCOUNT, R REPLACEMENT, E RENEWAL AT EXPIRY - THE
      * VENDOR PICKS THE CARRIER LETTER FROM IT
               10  EMB-ISSUE-REASON    PIC X(01).
               10  EMB-ISSUE-DATE      PIC X(08).
               10  EMB-TITL            PIC X(04).
               10  EMB-FNAME           PIC X(15).
               10  EMB-SNAME           PIC X(20).
               10  EMB-ADDR1           PIC X(20).
               10  EMB-ADDR2           PIC X(20).
               10  EMB-CITY            PIC X(15).
               10  EMB-STAT            PIC X(02).
               10  EMB-ZIP             PIC 9(05).
               10  FILLER              PIC X(24).
           05  EMB-HEADER REDEFINES EMB-CARD.
               10  EMB-ISSUER          PIC X(10).
               10  EMB-FILE-DATE       PIC X(08).
               10  FILLER              PIC X(178).
           05  EMB-TRAILER REDEFINES EMB-CARD.
               10  EMB-CARD-COUNT      PIC 9(09).
               10  EMB-NEW-COUNT       PIC 9(09).
               10  EMB-REPLACE-COUNT   PIC 9(09).
               10  EMB-RENEW-COUNT     PIC 9(09).
               10  FILLER              PIC X(160).
