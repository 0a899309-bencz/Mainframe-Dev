      * DISPFILE FD RECORD LAYOUT FOR BATCH PROGRAMS
      * MIRRORS THE FIELD LAYOUT OF CICS/COPY/DISPREC - KEPT AS A
      * SEPARATE COPYBOOK SINCE AN FD RECORD CANNOT CARRY THE
      * DISP-LEN WORKING-STORAGE CONSTANT THAT COPYBOOK ALSO DEFINES
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
           05  DISP-RESOLVE-DATE       PIC X(08).
           05  DISP-RESOLVE-OPID       PIC X(03).
           05  DISP-REBILL.
               10  DISP-REBILL-DATE    PIC X(08).
               10  DISP-REBILL-SEQ     PIC 9(03).
           05  FILLER                  PIC X(16).
