      * SUSPFILE FD RECORD LAYOUT FOR BATCH PROGRAMS
      * MIRRORS THE FIELD LAYOUT OF CICS/COPY/SUSPREC - KEPT AS A
      * SEPARATE COPYBOOK SINCE AN FD RECORD CANNOT CARRY THE
      * SUSP-LEN WORKING-STORAGE CONSTANT THAT COPYBOOK ALSO DEFINES
       01  SUSP-REC.
           05  SUSP-KEY.
               10  SUSP-DEP-DATE       PIC X(08).
               10  SUSP-BATCH          PIC X(05).
               10  SUSP-ITEM           PIC 9(04).
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
           05  SUSP-APPLY-ACCTNO       PIC 9(09).
           05  SUSP-REL-OPID           PIC X(03).
           05  SUSP-REL-TS             PIC X(14).
           05  SUSP-POST-DATE          PIC X(08).
