      * CARDFILE FD RECORD LAYOUT FOR BATCH PROGRAMS
      * MIRRORS THE FIELD LAYOUT OF CICS/COPY/CARDREC - KEPT AS A
      * SEPARATE COPYBOOK SINCE AN FD RECORD CANNOT CARRY THE
      * CARD-LEN WORKING-STORAGE CONSTANT THAT COPYBOOK ALSO DEFINES
       01  CARD-REC.
           05  CARD-KEY.
               10  CARD-NUMBER.
                   15  CARD-PREFIX     PIC 9(04).
                   15  CARD-ACCTNO     PIC 9(09).
                   15  CARD-SEQ        PIC 9(02).
                   15  CARD-CHKDIG     PIC 9(01).
      * ONLY AN ACTIVE CARD CAN BE AUTHORIZED. LOST, STOLEN AND
      * REPLACED ARE SET ON IA2K AND ARE FINAL - THE ACCOUNT STAYS
      * OPEN AND SPENDS ON ITS NEW CARD. EXPIRED IS SET BY DCIA2BTM
      * ONCE THE EXPIRY MONTH HAS PASSED
           05  CARD-STATUS             PIC X(01).
               88  CARD-ACTIVE                   VALUE 'A'.
               88  CARD-LOST                     VALUE 'L'.
               88  CARD-STOLEN                   VALUE 'S'.
               88  CARD-EXPIRED                  VALUE 'E'.
               88  CARD-REPLACED                 VALUE 'R'.
               88  CARD-BLOCKED                  VALUE 'L' 'S' 'R'.
      * YYYYMM - THE CARD IS GOOD THROUGH THE LAST DAY OF THIS MONTH
           05  CARD-EXPIRY             PIC X(06).
           05  CARD-ISSUE-DATE         PIC X(08).
           05  CARD-ISSUE-REASON       PIC X(01).
               88  CARD-ISSUE-NEW                VALUE 'N'.
               88  CARD-ISSUE-REPLACE            VALUE 'R'.
               88  CARD-ISSUE-RENEW              VALUE 'E'.
      * PENDING UNTIL DCIA2BTM HAS WRITTEN THE CARD TO THE EMBOSSER
      * FILE FOR THE CARD VENDOR, WHICH STAMPS THE EMBOSS DATE AND
      * THE NAME AS EMBOSSED
           05  CARD-EMBOSS-IND         PIC X(01).
               88  CARD-EMBOSS-PENDING           VALUE 'P'.
               88  CARD-EMBOSSED                 VALUE 'E'.
           05  CARD-EMBOSS-DATE        PIC X(08).
      * LAST STATUS CHANGE - DATE AND OPERATOR ('BTM' FOR THE NIGHTLY
      * RUN)
           05  CARD-STATUS-DATE        PIC X(08).
           05  CARD-STATUS-OPID        PIC X(03).
      * SEQUENCE OF THE CARD THAT REPLACED OR RENEWED THIS ONE - ZERO
      * UNTIL ONE HAS BEEN ORDERED, SO A CARD IS NEVER REISSUED TWICE
           05  CARD-REPL-SEQ           PIC 9(02).
           05  CARD-EMBOSS-NAME        PIC X(26).
           05  FILLER                  PIC X(20).
