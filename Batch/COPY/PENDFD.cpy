      * PENDFILE FD RECORD LAYOUT FOR BATCH PROGRAMS
      * MIRRORS THE FIELD LAYOUT OF CICS/COPY/PENDREC - KEPT AS A
      * SEPARATE COPYBOOK SINCE AN FD RECORD CANNOT CARRY THE
      * PEND-LEN WORKING-STORAGE CONSTANT THAT COPYBOOK ALSO DEFINES
       01  PEND-REC.
           05  PEND-KEY.
               10  PEND-ACCTNO         PIC 9(09).
           05  PEND-REQ-OPID           PIC X(03).
           05  PEND-REQ-TS             PIC X(14).
           05  PEND-OLD-CRLIMIT        PIC 9(07)V99.
           05  PEND-NEW-CRLIMIT        PIC 9(07)V99.
