      * RPRTFILE FD RECORD LAYOUT FOR BATCH PROGRAMS
      * MIRRORS THE FIELD LAYOUT OF CICS/COPY/RPRTREC - KEPT AS A
      * SEPARATE COPYBOOK SINCE AN FD RECORD CANNOT CARRY THE
      * RPRT-LEN WORKING-STORAGE CONSTANT THAT COPYBOOK ALSO DEFINES
       01  RPRT-REC.
           05  RPRT-KEY.
               10  RPRT-ACCTNO         PIC 9(09).
               10  RPRT-STMT-DATE      PIC X(08).
           05  RPRT-REQ-OPID           PIC X(03).
           05  RPRT-REQ-TS             PIC X(14).
           05  FILLER                  PIC X(06).
