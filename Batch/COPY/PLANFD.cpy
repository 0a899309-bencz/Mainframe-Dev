      * PLANFILE FD RECORD LAYOUT FOR BATCH PROGRAMS
      * MIRRORS THE FIELD LAYOUT OF CICS/COPY/PLANREC - KEPT AS A
      * SEPARATE COPYBOOK SINCE AN FD RECORD CANNOT CARRY THE
      * PLAN-LEN WORKING-STORAGE CONSTANT THAT COPYBOOK ALSO DEFINES
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
