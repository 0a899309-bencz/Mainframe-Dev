      * RPRTFILE RECORD LAYOUT - DUPLICATE STATEMENTS WAITING TO PRINT
      * KEYED VSAM (KSDS) BY ACCTNO + STATEMENT DATE, THE SAME KEY AS
      * THE STMTFILE ROW TO BE REPRINTED, SO A SECOND REQUEST FOR A
      * STATEMENT ALREADY WAITING IS REFUSED RATHER THAN PRINTED
      * TWICE. WRITTEN BY DCIA2PGB (IA2B) WHEN A CLERK ASKS FOR A
      * DUPLICATE, PRINTED AND DELETED BY THE NIGHTLY DCIA2BTT
       01  RPRT-REC.
           05  RPRT-KEY.
               10  RPRT-ACCTNO         PIC 9(09).
               10  RPRT-STMT-DATE      PIC X(08).
           05  RPRT-REQ-OPID           PIC X(03).
           05  RPRT-REQ-TS             PIC X(14).
           05  FILLER                  PIC X(06).

       01  RPRT-LEN                    PIC S9(04) COMP VALUE +40.
