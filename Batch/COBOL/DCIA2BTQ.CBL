       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2BTQ.
       AUTHOR. DEREK JOHNSTON.

      * QUARTERLY CREDIT LINE REVIEW - LOOKS ACROSS THE WHOLE BOOK
      * FOR CUSTOMERS WHO HAVE EARNED A HIGHER LIMIT AND FOR RISKY
      * ONES WHOSE LIMIT SHOULD COME DOWN. RUN ON THE FIRST BUSINESS
      * NIGHT OF EACH QUARTER, AFTER THE NIGHTLY CYCLE. ACCOUNTS ARE
      * SORTED INTO CUSTOMER ORDER SO EACH CUSTOMER'S COMBINED
      * EXPOSURE (OPEN LIMITS, BALANCES OWED, WORST DELINQUENCY STAGE,
      * ANY CHARGE-OFF) IS KNOWN BEFORE ANY OF ITS ACCOUNTS IS
      * REVIEWED. ACCOUNTS FROM BEFORE THE CUSTOMER MASTER (CUSTNO
      * ZERO) STAND ON THEIR OWN. EVERY OPEN ACCOUNT WITH A LIMIT IS
      * SCORED FROM THE LAST TWELVE MONTHS:
      *   START AT 50
      *   PLUS  3 FOR EACH PAYMENT ON TRANHIST (AT MOST 12 COUNTED)
      *   LESS 15 FOR EACH RETURNED (REVERSED) PAYMENT
      *   LESS 10 FOR EACH LATE FEE, 5 FOR EACH OVER-LIMIT FEE
      *   LESS 30 / 50 / 80 WHEN NOW AT DELINQUENCY STAGE 30/60/90+
      *   LESS 10 PER STAGE OF THE WORST COLLECTION LETTER SENT IN
      *        THE YEAR (LTRCTL)
      * THE SCORE AND THE UTILIZATION (CURR-BAL TO CRLIMIT) ARE THEN
      * MATCHED AGAINST THE RULES TABLE IN WORKING-STORAGE, FIRST
      * MATCH WINS, FOR AN INCREASE, A DECREASE OR NO CHANGE BY A
      * PERCENTAGE OF THE LIMIT, ROUNDED DOWN TO WHOLE HUNDREDS.
      * AN INCREASE IS DECLINED WHEN THE CUSTOMER HAS A CHARGE-OFF OR
      * ANY ACCOUNT PAST DUE, THE ACCOUNT IS UNDER A YEAR ON BOOK OR
      * OVER ITS LIMIT, A CHANGE IS ALREADY PENDING, OR THE ACCOUNT OR
      * CUSTOMER MAXIMUM LEAVES NO ROOM. AN INCREASE IS NEVER APPLIED
      * HERE - IT IS QUEUED ON PENDFILE (REQUESTER 'BTQ') AND AUDITED
      * AS PENDING, THE SAME AS A LARGE INCREASE KEYED ON IA22, SO IT
      * STILL NEEDS A SUPERVISOR'S APPROVAL ON IA27 (DCIA2PGQ). A
      * DECREASE NEVER TAKES THE LIMIT BELOW THE BALANCE (ROUNDED UP
      * TO A HUNDRED); ONE THAT CANNOT IS HELD AS A DECLINE. DECREASES
      * AND DECLINES ARE NOT APPLIED - THEY ARE LISTED ON THE REVIEW
      * REPORT, FOLLOWED BY THE PROPOSED EXPOSURE CHANGE BY STATE AND
      * BILLING CYCLE, FOR CREDIT RISK TO SIGN OFF AND KEY ON IA22.
      * A RESTART AFTER AN ABEND RECOGNISES THE INCREASES IT QUEUED
      * BEFORE THE ABEND AND DOES NOT AUDIT THEM TWICE. THE REVIEW
      * DATE IS THE BUSINESS DATE ON THE RUNCTL FILE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ACCTFILE ASSIGN TO ACCTFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ACCTKEY
                FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTFILE ASSIGN TO CUSTFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CUST-KEY
                FILE STATUS IS WS-CUST-STATUS.

           SELECT TRANHIST ASSIGN TO TRANHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TRANH-KEY
                FILE STATUS IS WS-HIST-STATUS.

           SELECT LTRCTL ASSIGN TO LTRCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS LTRC-KEY
                FILE STATUS IS WS-LTRC-STATUS.

           SELECT PENDFILE ASSIGN TO PENDFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PEND-KEY
                FILE STATUS IS WS-PEND-STATUS.

           SELECT ACCTAUDIT ASSIGN TO ACCTAUDIT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ACCTAUD-KEY
                FILE STATUS IS WS-AUD-STATUS.

           SELECT SORTWORK ASSIGN TO SORTWK1.

           SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNCTL ASSIGN TO RUNCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RUN-KEY
                FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCTFILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY ACCTFILE FD RECORD LAYOUT
           COPY 'ACCTFD'.

       FD  CUSTFILE
           RECORD CONTAINS 107 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY CUSTFILE FD RECORD LAYOUT
           COPY 'CUSTFD'.

       FD  TRANHIST
           RECORD CONTAINS 81 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY TRANHIST FD RECORD LAYOUT
           COPY 'TRANHFD'.

       FD  LTRCTL
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY LETTER CONTROL FD RECORD LAYOUT
           COPY 'LTRCFD'.

       FD  PENDFILE
           RECORD CONTAINS 44 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY PENDING LIMIT CHANGE FD RECORD LAYOUT
           COPY 'PENDFD'.

       FD  ACCTAUDIT
           RECORD CONTAINS 131 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY ACCTAUDIT FD RECORD LAYOUT
           COPY 'AUDITFD'.

      * ONLY WHAT THE CUSTOMER ROLL-UP NEEDS RIDES THROUGH THE SORT -
      * EACH ACCOUNT REVIEWED IS READ AGAIN IN FULL FROM ACCTFILE
       SD  SORTWORK
           RECORD CONTAINS 35 CHARACTERS.
       01  SW-REC.
           05  SW-CUSTNO               PIC 9(06).
           05  SW-ACCTNO               PIC 9(09).
           05  SW-CLOSE-IND            PIC X(01).
           05  SW-DELQ-STAGE           PIC X(01).
           05  SW-CRLIMIT              PIC 9(07)V99.
           05  SW-CURR-BAL             PIC 9(07)V99.

       FD  RPTFILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINE                    PIC X(132).

       FD  RUNCTL
           RECORD CONTAINS 45 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY RUN CONTROL FD RECORD LAYOUT
           COPY 'RUNCTLFD'.

       WORKING-STORAGE SECTION.

       01  WS-RUN-STATUS               PIC X(02).
       01  WS-RUN-DATE                 PIC X(08).
       01  WS-RUN-FOUND-IND            PIC X(01).
           88  RUN-ROW-FOUND                     VALUE 'Y'.

       01  WS-ACCT-STATUS              PIC X(02).
       01  WS-CUST-STATUS              PIC X(02).
       01  WS-HIST-STATUS              PIC X(02).
       01  WS-LTRC-STATUS              PIC X(02).
       01  WS-PEND-STATUS              PIC X(02).
       01  WS-AUD-STATUS               PIC X(02).
       01  WS-RPT-STATUS               PIC X(02).

       01  WS-ACCT-EOF-IND             PIC X(01) VALUE 'N'.
           88  ACCTFILE-EOF                      VALUE 'Y'.
       01  WS-SORT-EOF-IND             PIC X(01) VALUE 'N'.
           88  SORTWORK-EOF                      VALUE 'Y'.
       01  WS-HIST-EOF-IND             PIC X(01).
           88  HIST-BROWSE-DONE                  VALUE 'Y'.
       01  WS-GRP-END-IND              PIC X(01).
           88  GROUP-COMPLETE                    VALUE 'Y'.
       01  WS-RULE-FOUND-IND           PIC X(01).
           88  RULE-FOUND                        VALUE 'Y'.
       01  WS-AUD-DONE-IND             PIC X(01).
           88  AUDIT-WRITE-DONE                  VALUE 'Y'.
       01  WS-REQUEUE-IND              PIC X(01).
           88  QUEUED-BEFORE-RESTART             VALUE 'Y'.

      * REVIEW LIMITS - AN INCREASE NEVER TAKES ONE ACCOUNT PAST
      * WS-MAX-CRLIMIT OR THE CUSTOMER'S OPEN LIMITS TOGETHER PAST
      * WS-MAX-EXPOSURE, AND A CHANGE SMALLER THAN WS-MIN-CHANGE IS
      * NOT WORTH PROPOSING. ONLY ACCOUNTS A YEAR ON BOOK (30/360)
      * ARE CONSIDERED FOR AN INCREASE
       01  WS-MAX-CRLIMIT              PIC 9(07)V99 VALUE 25000.00.
       01  WS-MAX-EXPOSURE             PIC 9(09)V99 VALUE 40000.00.
       01  WS-MIN-CHANGE               PIC 9(07)V99 VALUE 100.00.
       01  WS-MIN-DAYS-ON-BOOK         PIC 9(05) VALUE 360.

      * CREDIT LINE RULES - SCORE FROM/TO, UTILIZATION PERCENT
      * FROM/TO, ACTION (I INCREASE, D DECREASE, N NO CHANGE), THE
      * PERCENTAGE OF THE LIMIT TO MOVE BY, AND THE REASON PRINTED.
      * READ TOP DOWN - THE FIRST ROW THE ACCOUNT FITS DECIDES IT
       01  WS-RULE-VALUES.
           05  FILLER                  PIC X(40)
                   VALUE '080999050999I20STRONG PAYER - HIGH USE'.
           05  FILLER                  PIC X(40)
                   VALUE '080999000049N00STRONG PAYER - LOW USE'.
           05  FILLER                  PIC X(40)
                   VALUE '065079070999I10GOOD PAYER - HIGH USE'.
           05  FILLER                  PIC X(40)
                   VALUE '065079000069N00GOOD PAYER'.
           05  FILLER                  PIC X(40)
                   VALUE '040064000999N00FAIR PAYMENT HISTORY'.
           05  FILLER                  PIC X(40)
                   VALUE '020039000999D10WEAK PAYMENT HISTORY'.
           05  FILLER                  PIC X(40)
                   VALUE '000019000999D25POOR PAYMENT HISTORY'.
       01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
           05  WS-RULE-ENTRY OCCURS 7 TIMES.
               10  WS-RULE-SCORE-LO    PIC 9(03).
               10  WS-RULE-SCORE-HI    PIC 9(03).
               10  WS-RULE-UTIL-LO     PIC 9(03).
               10  WS-RULE-UTIL-HI     PIC 9(03).
               10  WS-RULE-ACTION      PIC X(01).
               10  WS-RULE-PCT         PIC 9(02).
               10  WS-RULE-REASON      PIC X(25).
       01  WS-RULE-COUNT               PIC S9(04) COMP VALUE +7.
       01  WS-RULE-I                   PIC S9(04) COMP.

      * THE CUSTOMER IN HAND - ITS OPEN ACCOUNTS AWAITING REVIEW AND
      * WHAT IT OWES AND IS GOOD FOR ACROSS ALL OF THEM
       01  WS-GRP-CUSTNO               PIC 9(06).
       01  WS-GRP-STAT                 PIC X(02).
       01  WS-GRP-WORST-STAGE          PIC X(01).
       01  WS-GRP-CHGOFF-IND           PIC X(01).
           88  GRP-HAS-CHARGE-OFF                VALUE 'Y'.
       01  WS-CUST-LIMIT               PIC 9(09)V99.
       01  WS-CUST-BAL                 PIC 9(09)V99.
       01  WS-GRP-COUNT                PIC S9(04) COMP.
       01  WS-GRP-I                    PIC S9(04) COMP.
       01  WS-GRP-MAX                  PIC S9(04) COMP VALUE +50.
       01  WS-GRP-TABLE.
           05  WS-GRP-ACCTNO           PIC 9(09) OCCURS 50 TIMES.

      * SCORING WORK FIELDS
       01  WS-WINDOW-DATE              PIC X(08).
       01  WS-WINDOW-YYYY              PIC 9(04).
       01  WS-PAY-COUNT                PIC 9(05).
       01  WS-RETURNED-COUNT           PIC 9(05).
       01  WS-LATE-COUNT               PIC 9(05).
       01  WS-OVERLIMIT-COUNT          PIC 9(05).
       01  WS-LETTER-STAGE             PIC 9(01).
       01  WS-SCORE                    PIC S9(05).
       01  WS-MATCH-SCORE              PIC 9(03).
       01  WS-UTIL-WORK                PIC 9(09)V99.
       01  WS-UTIL-PCT                 PIC 9(03).
       01  WS-DAYS-ON-BOOK             PIC S9(07).

      * THE PROPOSAL FOR THE ACCOUNT IN HAND
       01  WS-DECISION                 PIC X(01).
           88  DECIDE-NO-CHANGE                  VALUE 'N'.
           88  DECIDE-INCREASE                   VALUE 'I'.
           88  DECIDE-DECREASE                   VALUE 'D'.
           88  DECIDE-DECLINE                    VALUE 'X'.
       01  WS-REASON                   PIC X(26).
       01  WS-CHANGE                   PIC 9(07)V99.
       01  WS-NEW-LIMIT                PIC 9(07)V99.
       01  WS-FLOOR                    PIC 9(07)V99.
       01  WS-HUNDREDS                 PIC 9(07).
       01  WS-TIME-NOW                 PIC 9(08).

      * 30/360 DAY-NUMBER WORK FIELDS, AS DCIA2BTG
       01  WS-DATE-WORK.
           05  WS-DW-YYYY              PIC 9(04).
           05  WS-DW-MM                PIC 9(02).
           05  WS-DW-DD                PIC 9(02).
       01  WS-DAYNUM                   PIC S9(09).
       01  WS-DAYNUM-RUN               PIC S9(09).

      * PROPOSED EXPOSURE CHANGE BY STATE AND BILLING CYCLE - KEPT IN
      * KEY ORDER AS ROWS ARE ADDED SO IT PRINTS WITHOUT A SORT
       01  WS-SUM-COUNT                PIC S9(04) COMP VALUE ZERO.
       01  WS-SUM-MAX                  PIC S9(04) COMP VALUE +500.
       01  WS-SUM-I                    PIC S9(04) COMP.
       01  WS-SUM-J                    PIC S9(04) COMP.
       01  WS-SUM-FULL-IND             PIC X(01) VALUE 'N'.
           88  SUMMARY-TABLE-FULL                VALUE 'Y'.
       01  WS-SUM-SEARCH-KEY.
           05  WS-SRCH-STAT            PIC X(02).
           05  WS-SRCH-CYCLE           PIC 9(02).
      * ONE SPARE ROW PAST WS-SUM-MAX SO THE SEARCH AND THE SHIFT
      * CAN ALWAYS LOOK ONE ROW BEYOND THE LAST IN USE
       01  WS-SUM-TABLE.
           05  WS-SUM-ENTRY OCCURS 501 TIMES.
               10  WS-SUM-KEY.
                   15  WS-SUM-STAT     PIC X(02).
                   15  WS-SUM-CYCLE    PIC 9(02).
               10  WS-SUM-FIGS.
                   15  WS-SUM-REVIEWED PIC 9(07).
                   15  WS-SUM-LIMIT    PIC 9(11)V99.
                   15  WS-SUM-INC-CNT  PIC 9(07).
                   15  WS-SUM-INC-AMT  PIC 9(11)V99.
                   15  WS-SUM-DEC-CNT  PIC 9(07).
                   15  WS-SUM-DEC-AMT  PIC 9(11)V99.
                   15  WS-SUM-DECL-CNT PIC 9(07).

      * ONE SUMMARY ROW ON ITS WAY TO PRINT, AND THE STATE AND GRAND
      * TOTALS IT ROLLS INTO - ALL THREE LAID OUT LIKE WS-SUM-FIGS
       01  WS-PRT-FIGS.
           05  WS-PRT-REVIEWED         PIC 9(07).
           05  WS-PRT-LIMIT            PIC 9(11)V99.
           05  WS-PRT-INC-CNT          PIC 9(07).
           05  WS-PRT-INC-AMT          PIC 9(11)V99.
           05  WS-PRT-DEC-CNT          PIC 9(07).
           05  WS-PRT-DEC-AMT          PIC 9(11)V99.
           05  WS-PRT-DECL-CNT         PIC 9(07).
       01  WS-STT-FIGS.
           05  WS-STT-REVIEWED         PIC 9(07).
           05  WS-STT-LIMIT            PIC 9(11)V99.
           05  WS-STT-INC-CNT          PIC 9(07).
           05  WS-STT-INC-AMT          PIC 9(11)V99.
           05  WS-STT-DEC-CNT          PIC 9(07).
           05  WS-STT-DEC-AMT          PIC 9(11)V99.
           05  WS-STT-DECL-CNT         PIC 9(07).
       01  WS-GRT-FIGS.
           05  WS-GRT-REVIEWED         PIC 9(07).
           05  WS-GRT-LIMIT            PIC 9(11)V99.
           05  WS-GRT-INC-CNT          PIC 9(07).
           05  WS-GRT-INC-AMT          PIC 9(11)V99.
           05  WS-GRT-DEC-CNT          PIC 9(07).
           05  WS-GRT-DEC-AMT          PIC 9(11)V99.
           05  WS-GRT-DECL-CNT         PIC 9(07).
       01  WS-PRT-STAT                 PIC X(03).
       01  WS-PRT-CYCLE                PIC X(03).
       01  WS-PRT-NET                  PIC S9(11)V99.
       01  WS-PRT-PROPOSED             PIC S9(11)V99.
       01  WS-BREAK-STAT               PIC X(02).

       01  WS-READ-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-CUSTOMER-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-NO-CUST-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-REVIEWED-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-INCREASE-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-REQUEUE-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-DECREASE-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-DECLINE-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-NO-CHANGE-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-NOT-REVIEWED-COUNT       PIC 9(09) VALUE ZERO.

       01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(35) VALUE SPACES.
           05  FILLER                  PIC X(35)
                   VALUE 'QUARTERLY CREDIT LINE REVIEW'.
           05  FILLER                  PIC X(07) VALUE 'AS OF '.
           05  WS-HDG-DATE             PIC X(08).
           05  FILLER                  PIC X(09) VALUE '   PAGE '.
           05  WS-HDG-PAGE             PIC ZZ9.
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(08) VALUE 'CUST'.
           05  FILLER                  PIC X(04) VALUE 'ST'.
           05  FILLER                  PIC X(03) VALUE 'CY'.
           05  FILLER                  PIC X(12) VALUE '       LIMIT'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE '     BALANCE'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'UTIL'.
           05  FILLER                  PIC X(05) VALUE 'SCORE'.
           05  FILLER                  PIC X(08) VALUE 'ACTION'.
           05  FILLER                  PIC X(12) VALUE '   NEW LIMIT'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE '       CHANGE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE 'REASON'.
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DET-ACCTNO           PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DET-CUSTNO           PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DET-STAT             PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DET-CYCLE            PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DET-LIMIT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DET-BAL              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DET-UTIL             PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE '% '.
           05  WS-DET-SCORE            PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DET-ACTION           PIC X(08).
           05  WS-DET-NEW-LIMIT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DET-CHANGE           PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DET-REASON           PIC X(26).
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-NONE-LINE.
           05  WS-NONE-TEXT            PIC X(40).
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-SUMMARY-TITLE.
           05  FILLER                  PIC X(34)
                   VALUE 'PROPOSED EXPOSURE CHANGE BY STATE'.
           05  FILLER                  PIC X(26)
                   VALUE 'AND BILLING CYCLE'.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-SUMMARY-HDG.
           05  FILLER                  PIC X(11) VALUE ' ST   CY'.
           05  FILLER                  PIC X(07) VALUE '  ACCTS'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE ' CURRENT LIMIT'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE '    INC'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE '     INCREASE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE '    DEC'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE '     DECREASE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE '    NET CHANGE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'DECLINE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(15)
                   VALUE ' PROPOSED LIMIT'.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-STAT              PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-CYCLE             PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-REVIEWED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-LIMIT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-INC-CNT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-INC-AMT           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-DEC-CNT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-DEC-AMT           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-NET               PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-DECL-CNT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-PROPOSED          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                  PIC X(32)
                   VALUE 'ACCOUNTS READ                 : '.
           05  WS-TOT-READ             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                  PIC X(32)
                   VALUE 'ACCOUNTS REVIEWED             : '.
           05  WS-TOT-REVIEWED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                  PIC X(32)
                   VALUE '  INCREASES QUEUED FOR IA27   : '.
           05  WS-TOT-INCREASE         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-TOT-REQUEUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(30)
                   VALUE ' QUEUED BEFORE A RESTART'.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER                  PIC X(32)
                   VALUE '  DECREASES PROPOSED          : '.
           05  WS-TOT-DECREASE         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER                  PIC X(32)
                   VALUE '  DECLINED                    : '.
           05  WS-TOT-DECLINE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  WS-TOTAL-LINE-6.
           05  FILLER                  PIC X(32)
                   VALUE '  NO CHANGE                   : '.
           05  WS-TOT-NO-CHANGE        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  WS-TOTAL-LINE-7.
           05  FILLER                  PIC X(32)
                   VALUE 'OPEN ACCOUNTS NOT REVIEWED    : '.
           05  WS-TOT-NOT-REVIEWED     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  WS-SIGNOFF-LINE.
           05  FILLER                  PIC X(30)
                   VALUE 'REVIEWED FOR CREDIT RISK BY :'.
           05  FILLER                  PIC X(30)
                   VALUE '______________________________'.
           05  FILLER                  PIC X(30)
                   VALUE '   DATE : ____________'.
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       000-MAINLINE.

           PERFORM 100-INITIALIZE THRU 100-EXIT.
           PERFORM 150-RUN-SORT THRU 150-EXIT.
           PERFORM 900-TERMINATE THRU 900-EXIT.
           PERFORM 910-CLOSE-RUN-CONTROL THRU 910-EXIT.
           STOP RUN.

       100-INITIALIZE.

           PERFORM 110-CHECK-RUN-CONTROL THRU 110-EXIT.

           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           PERFORM 700-DATE-TO-DAYNUM THRU 700-EXIT.
           MOVE WS-DAYNUM TO WS-DAYNUM-RUN.

      * THE REVIEW LOOKS BACK ONE YEAR FROM THE BUSINESS DATE
           MOVE WS-DW-YYYY TO WS-WINDOW-YYYY.
           SUBTRACT 1 FROM WS-WINDOW-YYYY.
           MOVE WS-RUN-DATE TO WS-WINDOW-DATE.
           MOVE WS-WINDOW-YYYY TO WS-WINDOW-DATE(1:4).

           INITIALIZE WS-SUM-TABLE.
           INITIALIZE WS-STT-FIGS.
           INITIALIZE WS-GRT-FIGS.
           MOVE WS-RUN-DATE TO WS-HDG-DATE.

           OPEN INPUT ACCTFILE.
           IF WS-ACCT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTQ - UNABLE TO OPEN ACCTFILE, STATUS '
                     WS-ACCT-STATUS
                STOP RUN
           END-IF.

           OPEN INPUT CUSTFILE.
           IF WS-CUST-STATUS NOT = '00'
                DISPLAY 'DCIA2BTQ - UNABLE TO OPEN CUSTFILE, STATUS '
                     WS-CUST-STATUS
                STOP RUN
           END-IF.

           OPEN INPUT TRANHIST.
           IF WS-HIST-STATUS NOT = '00'
                DISPLAY 'DCIA2BTQ - UNABLE TO OPEN TRANHIST, STATUS '
                     WS-HIST-STATUS
                STOP RUN
           END-IF.

           OPEN INPUT LTRCTL.
           IF WS-LTRC-STATUS NOT = '00'
                DISPLAY 'DCIA2BTQ - UNABLE TO OPEN LTRCTL, STATUS '
                     WS-LTRC-STATUS
                STOP RUN
           END-IF.

           OPEN I-O PENDFILE.
           IF WS-PEND-STATUS NOT = '00'
                DISPLAY 'DCIA2BTQ - UNABLE TO OPEN PENDFILE, STATUS '
                     WS-PEND-STATUS
                STOP RUN
           END-IF.

           OPEN I-O ACCTAUDIT.
           IF WS-AUD-STATUS NOT = '00'
                DISPLAY 'DCIA2BTQ - UNABLE TO OPEN ACCTAUDIT, STATUS '
                     WS-AUD-STATUS
                STOP RUN
           END-IF.

           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTQ - UNABLE TO OPEN RPTFILE, STATUS '
                     WS-RPT-STATUS
                STOP RUN
           END-IF.

       100-EXIT.
           EXIT.

       110-CHECK-RUN-CONTROL.

      * TAKE TONIGHT'S BUSINESS DATE FROM THE *BUSDATE ROW, THEN
      * GUARD THIS JOB'S OWN ROW - A DATE ALREADY COMPLETED OR OUT
      * OF SEQUENCE IS REFUSED, AN IN-PROGRESS ROW FOR TONIGHT IS A
      * RESTART AFTER AN ABEND AND IS ALLOWED THROUGH. THE ROW IS
      * MARKED IN-PROGRESS UNTIL CLEAN END-OF-JOB SO RECOVERY AFTER
      * AN ABEND CAN COME OFF THE FILE, NOT OFF MEMORY
           OPEN I-O RUNCTL.
           IF WS-RUN-STATUS NOT = '00'
                DISPLAY 'DCIA2BTQ - UNABLE TO OPEN RUNCTL, STATUS '
                     WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           MOVE '*BUSDATE' TO RUN-JOBNAME.
           MOVE SPACES TO RUN-QUAL.
           READ RUNCTL
                INVALID KEY
                     DISPLAY 'DCIA2BTQ - *BUSDATE ROW MISSING FROM '
                          'RUNCTL - RUN DCIA2BT0 FIRST'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
           END-READ.
           MOVE RUN-DATE TO WS-RUN-DATE.

           MOVE 'DCIA2BTQ' TO RUN-JOBNAME.
           MOVE SPACES TO RUN-QUAL.
           MOVE 'N' TO WS-RUN-FOUND-IND.
           READ RUNCTL
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     SET RUN-ROW-FOUND TO TRUE
           END-READ.

           IF RUN-ROW-FOUND THEN
                IF RUN-COMPLETE AND RUN-LAST-DATE = WS-RUN-DATE
                     DISPLAY 'DCIA2BTQ - ALREADY COMPLETE FOR '
                          WS-RUN-DATE ' - RERUN REFUSED'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                IF RUN-LAST-DATE > WS-RUN-DATE
                     DISPLAY 'DCIA2BTQ - LAST DATE ' RUN-LAST-DATE
                          ' IS PAST BUSINESS DATE ' WS-RUN-DATE
                          ' - OUT OF SEQUENCE, RUN REFUSED'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                IF RUN-IN-PROGRESS AND RUN-DATE = WS-RUN-DATE
                     DISPLAY 'DCIA2BTQ - RESTART AFTER ABEND FOR '
                          WS-RUN-DATE
                END-IF
           END-IF.

           MOVE WS-RUN-DATE TO RUN-DATE.
           SET RUN-IN-PROGRESS TO TRUE.
           MOVE ZERO TO RUN-IN-COUNT.
           MOVE ZERO TO RUN-OUT-COUNT.

           IF RUN-ROW-FOUND THEN
                REWRITE RUN-REC
           ELSE
                MOVE ZEROS TO RUN-LAST-DATE
                WRITE RUN-REC
           END-IF.
           IF WS-RUN-STATUS NOT = '00'
                DISPLAY 'DCIA2BTQ - UNABLE TO MARK RUNCTL IN '
                     'PROGRESS, STATUS ' WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       110-EXIT.
           EXIT.

       150-RUN-SORT.

      * CUSTOMER ORDER BRINGS ALL OF A CUSTOMER'S ACCOUNTS TOGETHER
      * SO THE ROLL-UP IS COMPLETE BEFORE ANY OF THEM IS REVIEWED
           SORT SORTWORK
                ON ASCENDING KEY SW-CUSTNO
                   ASCENDING KEY SW-ACCTNO
                INPUT PROCEDURE 200-SELECT-ACCOUNTS THRU 200-EXIT
                OUTPUT PROCEDURE 400-REVIEW-ACCOUNTS THRU 400-EXIT.

       150-EXIT.
           EXIT.

       200-SELECT-ACCOUNTS.

           PERFORM 210-READ-ACCTFILE THRU 210-EXIT.
           PERFORM 220-RELEASE-ONE THRU 220-EXIT
                UNTIL ACCTFILE-EOF.

       200-EXIT.
           EXIT.

       210-READ-ACCTFILE.

           READ ACCTFILE NEXT
                AT END
                     SET ACCTFILE-EOF TO TRUE
           END-READ.

       210-EXIT.
           EXIT.

       220-RELEASE-ONE.

      * EVERY ACCOUNT GOES THROUGH, CLOSED AND CHARGED-OFF ONES TOO -
      * THEIR BALANCES, STAGES AND WRITE-OFFS COUNT AGAINST THE
      * CUSTOMER EVEN THOUGH ONLY OPEN ACCOUNTS ARE REVIEWED
           ADD 1 TO WS-READ-COUNT.

           MOVE CUSTNO     TO SW-CUSTNO.
           MOVE ACCTNO     TO SW-ACCTNO.
           MOVE CLOSE-IND  TO SW-CLOSE-IND.
           MOVE DELQ-STAGE TO SW-DELQ-STAGE.
           MOVE CRLIMIT    TO SW-CRLIMIT.
           MOVE CURR-BAL   TO SW-CURR-BAL.
           RELEASE SW-REC.

           PERFORM 210-READ-ACCTFILE THRU 210-EXIT.

       220-EXIT.
           EXIT.

       400-REVIEW-ACCOUNTS.

           PERFORM 660-WRITE-HEADINGS THRU 660-EXIT.
           PERFORM 410-RETURN-SORTWORK THRU 410-EXIT.
           PERFORM 420-REVIEW-CUSTOMER THRU 420-EXIT
                UNTIL SORTWORK-EOF.

       400-EXIT.
           EXIT.

       410-RETURN-SORTWORK.

           RETURN SORTWORK
                AT END
                     SET SORTWORK-EOF TO TRUE
           END-RETURN.

       410-EXIT.
           EXIT.

       420-REVIEW-CUSTOMER.

           ADD 1 TO WS-CUSTOMER-COUNT.

           MOVE SW-CUSTNO TO WS-GRP-CUSTNO.
           MOVE SPACES    TO WS-GRP-STAT.
           MOVE '0'       TO WS-GRP-WORST-STAGE.
           MOVE 'N'       TO WS-GRP-CHGOFF-IND.
           MOVE ZERO      TO WS-CUST-LIMIT.
           MOVE ZERO      TO WS-CUST-BAL.
           MOVE ZERO      TO WS-GRP-COUNT.
           MOVE 'N'       TO WS-GRP-END-IND.

           PERFORM 430-GATHER-ACCOUNT THRU 430-EXIT
                UNTIL GROUP-COMPLETE.

           PERFORM 440-READ-CUSTOMER THRU 440-EXIT.

           PERFORM 450-REVIEW-ONE THRU 450-EXIT
                VARYING WS-GRP-I FROM 1 BY 1
                UNTIL WS-GRP-I > WS-GRP-COUNT.

       420-EXIT.
           EXIT.

       430-GATHER-ACCOUNT.

      * A CHARGED-OFF ACCOUNT OWES NOTHING ON CURR-BAL BUT MARKS THE
      * CUSTOMER. CLOSED ACCOUNTS STILL OWE THEIR BALANCE; ONLY OPEN
      * ONES HAVE A LIMIT THE CUSTOMER CAN DRAW ON
           IF SW-CLOSE-IND = 'W' THEN
                SET GRP-HAS-CHARGE-OFF TO TRUE
           ELSE
                ADD SW-CURR-BAL TO WS-CUST-BAL
                IF SW-DELQ-STAGE > WS-GRP-WORST-STAGE THEN
                     MOVE SW-DELQ-STAGE TO WS-GRP-WORST-STAGE
                END-IF
           END-IF.

           IF SW-CLOSE-IND = 'O' THEN
                ADD SW-CRLIMIT TO WS-CUST-LIMIT
                IF WS-GRP-COUNT < WS-GRP-MAX THEN
                     ADD 1 TO WS-GRP-COUNT
                     MOVE SW-ACCTNO TO WS-GRP-ACCTNO(WS-GRP-COUNT)
                ELSE
                     DISPLAY 'DCIA2BTQ - CUSTOMER ' SW-CUSTNO
                          ' HAS OVER 50 OPEN ACCOUNTS - ACCOUNT '
                          SW-ACCTNO ' NOT REVIEWED'
                     ADD 1 TO WS-NOT-REVIEWED-COUNT
                END-IF
           END-IF.

           PERFORM 410-RETURN-SORTWORK THRU 410-EXIT.

      * ACCOUNTS WITH NO CUSTOMER NUMBER ARE EACH A CUSTOMER OF THEIR
      * OWN - THEY ARE NOT ROLLED UP TOGETHER UNDER CUSTNO ZERO
           IF SORTWORK-EOF THEN
                SET GROUP-COMPLETE TO TRUE
           ELSE
           IF SW-CUSTNO NOT = WS-GRP-CUSTNO
              OR WS-GRP-CUSTNO = ZERO THEN
                SET GROUP-COMPLETE TO TRUE
           END-IF.

       430-EXIT.
           EXIT.

       440-READ-CUSTOMER.

      * THE SUMMARY STATE IS THE CUSTOMER'S HOME STATE ON THE
      * CUSTOMER MASTER - WITHOUT ONE, EACH ACCOUNT'S OWN STATE
           IF WS-GRP-CUSTNO = ZERO THEN
                GO TO 440-EXIT
           END-IF.

           MOVE WS-GRP-CUSTNO TO CUST-CUSTNO.
           READ CUSTFILE
                INVALID KEY
                     ADD 1 TO WS-NO-CUST-COUNT
                     GO TO 440-EXIT
           END-READ.

           MOVE CUST-STAT TO WS-GRP-STAT.

       440-EXIT.
           EXIT.

       450-REVIEW-ONE.

           MOVE WS-GRP-ACCTNO(WS-GRP-I) TO ACCTNO.
           READ ACCTFILE
                INVALID KEY
                     ADD 1 TO WS-NOT-REVIEWED-COUNT
                     GO TO 450-EXIT
           END-READ.

      * AN ACCOUNT WITH NO LIMIT HAS NOTHING TO REVIEW
           IF CRLIMIT = ZERO THEN
                ADD 1 TO WS-NOT-REVIEWED-COUNT
                GO TO 450-EXIT
           END-IF.

           ADD 1 TO WS-REVIEWED-COUNT.

           PERFORM 500-SCORE-ACCOUNT THRU 500-EXIT.
           PERFORM 550-APPLY-RULES THRU 550-EXIT.

           IF DECIDE-INCREASE THEN
                PERFORM 560-PROPOSE-INCREASE THRU 560-EXIT
           ELSE
           IF DECIDE-DECREASE THEN
                PERFORM 570-PROPOSE-DECREASE THRU 570-EXIT
           END-IF.

           IF DECIDE-INCREASE THEN
                PERFORM 600-QUEUE-INCREASE THRU 600-EXIT
           END-IF.

           IF DECIDE-INCREASE THEN
                ADD 1 TO WS-INCREASE-COUNT
           ELSE
           IF DECIDE-DECREASE THEN
                ADD 1 TO WS-DECREASE-COUNT
                PERFORM 650-WRITE-DETAIL THRU 650-EXIT
           ELSE
           IF DECIDE-DECLINE THEN
                ADD 1 TO WS-DECLINE-COUNT
                PERFORM 650-WRITE-DETAIL THRU 650-EXIT
           ELSE
                ADD 1 TO WS-NO-CHANGE-COUNT
           END-IF.

           PERFORM 680-ADD-TO-SUMMARY THRU 680-EXIT.

       450-EXIT.
           EXIT.

       500-SCORE-ACCOUNT.

           MOVE ZERO TO WS-PAY-COUNT.
           MOVE ZERO TO WS-RETURNED-COUNT.
           MOVE ZERO TO WS-LATE-COUNT.
           MOVE ZERO TO WS-OVERLIMIT-COUNT.

           PERFORM 510-READ-HISTORY THRU 510-EXIT.
           PERFORM 530-CHECK-LETTERS THRU 530-EXIT.

           IF WS-PAY-COUNT > 12 THEN
                MOVE 12 TO WS-PAY-COUNT
           END-IF.

           COMPUTE WS-SCORE = 50
                            + (WS-PAY-COUNT * 3)
                            - (WS-RETURNED-COUNT * 15)
                            - (WS-LATE-COUNT * 10)
                            - (WS-OVERLIMIT-COUNT * 5)
                            - (WS-LETTER-STAGE * 10).

           IF DELQ-30 THEN
                SUBTRACT 30 FROM WS-SCORE
           ELSE
           IF DELQ-60 THEN
                SUBTRACT 50 FROM WS-SCORE
           ELSE
           IF DELQ-90 THEN
                SUBTRACT 80 FROM WS-SCORE
           END-IF.

           IF WS-SCORE < ZERO THEN
                MOVE ZERO TO WS-MATCH-SCORE
           ELSE
           IF WS-SCORE > 999 THEN
                MOVE 999 TO WS-MATCH-SCORE
           ELSE
                MOVE WS-SCORE TO WS-MATCH-SCORE
           END-IF.

      * UTILIZATION AS A WHOLE PERCENTAGE, 999 AT MOST
           COMPUTE WS-UTIL-WORK = CURR-BAL * 100 / CRLIMIT.
           IF WS-UTIL-WORK > 999 THEN
                MOVE 999 TO WS-UTIL-PCT
           ELSE
                MOVE WS-UTIL-WORK TO WS-UTIL-PCT
           END-IF.

       500-EXIT.
           EXIT.

       510-READ-HISTORY.

           MOVE ACCTNO         TO TRANH-ACCTNO.
           MOVE WS-WINDOW-DATE TO TRANH-DATE.
           MOVE 999            TO TRANH-SEQ.
           MOVE 'N' TO WS-HIST-EOF-IND.

           START TRANHIST KEY NOT LESS THAN TRANH-KEY
                INVALID KEY
                     SET HIST-BROWSE-DONE TO TRUE
           END-START.

           PERFORM 520-TAKE-ITEM THRU 520-EXIT
                UNTIL HIST-BROWSE-DONE.

       510-EXIT.
           EXIT.

       520-TAKE-ITEM.

           READ TRANHIST NEXT
                AT END
                     SET HIST-BROWSE-DONE TO TRUE
           END-READ.

           IF HIST-BROWSE-DONE THEN
                GO TO 520-EXIT
           END-IF.

           IF TRANH-ACCTNO NOT = ACCTNO THEN
                SET HIST-BROWSE-DONE TO TRUE
                GO TO 520-EXIT
           END-IF.

           IF TRANH-DATE NOT > WS-WINDOW-DATE THEN
                GO TO 520-EXIT
           END-IF.

      * A REVERSED PAYMENT IS ONE THAT CAME BACK UNPAID. A LATE FEE
      * IS ONLY ASSESSED WHEN A MINIMUM WAS MISSED, SO IT STANDS IN
      * FOR A MISSED PAYMENT - A REVERSED FEE WAS WAIVED AND IS NOT
      * HELD AGAINST THE CUSTOMER
           IF TRANH-IS-PAYMENT THEN
                IF TRANH-REVERSED THEN
                     ADD 1 TO WS-RETURNED-COUNT
                ELSE
                     ADD 1 TO WS-PAY-COUNT
                END-IF
           ELSE
           IF TRANH-IS-LATE-FEE AND NOT TRANH-REVERSED THEN
                ADD 1 TO WS-LATE-COUNT
           ELSE
           IF TRANH-IS-OVERLIMIT-FEE AND NOT TRANH-REVERSED THEN
                ADD 1 TO WS-OVERLIMIT-COUNT
           END-IF.

       520-EXIT.
           EXIT.

       530-CHECK-LETTERS.

      * THE LETTER CONTROL ROW CARRIES THE WORST STAGE LETTERED IN THE
      * ACCOUNT'S LATEST DELINQUENCY EPISODE - IT COUNTS WHEN THE LAST
      * LETTER WENT OUT INSIDE THE REVIEW YEAR
           MOVE ZERO TO WS-LETTER-STAGE.
           MOVE ACCTNO TO LTRC-ACCTNO.
           READ LTRCTL
                INVALID KEY
                     GO TO 530-EXIT
           END-READ.

           IF LTRC-LAST-DATE > WS-WINDOW-DATE
              AND LTRC-STAGE IS NUMERIC THEN
                MOVE LTRC-STAGE TO WS-LETTER-STAGE
           END-IF.

       530-EXIT.
           EXIT.

       550-APPLY-RULES.

           MOVE 'N' TO WS-RULE-FOUND-IND.
           PERFORM 555-MATCH-RULE THRU 555-EXIT
                VARYING WS-RULE-I FROM 1 BY 1
                UNTIL WS-RULE-I > WS-RULE-COUNT
                   OR RULE-FOUND.

      * THE TABLE COVERS EVERY SCORE AND UTILIZATION, BUT SHOULD IT
      * EVER BE EDITED WITH A GAP THE ACCOUNT IS LEFT ALONE
           IF NOT RULE-FOUND THEN
                SET DECIDE-NO-CHANGE TO TRUE
                MOVE 'NO RULE MATCHED' TO WS-REASON
                GO TO 550-EXIT
           END-IF.

      * THE VARYING STEPPED ONE PAST THE ROW THAT MATCHED
           SUBTRACT 1 FROM WS-RULE-I.
           MOVE WS-RULE-ACTION(WS-RULE-I) TO WS-DECISION.
           MOVE WS-RULE-REASON(WS-RULE-I) TO WS-REASON.
           MOVE ZERO    TO WS-CHANGE.
           MOVE CRLIMIT TO WS-NEW-LIMIT.

       550-EXIT.
           EXIT.

       555-MATCH-RULE.

           IF WS-MATCH-SCORE NOT < WS-RULE-SCORE-LO(WS-RULE-I)
              AND WS-MATCH-SCORE NOT > WS-RULE-SCORE-HI(WS-RULE-I)
              AND WS-UTIL-PCT NOT < WS-RULE-UTIL-LO(WS-RULE-I)
              AND WS-UTIL-PCT NOT > WS-RULE-UTIL-HI(WS-RULE-I) THEN
                SET RULE-FOUND TO TRUE
           END-IF.

       555-EXIT.
           EXIT.

       560-PROPOSE-INCREASE.

      * A CUSTOMER WHO IS BEHIND OR HAS BEEN WRITTEN OFF ON ANY
      * ACCOUNT GETS NO MORE CREDIT ON ANY OTHER
           IF GRP-HAS-CHARGE-OFF THEN
                MOVE 'CUSTOMER HAS A CHARGE-OFF' TO WS-REASON
                GO TO 560-DECLINE
           END-IF.

           IF WS-GRP-WORST-STAGE > '0' THEN
                MOVE 'CUSTOMER ACCOUNT PAST DUE' TO WS-REASON
                GO TO 560-DECLINE
           END-IF.

           IF OPEN-DATE IS NOT NUMERIC OR OPEN-DATE = ZEROS THEN
                MOVE 'NO DATE OPENED' TO WS-REASON
                GO TO 560-DECLINE
           END-IF.

           MOVE OPEN-DATE TO WS-DATE-WORK.
           PERFORM 700-DATE-TO-DAYNUM THRU 700-EXIT.
           COMPUTE WS-DAYS-ON-BOOK = WS-DAYNUM-RUN - WS-DAYNUM.
           IF WS-DAYS-ON-BOOK < WS-MIN-DAYS-ON-BOOK THEN
                MOVE 'ON BOOK UNDER 12 MONTHS' TO WS-REASON
                GO TO 560-DECLINE
           END-IF.

           IF CURR-BAL > CRLIMIT THEN
                MOVE 'ACCOUNT OVER LIMIT' TO WS-REASON
                GO TO 560-DECLINE
           END-IF.

           COMPUTE WS-CHANGE = CRLIMIT * WS-RULE-PCT(WS-RULE-I) / 100.
           PERFORM 580-ROUND-DOWN THRU 580-EXIT.
           IF WS-CHANGE < WS-MIN-CHANGE THEN
                MOVE WS-MIN-CHANGE TO WS-CHANGE
           END-IF.

      * TRIM TO THE ACCOUNT MAXIMUM, THEN TO WHAT THE CUSTOMER'S
      * COMBINED LIMITS HAVE ROOM FOR - INCREASES ALREADY PROPOSED
      * FOR ITS OTHER ACCOUNTS IN THIS RUN ARE COUNTED IN
           IF CRLIMIT NOT < WS-MAX-CRLIMIT THEN
                MOVE 'AT MAXIMUM LIMIT' TO WS-REASON
                GO TO 560-DECLINE
           END-IF.
           IF CRLIMIT + WS-CHANGE > WS-MAX-CRLIMIT THEN
                COMPUTE WS-CHANGE = WS-MAX-CRLIMIT - CRLIMIT
                PERFORM 580-ROUND-DOWN THRU 580-EXIT
           END-IF.

           IF WS-CUST-LIMIT NOT < WS-MAX-EXPOSURE THEN
                MOVE 'CUSTOMER EXPOSURE CAP' TO WS-REASON
                GO TO 560-DECLINE
           END-IF.
           IF WS-CUST-LIMIT + WS-CHANGE > WS-MAX-EXPOSURE THEN
                COMPUTE WS-CHANGE = WS-MAX-EXPOSURE - WS-CUST-LIMIT
                PERFORM 580-ROUND-DOWN THRU 580-EXIT
           END-IF.

           IF WS-CHANGE < WS-MIN-CHANGE THEN
                MOVE 'NO ROOM UNDER MAXIMUM' TO WS-REASON
                GO TO 560-DECLINE
           END-IF.

           COMPUTE WS-NEW-LIMIT = CRLIMIT + WS-CHANGE.
           GO TO 560-EXIT.

       560-DECLINE.

           SET DECIDE-DECLINE TO TRUE.
           MOVE ZERO    TO WS-CHANGE.
           MOVE CRLIMIT TO WS-NEW-LIMIT.

       560-EXIT.
           EXIT.

       570-PROPOSE-DECREASE.

           COMPUTE WS-CHANGE = CRLIMIT * WS-RULE-PCT(WS-RULE-I) / 100.
           PERFORM 580-ROUND-DOWN THRU 580-EXIT.
           IF WS-CHANGE < WS-MIN-CHANGE THEN
                MOVE WS-MIN-CHANGE TO WS-CHANGE
           END-IF.

      * NEVER CUT BELOW WHAT IS ALREADY OWED, ROUNDED UP TO A HUNDRED,
      * SO THE CUT ITSELF CANNOT PUT THE ACCOUNT OVER ITS LIMIT
           COMPUTE WS-HUNDREDS = (CURR-BAL + 99.99) / 100.
           COMPUTE WS-FLOOR = WS-HUNDREDS * 100.

           IF WS-CHANGE < CRLIMIT THEN
                COMPUTE WS-NEW-LIMIT = CRLIMIT - WS-CHANGE
           ELSE
                MOVE ZERO TO WS-NEW-LIMIT
           END-IF.
           IF WS-NEW-LIMIT < WS-FLOOR THEN
                MOVE WS-FLOOR TO WS-NEW-LIMIT
           END-IF.

           IF WS-NEW-LIMIT NOT < CRLIMIT THEN
                SET DECIDE-DECLINE TO TRUE
                MOVE 'DECREASE HELD - BALANCE' TO WS-REASON
                MOVE ZERO    TO WS-CHANGE
                MOVE CRLIMIT TO WS-NEW-LIMIT
                GO TO 570-EXIT
           END-IF.

           COMPUTE WS-CHANGE = CRLIMIT - WS-NEW-LIMIT.

       570-EXIT.
           EXIT.

       580-ROUND-DOWN.

      * LIMIT CHANGES GO IN WHOLE HUNDREDS
           COMPUTE WS-HUNDREDS = WS-CHANGE / 100.
           COMPUTE WS-CHANGE = WS-HUNDREDS * 100.

       580-EXIT.
           EXIT.

       600-QUEUE-INCREASE.

      * ONE PENDING CHANGE PER ACCOUNT. A ROW THIS RUN WROTE BEFORE
      * AN ABEND IS TONIGHT'S OWN AND STANDS; ANY OTHER IS A CHANGE
      * SOMEONE IS ALREADY WAITING ON, SO THE REVIEW STEPS ASIDE
           MOVE 'N' TO WS-REQUEUE-IND.
           MOVE ACCTNO TO PEND-ACCTNO.
           READ PENDFILE
                INVALID KEY
                     GO TO 600-WRITE
           END-READ.

           IF PEND-REQ-OPID = 'BTQ'
              AND PEND-REQ-TS(1:8) = WS-RUN-DATE THEN
                SET QUEUED-BEFORE-RESTART TO TRUE
                ADD 1 TO WS-REQUEUE-COUNT
                MOVE PEND-NEW-CRLIMIT TO WS-NEW-LIMIT
                COMPUTE WS-CHANGE = WS-NEW-LIMIT - CRLIMIT
                ADD WS-CHANGE TO WS-CUST-LIMIT
                GO TO 600-EXIT
           END-IF.

           SET DECIDE-DECLINE TO TRUE.
           MOVE 'CHANGE ALREADY PENDING' TO WS-REASON.
           MOVE ZERO    TO WS-CHANGE.
           MOVE CRLIMIT TO WS-NEW-LIMIT.
           GO TO 600-EXIT.

       600-WRITE.

           ACCEPT WS-TIME-NOW FROM TIME.

           MOVE ACCTNO           TO PEND-ACCTNO.
           MOVE 'BTQ'            TO PEND-REQ-OPID.
           MOVE WS-RUN-DATE      TO PEND-REQ-TS(1:8).
           MOVE WS-TIME-NOW(1:6) TO PEND-REQ-TS(9:6).
           MOVE CRLIMIT          TO PEND-OLD-CRLIMIT.
           MOVE WS-NEW-LIMIT     TO PEND-NEW-CRLIMIT.

           WRITE PEND-REC.
           IF WS-PEND-STATUS NOT = '00'
                DISPLAY 'DCIA2BTQ - UNABLE TO WRITE PENDFILE FOR '
                     'ACCOUNT ' ACCTNO ', STATUS ' WS-PEND-STATUS
                PERFORM 900-TERMINATE THRU 900-EXIT
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           ADD WS-CHANGE TO WS-CUST-LIMIT.
           PERFORM 610-WRITE-AUDIT THRU 610-EXIT.

       600-EXIT.
           EXIT.

       610-WRITE-AUDIT.

      * SAME PENDING ROW DCIA2PGU WRITES FOR A QUEUED INCREASE - THE
      * AFTER IMAGE CARRIES THE LIMIT ASKED FOR, NOT YET APPLIED
           MOVE ACCTNO            TO ACCTAUD-ACCTNO.
           MOVE WS-RUN-DATE       TO ACCTAUD-TS(1:8).
           MOVE WS-TIME-NOW(1:6)  TO ACCTAUD-TS(9:6).
           SET ACCTAUD-IS-PENDING TO TRUE.
           MOVE 'BTQ'             TO ACCTAUD-OPID.
           MOVE 'BTCH'            TO ACCTAUD-TERMID.
           MOVE ADDR1             TO ACCTAUD-B-ADDR1.
           MOVE ADDR2             TO ACCTAUD-B-ADDR2.
           MOVE CRLIMIT           TO ACCTAUD-B-CRLIMIT.
           MOVE ADDR1             TO ACCTAUD-A-ADDR1.
           MOVE ADDR2             TO ACCTAUD-A-ADDR2.
           MOVE WS-NEW-LIMIT      TO ACCTAUD-A-CRLIMIT.

      * SAME SEQUENCE-BUMP RETRY AS THE ONLINE AUDIT WRITES - TWO
      * ROWS FOR ONE ACCOUNT IN THE SAME SECOND WOULD OTHERWISE
      * COLLIDE ON THE KEY
           MOVE ZERO TO ACCTAUD-SEQ.
           MOVE 'N' TO WS-AUD-DONE-IND.
           PERFORM 620-TRY-WRITE-AUDIT THRU 620-EXIT
                UNTIL AUDIT-WRITE-DONE
                   OR ACCTAUD-SEQ > 98.

           IF NOT AUDIT-WRITE-DONE
                DISPLAY 'DCIA2BTQ - UNABLE TO WRITE ACCTAUDIT FOR '
                     'ACCOUNT ' ACCTNO ', STATUS ' WS-AUD-STATUS
                PERFORM 900-TERMINATE THRU 900-EXIT
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       610-EXIT.
           EXIT.

       620-TRY-WRITE-AUDIT.

           WRITE ACCTAUD-REC
                INVALID KEY
                     ADD 1 TO ACCTAUD-SEQ
                NOT INVALID KEY
                     SET AUDIT-WRITE-DONE TO TRUE
           END-WRITE.

       620-EXIT.
           EXIT.

       650-WRITE-DETAIL.

           MOVE ACCTNO         TO WS-DET-ACCTNO.
           MOVE CUSTNO         TO WS-DET-CUSTNO.
           IF WS-GRP-STAT = SPACES THEN
                MOVE STAT       TO WS-DET-STAT
           ELSE
                MOVE WS-GRP-STAT TO WS-DET-STAT
           END-IF.
           MOVE CYCLE-CD       TO WS-DET-CYCLE.
           MOVE CRLIMIT        TO WS-DET-LIMIT.
           MOVE CURR-BAL       TO WS-DET-BAL.
           MOVE WS-UTIL-PCT    TO WS-DET-UTIL.
           MOVE WS-MATCH-SCORE TO WS-DET-SCORE.
           MOVE WS-NEW-LIMIT   TO WS-DET-NEW-LIMIT.
           MOVE WS-REASON      TO WS-DET-REASON.

           IF DECIDE-DECREASE THEN
                MOVE 'DECREASE' TO WS-DET-ACTION
                COMPUTE WS-DET-CHANGE = ZERO - WS-CHANGE
           ELSE
                MOVE 'DECLINED' TO WS-DET-ACTION
                MOVE ZERO TO WS-DET-CHANGE
           END-IF.

           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-LINE-COUNT >= 50 THEN
                PERFORM 660-WRITE-HEADINGS THRU 660-EXIT
           END-IF.

       650-EXIT.
           EXIT.

       660-WRITE-HEADINGS.

           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE.
           WRITE RPT-LINE FROM WS-HEADING-1.
           WRITE RPT-LINE FROM WS-HEADING-2.
           MOVE ZERO TO WS-LINE-COUNT.

       660-EXIT.
           EXIT.

       680-ADD-TO-SUMMARY.

           IF WS-GRP-STAT = SPACES THEN
                MOVE STAT        TO WS-SRCH-STAT
           ELSE
                MOVE WS-GRP-STAT TO WS-SRCH-STAT
           END-IF.
           MOVE CYCLE-CD TO WS-SRCH-CYCLE.

      * FIND THE ROW, OR THE PLACE IT BELONGS IN KEY ORDER
           PERFORM 685-STEP-PAST THRU 685-EXIT
                VARYING WS-SUM-I FROM 1 BY 1
                UNTIL WS-SUM-I > WS-SUM-COUNT
                   OR WS-SUM-KEY(WS-SUM-I) NOT < WS-SUM-SEARCH-KEY.

           IF WS-SUM-I > WS-SUM-COUNT
              OR WS-SUM-KEY(WS-SUM-I) NOT = WS-SUM-SEARCH-KEY THEN
                PERFORM 690-INSERT-ROW THRU 690-EXIT
           END-IF.

           IF SUMMARY-TABLE-FULL THEN
                GO TO 680-EXIT
           END-IF.

           ADD 1       TO WS-SUM-REVIEWED(WS-SUM-I).
           ADD CRLIMIT TO WS-SUM-LIMIT(WS-SUM-I).
           IF DECIDE-INCREASE THEN
                ADD 1         TO WS-SUM-INC-CNT(WS-SUM-I)
                ADD WS-CHANGE TO WS-SUM-INC-AMT(WS-SUM-I)
           ELSE
           IF DECIDE-DECREASE THEN
                ADD 1         TO WS-SUM-DEC-CNT(WS-SUM-I)
                ADD WS-CHANGE TO WS-SUM-DEC-AMT(WS-SUM-I)
           ELSE
           IF DECIDE-DECLINE THEN
                ADD 1         TO WS-SUM-DECL-CNT(WS-SUM-I)
           END-IF.

       680-EXIT.
           EXIT.

       685-STEP-PAST.

           CONTINUE.

       685-EXIT.
           EXIT.

       690-INSERT-ROW.

           IF WS-SUM-COUNT NOT < WS-SUM-MAX THEN
                IF NOT SUMMARY-TABLE-FULL
                     DISPLAY 'DCIA2BTQ - STATE/CYCLE SUMMARY TABLE '
                          'FULL - SUMMARY IS INCOMPLETE'
                END-IF
                SET SUMMARY-TABLE-FULL TO TRUE
                GO TO 690-EXIT
           END-IF.

      * OPEN A GAP AT WS-SUM-I BY MOVING EVERY LATER ROW DOWN ONE
           PERFORM 695-SHIFT-ROW THRU 695-EXIT
                VARYING WS-SUM-J FROM WS-SUM-COUNT BY -1
                UNTIL WS-SUM-J < WS-SUM-I.

           ADD 1 TO WS-SUM-COUNT.
           MOVE WS-SUM-SEARCH-KEY TO WS-SUM-KEY(WS-SUM-I).
           INITIALIZE WS-SUM-FIGS(WS-SUM-I).

       690-EXIT.
           EXIT.

       695-SHIFT-ROW.

           MOVE WS-SUM-ENTRY(WS-SUM-J) TO WS-SUM-ENTRY(WS-SUM-J + 1).

       695-EXIT.
           EXIT.

       700-DATE-TO-DAYNUM.

      * 30/360 DAY NUMBER - EVERY MONTH COUNTS 30 DAYS, SAME AS THE
      * AGING RUN
           COMPUTE WS-DAYNUM = (WS-DW-YYYY * 360)
                             + (WS-DW-MM * 30)
                             + WS-DW-DD.

       700-EXIT.
           EXIT.

       800-WRITE-SUMMARY.

           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-SUMMARY-TITLE.
           WRITE RPT-LINE FROM WS-SUMMARY-HDG.

           IF WS-SUM-COUNT = ZERO THEN
                MOVE 'NO ACCOUNTS REVIEWED' TO WS-NONE-TEXT
                WRITE RPT-LINE FROM WS-NONE-LINE
                GO TO 800-EXIT
           END-IF.

           MOVE WS-SUM-STAT(1) TO WS-BREAK-STAT.
           PERFORM 810-PRINT-ROW THRU 810-EXIT
                VARYING WS-SUM-I FROM 1 BY 1
                UNTIL WS-SUM-I > WS-SUM-COUNT.

           PERFORM 820-PRINT-STATE-TOTAL THRU 820-EXIT.

           MOVE WS-GRT-FIGS TO WS-PRT-FIGS.
           MOVE 'ALL' TO WS-PRT-STAT.
           MOVE 'ALL' TO WS-PRT-CYCLE.
           PERFORM 830-PRINT-FIGURES THRU 830-EXIT.

       800-EXIT.
           EXIT.

       810-PRINT-ROW.

           IF WS-SUM-STAT(WS-SUM-I) NOT = WS-BREAK-STAT THEN
                PERFORM 820-PRINT-STATE-TOTAL THRU 820-EXIT
                MOVE WS-SUM-STAT(WS-SUM-I) TO WS-BREAK-STAT
           END-IF.

           MOVE WS-SUM-FIGS(WS-SUM-I)  TO WS-PRT-FIGS.
           MOVE WS-SUM-STAT(WS-SUM-I)  TO WS-PRT-STAT.
           MOVE WS-SUM-CYCLE(WS-SUM-I) TO WS-PRT-CYCLE.
           PERFORM 830-PRINT-FIGURES THRU 830-EXIT.

           ADD WS-PRT-REVIEWED TO WS-STT-REVIEWED WS-GRT-REVIEWED.
           ADD WS-PRT-LIMIT    TO WS-STT-LIMIT    WS-GRT-LIMIT.
           ADD WS-PRT-INC-CNT  TO WS-STT-INC-CNT  WS-GRT-INC-CNT.
           ADD WS-PRT-INC-AMT  TO WS-STT-INC-AMT  WS-GRT-INC-AMT.
           ADD WS-PRT-DEC-CNT  TO WS-STT-DEC-CNT  WS-GRT-DEC-CNT.
           ADD WS-PRT-DEC-AMT  TO WS-STT-DEC-AMT  WS-GRT-DEC-AMT.
           ADD WS-PRT-DECL-CNT TO WS-STT-DECL-CNT WS-GRT-DECL-CNT.

       810-EXIT.
           EXIT.

       820-PRINT-STATE-TOTAL.

           MOVE WS-STT-FIGS TO WS-PRT-FIGS.
           MOVE WS-BREAK-STAT TO WS-PRT-STAT.
           MOVE 'ALL' TO WS-PRT-CYCLE.
           PERFORM 830-PRINT-FIGURES THRU 830-EXIT.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           INITIALIZE WS-STT-FIGS.

       820-EXIT.
           EXIT.

       830-PRINT-FIGURES.

           COMPUTE WS-PRT-NET = WS-PRT-INC-AMT - WS-PRT-DEC-AMT.
           COMPUTE WS-PRT-PROPOSED = WS-PRT-LIMIT + WS-PRT-NET.

           MOVE WS-PRT-STAT     TO WS-SL-STAT.
           MOVE WS-PRT-CYCLE    TO WS-SL-CYCLE.
           MOVE WS-PRT-REVIEWED TO WS-SL-REVIEWED.
           MOVE WS-PRT-LIMIT    TO WS-SL-LIMIT.
           MOVE WS-PRT-INC-CNT  TO WS-SL-INC-CNT.
           MOVE WS-PRT-INC-AMT  TO WS-SL-INC-AMT.
           MOVE WS-PRT-DEC-CNT  TO WS-SL-DEC-CNT.
           MOVE WS-PRT-DEC-AMT  TO WS-SL-DEC-AMT.
           MOVE WS-PRT-NET      TO WS-SL-NET.
           MOVE WS-PRT-DECL-CNT TO WS-SL-DECL-CNT.
           MOVE WS-PRT-PROPOSED TO WS-SL-PROPOSED.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.

       830-EXIT.
           EXIT.

       900-TERMINATE.

           IF WS-DECREASE-COUNT = ZERO AND WS-DECLINE-COUNT = ZERO THEN
                MOVE 'NO DECREASES OR DECLINES' TO WS-NONE-TEXT
                WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF.

           PERFORM 800-WRITE-SUMMARY THRU 800-EXIT.

           MOVE WS-READ-COUNT         TO WS-TOT-READ.
           MOVE WS-REVIEWED-COUNT     TO WS-TOT-REVIEWED.
           MOVE WS-INCREASE-COUNT     TO WS-TOT-INCREASE.
           MOVE WS-REQUEUE-COUNT      TO WS-TOT-REQUEUE.
           MOVE WS-DECREASE-COUNT     TO WS-TOT-DECREASE.
           MOVE WS-DECLINE-COUNT      TO WS-TOT-DECLINE.
           MOVE WS-NO-CHANGE-COUNT    TO WS-TOT-NO-CHANGE.
           MOVE WS-NOT-REVIEWED-COUNT TO WS-TOT-NOT-REVIEWED.

           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-1.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-2.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-3.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-4.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-5.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-6.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-7.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-SIGNOFF-LINE.

           DISPLAY 'DCIA2BTQ - ACCOUNTS READ    : ' WS-READ-COUNT.
           DISPLAY 'DCIA2BTQ - CUSTOMERS        : ' WS-CUSTOMER-COUNT.
           DISPLAY 'DCIA2BTQ - NOT ON CUSTFILE  : ' WS-NO-CUST-COUNT.
           DISPLAY 'DCIA2BTQ - REVIEWED         : ' WS-REVIEWED-COUNT.
           DISPLAY 'DCIA2BTQ - INCREASES QUEUED : ' WS-INCREASE-COUNT.
           DISPLAY 'DCIA2BTQ - DECREASES        : ' WS-DECREASE-COUNT.
           DISPLAY 'DCIA2BTQ - DECLINED         : ' WS-DECLINE-COUNT.

           CLOSE ACCTFILE.
           CLOSE CUSTFILE.
           CLOSE TRANHIST.
           CLOSE LTRCTL.
           CLOSE PENDFILE.
           CLOSE ACCTAUDIT.
           CLOSE RPTFILE.

       900-EXIT.
           EXIT.

       910-CLOSE-RUN-CONTROL.

      * CLEAN END-OF-JOB ONLY - ERROR PATHS STOP WITHOUT COMING HERE
      * SO THE ROW STAYS IN-PROGRESS AND A RERUN FOR THE SAME DATE
      * IS ALLOWED THROUGH AS A RESTART
           MOVE 'DCIA2BTQ' TO RUN-JOBNAME.
           MOVE SPACES TO RUN-QUAL.
           MOVE WS-RUN-DATE TO RUN-LAST-DATE.
           SET RUN-COMPLETE TO TRUE.
           MOVE WS-RUN-DATE TO RUN-DATE.
           MOVE WS-READ-COUNT TO RUN-IN-COUNT.
           MOVE WS-INCREASE-COUNT TO RUN-OUT-COUNT.

           REWRITE RUN-REC.
           IF WS-RUN-STATUS NOT = '00'
                DISPLAY 'DCIA2BTQ - UNABLE TO MARK RUNCTL COMPLETE, '
                     'STATUS ' WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           CLOSE RUNCTL.

       910-EXIT.
           EXIT.

       END PROGRAM DCIA2BTQ.
