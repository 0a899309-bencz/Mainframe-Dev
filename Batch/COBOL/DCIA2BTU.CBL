       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2BTU.
       AUTHOR. DEREK JOHNSTON.

      * MONTHLY CREDIT BUREAU REPORTING - RUN ON THE LAST BUSINESS
      * NIGHT OF THE MONTH AFTER DCIA2BTO, SO TONIGHT'S CHARGE-OFFS
      * ARE REPORTED AS SUCH. READS ACCTFILE IN ACCOUNT ORDER AND
      * WRITES THE FIXED-FORMAT BUREAU FILE (BURFD): A HEADER, ONE
      * BASE SEGMENT PER ACCOUNT REPORTED AND A TRAILER WITH THE
      * COUNT AND BALANCE TOTALS. NAME AND ADDRESS COME FROM THE
      * CUSTOMER MASTER (CUSTFILE). THE ACCOUNT STATUS IS TAKEN FROM
      * CLOSE-IND AND DELQ-STAGE:
      *   OPEN               11 / 71 / 78 / 80 BY DELINQUENCY STAGE,
      *                      FLAGGED REOPENED WHEN ACCTARCH SHOWS A
      *                      REINSTATEMENT THIS MONTH
      *   CLOSED             13 ONCE PAID, OTHERWISE THE DELINQUENCY
      *                      STATUS WITH THE ACCTARCH CLOSURE DATE -
      *                      FLAGGED CLOSED IN THE MONTH IT CLOSED
      *   CHARGED OFF        97 WITH THE BALANCE STILL OWING ON THE
      *                      CHGOFF RECORD, 64 ONCE FULLY RECOVERED
      * CLOSED AND CHARGED-OFF ACCOUNTS STAY ON THE FILE EVERY MONTH
      * SO THE BUREAUS SEE THEM PAID OUT. AN ACCOUNT THAT FAILS THE
      * EDITS (NO CUSTOMER, BLANK SURNAME, ZERO ZIP, NO ADDRESS, NO
      * DATE OPENED, A CLOSED OR CHARGED-OFF ACCOUNT WITH NO ARCHIVE
      * OR CHGOFF ROW) IS LEFT OFF THE FILE AND LISTED ON THE CONTROL
      * REPORT FOR THE CLERKS TO CORRECT BEFORE NEXT MONTH. THE
      * REPORT ENDS WITH COUNTS AND BALANCES BY STATUS. THE ACTIVITY
      * DATE IS THE BUSINESS DATE ON THE RUNCTL FILE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ACCTFILE ASSIGN TO ACCTFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ACCTKEY
                FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTFILE ASSIGN TO CUSTFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CUST-KEY
                FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCTARCH ASSIGN TO ACCTARCH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ACCTARC-KEY
                FILE STATUS IS WS-ARCH-STATUS.

           SELECT CHGOFF ASSIGN TO CHGOFF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CHGO-KEY
                FILE STATUS IS WS-CHGO-STATUS.

           SELECT BURFILE ASSIGN TO BURFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BUR-STATUS.

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

       FD  ACCTARCH
           RECORD CONTAINS 175 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY ACCTARCH FD RECORD LAYOUT
           COPY 'ARCHFD'.

       FD  CHGOFF
           RECORD CONTAINS 116 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY CHARGE-OFF FD RECORD LAYOUT
           COPY 'CHGOFD'.

       FD  BURFILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY CREDIT BUREAU FD RECORD LAYOUT
           COPY 'BURFD'.

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
       01  WS-ARCH-STATUS              PIC X(02).
       01  WS-CHGO-STATUS              PIC X(02).
       01  WS-BUR-STATUS               PIC X(02).
       01  WS-RPT-STATUS               PIC X(02).

       01  WS-ACCT-EOF-IND             PIC X(01) VALUE 'N'.
           88  ACCTFILE-EOF                      VALUE 'Y'.

      * THE SUBSCRIBER CODE THE BUREAUS ISSUED TO THIS PORTFOLIO
       01  WS-REPORTER-ID              PIC X(10) VALUE 'DCIA2CARD'.

       01  WS-RUN-MONTH                PIC X(06).
       01  WS-EXCL-REASON              PIC X(30).

      * STATUS CODES REPORTED, WITH THE REPORT CAPTION FOR EACH
       01  WS-STATUS-VALUES.
           05  FILLER                  PIC X(32)
                   VALUE '11CURRENT'.
           05  FILLER                  PIC X(32)
                   VALUE '7130 DAYS PAST DUE'.
           05  FILLER                  PIC X(32)
                   VALUE '7860 DAYS PAST DUE'.
           05  FILLER                  PIC X(32)
                   VALUE '8090 DAYS OR MORE PAST DUE'.
           05  FILLER                  PIC X(32)
                   VALUE '13PAID AND CLOSED'.
           05  FILLER                  PIC X(32)
                   VALUE '97CHARGED OFF'.
           05  FILLER                  PIC X(32)
                   VALUE '64CHARGED OFF - PAID IN FULL'.
       01  WS-STATUS-TABLE REDEFINES WS-STATUS-VALUES.
           05  WS-ST-ENTRY OCCURS 7 TIMES.
               10  WS-ST-CODE          PIC X(02).
               10  WS-ST-DESC          PIC X(30).

       01  WS-STATUS-TOTALS.
           05  WS-ST-TOTAL OCCURS 7 TIMES.
               10  WS-ST-COUNT         PIC 9(09).
               10  WS-ST-BAL           PIC 9(11)V99.
       01  WS-ST-I                     PIC S9(04) COMP.

       01  WS-READ-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-REPORTED-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-EXCLUDED-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-CLOSED-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-REOPENED-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-CHGOFF-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-BAL                PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-LIMIT              PIC 9(11)V99 VALUE ZERO.

       01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(35) VALUE SPACES.
           05  FILLER                  PIC X(35)
                   VALUE 'MONTHLY CREDIT BUREAU REPORTING'.
           05  FILLER                  PIC X(09) VALUE '   PAGE '.
           05  WS-HDG-PAGE             PIC ZZ9.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(07) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(21) VALUE 'SURNAME'.
           05  FILLER                  PIC X(07) VALUE 'ZIP'.
           05  FILLER                  PIC X(04) VALUE 'ST'.
           05  FILLER                  PIC X(30)
                   VALUE 'EXCLUDED - REASON'.
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-EXCL-LINE.
           05  WS-EXC-ACCTNO           PIC 9(09).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-EXC-CUSTNO           PIC 9(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-EXC-SNAME            PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-EXC-ZIP              PIC 9(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXC-STATUS           PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXC-REASON           PIC X(30).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-NONE-LINE.
           05  WS-NONE-TEXT            PIC X(40).
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-STATUS-HDG.
           05  FILLER                  PIC X(37)
                   VALUE 'ACCOUNTS REPORTED BY STATUS'.
           05  FILLER                  PIC X(11) VALUE '   ACCOUNTS'.
           05  FILLER                  PIC X(20)
                   VALUE '        BALANCE'.
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  WS-STATUS-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-CODE              PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-SL-DESC              PIC X(30).
           05  WS-SL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-SL-BAL               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                  PIC X(32)
                   VALUE 'ACCOUNTS READ                 : '.
           05  WS-TOT-READ             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                  PIC X(32)
                   VALUE 'REPORTED TO THE BUREAUS       : '.
           05  WS-TOT-REPORTED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                  PIC X(32)
                   VALUE 'EXCLUDED - FAILED EDITS       : '.
           05  WS-TOT-EXCLUDED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER                  PIC X(32)
                   VALUE '  CLOSED THIS MONTH           : '.
           05  WS-TOT-CLOSED           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER                  PIC X(32)
                   VALUE '  REOPENED THIS MONTH         : '.
           05  WS-TOT-REOPENED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  WS-TOTAL-LINE-6.
           05  FILLER                  PIC X(32)
                   VALUE '  CHARGED OFF THIS MONTH      : '.
           05  WS-TOT-CHGOFF           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  WS-TOTAL-LINE-7.
           05  FILLER                  PIC X(32)
                   VALUE 'BALANCE REPORTED              : '.
           05  WS-TOT-BAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-TOTAL-LINE-8.
           05  FILLER                  PIC X(32)
                   VALUE 'CREDIT LIMITS REPORTED        : '.
           05  WS-TOT-LIMIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       000-MAINLINE.

           PERFORM 100-INITIALIZE THRU 100-EXIT.
           PERFORM 210-READ-ACCTFILE THRU 210-EXIT.
           PERFORM 200-REPORT-ACCOUNT THRU 200-EXIT
                UNTIL ACCTFILE-EOF.
           PERFORM 800-WRITE-TRAILER THRU 800-EXIT.
           PERFORM 900-TERMINATE THRU 900-EXIT.
           PERFORM 910-CLOSE-RUN-CONTROL THRU 910-EXIT.
           STOP RUN.

       100-INITIALIZE.

           PERFORM 110-CHECK-RUN-CONTROL THRU 110-EXIT.

           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH.
           INITIALIZE WS-STATUS-TOTALS.

           OPEN INPUT ACCTFILE.
           IF WS-ACCT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTU - UNABLE TO OPEN ACCTFILE, STATUS '
                     WS-ACCT-STATUS
                STOP RUN
           END-IF.

           OPEN INPUT CUSTFILE.
           IF WS-CUST-STATUS NOT = '00'
                DISPLAY 'DCIA2BTU - UNABLE TO OPEN CUSTFILE, STATUS '
                     WS-CUST-STATUS
                STOP RUN
           END-IF.

           OPEN INPUT ACCTARCH.
           IF WS-ARCH-STATUS NOT = '00'
                DISPLAY 'DCIA2BTU - UNABLE TO OPEN ACCTARCH, STATUS '
                     WS-ARCH-STATUS
                STOP RUN
           END-IF.

           OPEN INPUT CHGOFF.
           IF WS-CHGO-STATUS NOT = '00'
                DISPLAY 'DCIA2BTU - UNABLE TO OPEN CHGOFF, STATUS '
                     WS-CHGO-STATUS
                STOP RUN
           END-IF.

           OPEN OUTPUT BURFILE.
           IF WS-BUR-STATUS NOT = '00'
                DISPLAY 'DCIA2BTU - UNABLE TO OPEN BURFILE, STATUS '
                     WS-BUR-STATUS
                STOP RUN
           END-IF.

           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTU - UNABLE TO OPEN RPTFILE, STATUS '
                     WS-RPT-STATUS
                STOP RUN
           END-IF.

           MOVE SPACES TO BUR-REC.
           SET BUR-IS-HEADER TO TRUE.
           MOVE WS-REPORTER-ID TO BUR-REPORTER.
           MOVE WS-RUN-DATE    TO BUR-ACTIVITY-DATE.
           MOVE WS-RUN-MONTH   TO BUR-MONTH.
           WRITE BUR-REC.

           PERFORM 450-WRITE-HEADINGS THRU 450-EXIT.

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
                DISPLAY 'DCIA2BTU - UNABLE TO OPEN RUNCTL, STATUS '
                     WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           MOVE '*BUSDATE' TO RUN-JOBNAME.
           MOVE SPACES TO RUN-QUAL.
           READ RUNCTL
                INVALID KEY
                     DISPLAY 'DCIA2BTU - *BUSDATE ROW MISSING FROM '
                          'RUNCTL - RUN DCIA2BT0 FIRST'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
           END-READ.
           MOVE RUN-DATE TO WS-RUN-DATE.

           MOVE 'DCIA2BTU' TO RUN-JOBNAME.
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
                     DISPLAY 'DCIA2BTU - ALREADY COMPLETE FOR '
                          WS-RUN-DATE ' - RERUN REFUSED'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                IF RUN-LAST-DATE > WS-RUN-DATE
                     DISPLAY 'DCIA2BTU - LAST DATE ' RUN-LAST-DATE
                          ' IS PAST BUSINESS DATE ' WS-RUN-DATE
                          ' - OUT OF SEQUENCE, RUN REFUSED'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                IF RUN-IN-PROGRESS AND RUN-DATE = WS-RUN-DATE
                     DISPLAY 'DCIA2BTU - RESTART AFTER ABEND FOR '
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
                DISPLAY 'DCIA2BTU - UNABLE TO MARK RUNCTL IN '
                     'PROGRESS, STATUS ' WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       110-EXIT.
           EXIT.

       200-REPORT-ACCOUNT.

           ADD 1 TO WS-READ-COUNT.

           MOVE SPACES TO WS-EXCL-REASON.

           MOVE SPACES TO BUR-REC.
           SET BUR-IS-BASE TO TRUE.
           MOVE ACCTNO      TO BUR-ACCTNO.
           MOVE CUSTNO      TO BUR-CUSTNO.
           MOVE ZERO        TO BUR-ZIP.
           MOVE OPEN-DATE   TO BUR-DATE-OPENED.
           MOVE CRLIMIT     TO BUR-CRLIMIT.
           MOVE CURR-BAL    TO BUR-CURR-BAL.
           MOVE MIN-PAY-DUE TO BUR-MIN-PAY-DUE.
           MOVE DELQ-DATE   TO BUR-DELQ-DATE.
           MOVE ZEROS       TO BUR-DATE-CLOSED.
           SET BUR-NO-CHANGE TO TRUE.

           IF ACCT-CHARGED-OFF THEN
                PERFORM 320-CHARGED-OFF-STATUS THRU 320-EXIT
           ELSE
           IF ACCT-CLOSED THEN
                PERFORM 330-CLOSED-STATUS THRU 330-EXIT
           ELSE
                PERFORM 310-OPEN-STATUS THRU 310-EXIT
           END-IF.

           IF WS-EXCL-REASON = SPACES THEN
                PERFORM 340-EDIT-CUSTOMER THRU 340-EXIT
           END-IF.

           IF WS-EXCL-REASON NOT = SPACES THEN
                PERFORM 400-WRITE-EXCLUSION THRU 400-EXIT
                GO TO 200-NEXT
           END-IF.

           WRITE BUR-REC.
           IF WS-BUR-STATUS NOT = '00'
                DISPLAY 'DCIA2BTU - WRITE FAILED ON BURFILE FOR '
                     'ACCOUNT ' ACCTNO ', STATUS ' WS-BUR-STATUS
                PERFORM 900-TERMINATE THRU 900-EXIT
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           ADD 1 TO WS-REPORTED-COUNT.
           ADD BUR-CURR-BAL TO WS-TOTAL-BAL.
           ADD BUR-CRLIMIT  TO WS-TOTAL-LIMIT.

           IF BUR-CLOSED-THIS-MONTH THEN
                ADD 1 TO WS-CLOSED-COUNT
           ELSE
           IF BUR-REOPENED-THIS-MONTH THEN
                ADD 1 TO WS-REOPENED-COUNT
           ELSE
           IF BUR-CHGOFF-THIS-MONTH THEN
                ADD 1 TO WS-CHGOFF-COUNT
           END-IF.

           PERFORM 360-COUNT-STATUS THRU 360-EXIT
                VARYING WS-ST-I FROM 1 BY 1
                UNTIL WS-ST-I > 7.

       200-NEXT.

           PERFORM 210-READ-ACCTFILE THRU 210-EXIT.

       200-EXIT.
           EXIT.

       210-READ-ACCTFILE.

           READ ACCTFILE
                AT END
                     SET ACCTFILE-EOF TO TRUE
           END-READ.

       210-EXIT.
           EXIT.

       310-OPEN-STATUS.

           PERFORM 350-DELQ-STATUS THRU 350-EXIT.

      * AN ARCHIVE ROW ON AN OPEN ACCOUNT MEANS IT WAS CLOSED AND
      * LATER REINSTATED THROUGH IA22 - THE BUREAUS ARE TOLD IN THE
      * MONTH IT HAPPENED SO THEIR CLOSED FLAG COMES OFF
           MOVE ACCTNO TO ACCTARC-NO.
           READ ACCTARCH
                INVALID KEY
                     GO TO 310-EXIT
           END-READ.

           IF ACCTARC-REINSTATED
              AND ACCTARC-REINSTDATE(1:6) = WS-RUN-MONTH THEN
                SET BUR-REOPENED-THIS-MONTH TO TRUE
           END-IF.

       310-EXIT.
           EXIT.

       320-CHARGED-OFF-STATUS.

           MOVE 'L' TO BUR-PAY-RATING.
           SET BUR-STATUS-CHARGED-OFF TO TRUE.
           MOVE ZERO TO BUR-MIN-PAY-DUE.

      * THE BALANCE OWED ON A CHARGED-OFF ACCOUNT IS WHAT WAS WRITTEN
      * OFF LESS WHAT HAS BEEN RECOVERED SINCE - CURR-BAL IS ZERO.
      * WITHOUT THE CHGOFF ROW THERE IS NO BALANCE OR CHARGE-OFF DATE
      * TO REPORT, SO THE ACCOUNT IS HELD BACK
           MOVE ACCTNO TO CHGO-ACCTNO.
           READ CHGOFF
                INVALID KEY
                     MOVE 'CHARGED OFF - NO CHGOFF RECORD'
                          TO WS-EXCL-REASON
                     GO TO 320-EXIT
           END-READ.

           MOVE CHGO-DATE TO BUR-DATE-CLOSED.
           MOVE CHGO-DELQ-DATE TO BUR-DELQ-DATE.
           IF CHGO-DATE(1:6) = WS-RUN-MONTH THEN
                SET BUR-CHGOFF-THIS-MONTH TO TRUE
           END-IF.

           IF CHGO-RECOVERED THEN
                SET BUR-STATUS-CHGOFF-PAID TO TRUE
                MOVE ZERO TO BUR-CURR-BAL
           ELSE
                COMPUTE BUR-CURR-BAL = CHGO-TOTAL-AMT - CHGO-RECOV-AMT
           END-IF.

       320-EXIT.
           EXIT.

       330-CLOSED-STATUS.

      * THE CLOSURE DATE LIVES ON THE ARCHIVE ROW DCIA2PGU WROTE WHEN
      * THE ACCOUNT WAS CLOSED - WITHOUT IT THE DATE CLOSED WOULD BE
      * A GUESS, SO THE ACCOUNT IS HELD BACK (DCIA2BTR REPORTS THE
      * MISSING TWIN TOO)
           MOVE ACCTNO TO ACCTARC-NO.
           READ ACCTARCH
                INVALID KEY
                     MOVE 'CLOSED - NO ARCHIVE RECORD'
                          TO WS-EXCL-REASON
                     PERFORM 350-DELQ-STATUS THRU 350-EXIT
                     GO TO 330-EXIT
           END-READ.

           MOVE ACCTARC-CLOSDATE TO BUR-DATE-CLOSED.
           IF ACCTARC-CLOSDATE(1:6) = WS-RUN-MONTH THEN
                SET BUR-CLOSED-THIS-MONTH TO TRUE
           END-IF.

           PERFORM 350-DELQ-STATUS THRU 350-EXIT.

      * A CLOSED ACCOUNT KEEPS REPORTING ITS DELINQUENCY STATUS WHILE
      * A BALANCE IS OWED, AND PAID AND CLOSED ONCE IT IS NOT
           IF CURR-BAL = ZERO THEN
                SET BUR-STATUS-PAID-CLOSED TO TRUE
           END-IF.

       330-EXIT.
           EXIT.

       340-EDIT-CUSTOMER.

           IF CUSTNO = ZERO THEN
                MOVE 'NO CUSTOMER NUMBER' TO WS-EXCL-REASON
                GO TO 340-EXIT
           END-IF.

           MOVE CUSTNO TO CUST-CUSTNO.
           READ CUSTFILE
                INVALID KEY
                     MOVE 'CUSTOMER NOT ON FILE' TO WS-EXCL-REASON
                     GO TO 340-EXIT
           END-READ.

           MOVE CUST-SNAME TO BUR-SNAME.
           MOVE CUST-FNAME TO BUR-FNAME.
           MOVE CUST-TITL  TO BUR-TITL.
           MOVE CUST-ADDR1 TO BUR-ADDR1.
           MOVE CUST-ADDR2 TO BUR-ADDR2.
           MOVE CUST-CITY  TO BUR-CITY.
           MOVE CUST-STAT  TO BUR-STAT.
           IF CUST-ZIP IS NUMERIC THEN
                MOVE CUST-ZIP TO BUR-ZIP
           END-IF.

           IF CUST-SNAME = SPACES THEN
                MOVE 'BLANK SURNAME' TO WS-EXCL-REASON
           ELSE
           IF BUR-ZIP = ZERO THEN
                MOVE 'ZERO ZIP CODE' TO WS-EXCL-REASON
           ELSE
           IF CUST-ADDR1 = SPACES THEN
                MOVE 'BLANK ADDRESS' TO WS-EXCL-REASON
           ELSE
           IF OPEN-DATE IS NOT NUMERIC
              OR OPEN-DATE = ZEROS THEN
                MOVE 'NO DATE OPENED' TO WS-EXCL-REASON
           END-IF.

       340-EXIT.
           EXIT.

       350-DELQ-STATUS.

      * STATUS AND PAYMENT RATING FROM THE AGING RUN'S STAGE
           IF DELQ-30 THEN
                SET BUR-STATUS-30 TO TRUE
                MOVE '1' TO BUR-PAY-RATING
           ELSE
           IF DELQ-60 THEN
                SET BUR-STATUS-60 TO TRUE
                MOVE '2' TO BUR-PAY-RATING
           ELSE
           IF DELQ-90 THEN
                SET BUR-STATUS-90 TO TRUE
                MOVE '3' TO BUR-PAY-RATING
           ELSE
                SET BUR-STATUS-CURRENT TO TRUE
                MOVE '0' TO BUR-PAY-RATING
           END-IF.

       350-EXIT.
           EXIT.

       360-COUNT-STATUS.

           IF WS-ST-CODE(WS-ST-I) = BUR-ACCT-STATUS THEN
                ADD 1 TO WS-ST-COUNT(WS-ST-I)
                ADD BUR-CURR-BAL TO WS-ST-BAL(WS-ST-I)
           END-IF.

       360-EXIT.
           EXIT.

       400-WRITE-EXCLUSION.

           ADD 1 TO WS-EXCLUDED-COUNT.

           MOVE ACCTNO          TO WS-EXC-ACCTNO.
           MOVE CUSTNO          TO WS-EXC-CUSTNO.
           IF BUR-SNAME = SPACES THEN
                MOVE SNAME      TO WS-EXC-SNAME
           ELSE
                MOVE BUR-SNAME  TO WS-EXC-SNAME
           END-IF.
           MOVE BUR-ZIP         TO WS-EXC-ZIP.
           MOVE BUR-ACCT-STATUS TO WS-EXC-STATUS.
           MOVE WS-EXCL-REASON  TO WS-EXC-REASON.

           WRITE RPT-LINE FROM WS-EXCL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-LINE-COUNT >= 50 THEN
                PERFORM 450-WRITE-HEADINGS THRU 450-EXIT
           END-IF.

       400-EXIT.
           EXIT.

       450-WRITE-HEADINGS.

           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE.
           WRITE RPT-LINE FROM WS-HEADING-1.
           WRITE RPT-LINE FROM WS-HEADING-2.
           MOVE ZERO TO WS-LINE-COUNT.

       450-EXIT.
           EXIT.

       460-WRITE-STATUS-LINE.

           MOVE WS-ST-CODE(WS-ST-I)  TO WS-SL-CODE.
           MOVE WS-ST-DESC(WS-ST-I)  TO WS-SL-DESC.
           MOVE WS-ST-COUNT(WS-ST-I) TO WS-SL-COUNT.
           MOVE WS-ST-BAL(WS-ST-I)   TO WS-SL-BAL.
           WRITE RPT-LINE FROM WS-STATUS-LINE.

       460-EXIT.
           EXIT.

       800-WRITE-TRAILER.

           MOVE SPACES TO BUR-REC.
           SET BUR-IS-TRAILER TO TRUE.
           MOVE WS-REPORTED-COUNT TO BUR-BASE-COUNT.
           MOVE WS-TOTAL-BAL      TO BUR-TOTAL-BAL.
           MOVE WS-TOTAL-LIMIT    TO BUR-TOTAL-LIMIT.
           WRITE BUR-REC.

       800-EXIT.
           EXIT.

       900-TERMINATE.

           IF WS-EXCLUDED-COUNT = ZERO THEN
                MOVE 'NO ACCOUNTS EXCLUDED' TO WS-NONE-TEXT
                WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF.

           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-STATUS-HDG.
           PERFORM 460-WRITE-STATUS-LINE THRU 460-EXIT
                VARYING WS-ST-I FROM 1 BY 1
                UNTIL WS-ST-I > 7.

           MOVE WS-READ-COUNT     TO WS-TOT-READ.
           MOVE WS-REPORTED-COUNT TO WS-TOT-REPORTED.
           MOVE WS-EXCLUDED-COUNT TO WS-TOT-EXCLUDED.
           MOVE WS-CLOSED-COUNT   TO WS-TOT-CLOSED.
           MOVE WS-REOPENED-COUNT TO WS-TOT-REOPENED.
           MOVE WS-CHGOFF-COUNT   TO WS-TOT-CHGOFF.
           MOVE WS-TOTAL-BAL      TO WS-TOT-BAL.
           MOVE WS-TOTAL-LIMIT    TO WS-TOT-LIMIT.

           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-1.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-2.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-3.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-4.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-5.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-6.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-7.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-8.

           DISPLAY 'DCIA2BTU - ACCOUNTS READ      : ' WS-READ-COUNT.
           DISPLAY 'DCIA2BTU - REPORTED           : ' WS-REPORTED-COUNT.
           DISPLAY 'DCIA2BTU - EXCLUDED           : ' WS-EXCLUDED-COUNT.

           CLOSE ACCTFILE.
           CLOSE CUSTFILE.
           CLOSE ACCTARCH.
           CLOSE CHGOFF.
           CLOSE BURFILE.
           CLOSE RPTFILE.

       900-EXIT.
           EXIT.

       910-CLOSE-RUN-CONTROL.

      * CLEAN END-OF-JOB ONLY - ERROR PATHS STOP WITHOUT COMING HERE
      * SO THE ROW STAYS IN-PROGRESS AND A RERUN FOR THE SAME DATE
      * IS ALLOWED THROUGH AS A RESTART
           MOVE 'DCIA2BTU' TO RUN-JOBNAME.
           MOVE SPACES TO RUN-QUAL.
           MOVE WS-RUN-DATE TO RUN-LAST-DATE.
           SET RUN-COMPLETE TO TRUE.
           MOVE WS-RUN-DATE TO RUN-DATE.
           MOVE WS-READ-COUNT TO RUN-IN-COUNT.
           MOVE WS-REPORTED-COUNT TO RUN-OUT-COUNT.

           REWRITE RUN-REC.
           IF WS-RUN-STATUS NOT = '00'
                DISPLAY 'DCIA2BTU - UNABLE TO MARK RUNCTL COMPLETE, '
                     'STATUS ' WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           CLOSE RUNCTL.

       910-EXIT.
           EXIT.

       END PROGRAM DCIA2BTU.
