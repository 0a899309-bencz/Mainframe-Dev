      * RANKED BY BALANCE AT RISK (WORST FIRST). THE AGING DATE IS
      * THE BUSINESS DATE ON THE RUNCTL FILE. DAY SPANS USE THE
      * 30/360 CONVENTION, WHICH IS PLENTY FOR 30-DAY BUCKETS.
      * AN AMOUNT UNDER AN OPEN DISPUTE CASE (DISPFILE) MAY BE
      * WITHHELD - IT COMES OFF THE MINIMUM THE ACCOUNT MUST COVER,
      * SO A DISPUTE ALONE NEVER AGES AN ACCOUNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                RECORD KEY IS TRANH-KEY
                FILE STATUS IS WS-HIST-STATUS.

           SELECT DISPFILE ASSIGN TO DISPFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DISP-KEY
                FILE STATUS IS WS-DISP-STATUS.

           SELECT SORTWORK ASSIGN TO SORTWK1.

           SELECT RPTFILE ASSIGN TO RPTFILE
       FILE SECTION.

       FD  ACCTFILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY ACCTFILE FD RECORD LAYOUT
      * COPY TRANHIST FD RECORD LAYOUT
           COPY 'TRANHFD'.

       FD  DISPFILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY DISPUTE CASE FD RECORD LAYOUT
           COPY 'DISPFD'.

       SD  SORTWORK
           RECORD CONTAINS 76 CHARACTERS.
       01  SW-REC.

       01  WS-ACCT-STATUS              PIC X(02).
       01  WS-HIST-STATUS              PIC X(02).
       01  WS-DISP-STATUS              PIC X(02).
       01  WS-RPT-STATUS               PIC X(02).

       01  WS-ACCT-EOF-IND             PIC X(01) VALUE 'N'.
           88  SORTWORK-EOF                      VALUE 'Y'.
       01  WS-HIST-EOF-IND             PIC X(01).
           88  HIST-BROWSE-DONE                  VALUE 'Y'.
       01  WS-DISP-EOF-IND             PIC X(01).
           88  DISP-BROWSE-DONE                  VALUE 'Y'.

       01  WS-AGING-DATE               PIC X(08).
       01  WS-PAID-AMOUNT              PIC 9(09)V99.
       01  WS-DISPUTED-AMOUNT          PIC 9(09)V99.
       01  WS-MIN-REQUIRED             PIC 9(09)V99.
       01  WS-NEW-STAGE                PIC X(01).
       01  WS-OLD-STAGE                PIC X(01).
       01  WS-OLD-DELQ-DATE            PIC X(08).
       01  WS-AGED-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-STAGED-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-CHANGED-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-DISPUTE-HELD-COUNT       PIC 9(09) VALUE ZERO.
       01  WS-AT-RISK-AMOUNT           PIC S9(11)V99 VALUE ZERO.

       01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
                STOP RUN
           END-IF.

           OPEN INPUT DISPFILE.
           IF WS-DISP-STATUS NOT = '00'
                DISPLAY 'DCIA2BTG - UNABLE TO OPEN DISPFILE, STATUS '
                     WS-DISP-STATUS
                STOP RUN
           END-IF.

           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTG - UNABLE TO OPEN RPTFILE, STATUS '

           ADD 1 TO WS-READ-COUNT.

      * A CHARGED-OFF ACCOUNT HAS LEFT COLLECTIONS FOR RECOVERIES -
      * ITS BALANCE IS ZERO AND ITS LAST STAGE STAYS AS IT WAS
           IF ACCT-CLOSED OR ACCT-CHARGED-OFF THEN
                GO TO 220-NEXT
           END-IF.

           END-IF.

           PERFORM 240-SUM-PAYMENTS THRU 240-EXIT.
           PERFORM 260-SUM-DISPUTES THRU 260-EXIT.

           IF WS-DISPUTED-AMOUNT < MIN-PAY-DUE THEN
                COMPUTE WS-MIN-REQUIRED
                     = MIN-PAY-DUE - WS-DISPUTED-AMOUNT
           ELSE
                MOVE ZERO TO WS-MIN-REQUIRED
           END-IF.

           IF WS-PAID-AMOUNT NOT < WS-MIN-REQUIRED THEN
                IF WS-PAID-AMOUNT < MIN-PAY-DUE THEN
                     ADD 1 TO WS-DISPUTE-HELD-COUNT
                END-IF
                MOVE '0' TO WS-NEW-STAGE
                MOVE ZEROS TO DELQ-DATE
                GO TO 230-EXIT
       250-EXIT.
           EXIT.

       260-SUM-DISPUTES.

      * ADD UP THE OPEN DISPUTES THE LAST STATEMENT'S MINIMUM STILL
      * COUNTS - CASES ON ITEMS IT BILLED, OPENED SINCE IT CUT. A
      * CASE OPENED BEFORE THE CUT NEEDS NO RELIEF: ITS PROVISIONAL
      * CREDIT WAS ALREADY OFF THE BALANCE THE MINIMUM WAS FIGURED ON
           MOVE ZERO TO WS-DISPUTED-AMOUNT.
           MOVE ACCTNO     TO DISP-ACCTNO.
           MOVE LOW-VALUES TO DISP-TRAN-DATE.
           MOVE ZERO       TO DISP-TRAN-SEQ.
           MOVE 'N' TO WS-DISP-EOF-IND.

           START DISPFILE KEY NOT LESS THAN DISP-KEY
                INVALID KEY
                     SET DISP-BROWSE-DONE TO TRUE
           END-START.

           PERFORM 270-TAKE-DISPUTE THRU 270-EXIT
                UNTIL DISP-BROWSE-DONE.

       260-EXIT.
           EXIT.

       270-TAKE-DISPUTE.

           READ DISPFILE NEXT
                AT END
                     SET DISP-BROWSE-DONE TO TRUE
           END-READ.

           IF DISP-BROWSE-DONE THEN
                GO TO 270-EXIT
           END-IF.

           IF DISP-ACCTNO NOT = ACCTNO THEN
                SET DISP-BROWSE-DONE TO TRUE
                GO TO 270-EXIT
           END-IF.

           IF DISP-OPEN
              AND DISP-TRAN-DATE NOT > LAST-STMT-DATE
              AND DISP-OPEN-DATE > LAST-STMT-DATE THEN
                ADD DISP-AMOUNT TO WS-DISPUTED-AMOUNT
           END-IF.

       270-EXIT.
           EXIT.

       400-PRINT-REPORT.

           PERFORM 450-WRITE-HEADINGS THRU 450-EXIT.
           DISPLAY 'DCIA2BTG - ACCOUNTS AGED    : ' WS-AGED-COUNT.
           DISPLAY 'DCIA2BTG - ACCOUNTS STAGED  : ' WS-STAGED-COUNT.
           DISPLAY 'DCIA2BTG - STAGES CHANGED   : ' WS-CHANGED-COUNT.
           DISPLAY 'DCIA2BTG - HELD BY DISPUTES : '
                WS-DISPUTE-HELD-COUNT.

           CLOSE ACCTFILE.
           CLOSE TRANHIST.
           CLOSE DISPFILE.
           CLOSE RPTFILE.

       900-EXIT.
