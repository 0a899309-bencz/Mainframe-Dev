       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2BTN.
       AUTHOR. DEREK JOHNSTON.

      * NIGHTLY COLLECTION LETTERS - RUNS STRAIGHT AFTER THE AGING RUN
      * (DCIA2BTG) AND WRITES A LETTER REQUEST FOR THE MAIL HOUSE FOR
      * EVERY OPEN ACCOUNT THAT HAS REACHED A COLLECTION STAGE IT HAS
      * NOT YET BEEN LETTERED FOR IN ITS CURRENT DELINQUENCY EPISODE:
      * STAGE 30 A FRIENDLY REMINDER, STAGE 60 A PAST-DUE WARNING
      * WITH NOTICE THAT THE CARD IS BLOCKED, STAGE 90+ A FINAL DEMAND
      * BEFORE CHARGE-OFF. THE EPISODE IS THE ACCOUNT'S DELQ-DATE; THE
      * LETTER CONTROL KSDS (LTRCTL) REMEMBERS THE WORST STAGE SENT
      * IN IT SO NO LETTER GOES TWICE. AN ACCOUNT THAT SKIPS A STAGE
      * GETS ONLY THE LETTER FOR THE STAGE IT IS NOW AT. THE AMOUNT
      * PAST DUE IS THE BILLED MINIMUM LESS PAYMENTS POSTED SINCE THE
      * LAST STATEMENT CUT AND ANY OPEN DISPUTES IT BILLED, THE SAME
      * TEST THE AGING RUN MAKES. LETTERS GO OUT IN ZIP ORDER, AS
      * DCIA2BTS DOES STATEMENTS, FOR THE PRESORT DISCOUNT, AND EACH
      * ONE IS WRITTEN TO ACCTAUDIT SO THE HISTORY BROWSE (IA26)
      * SHOWS THE CUSTOMER WAS NOTIFIED. THE LETTER DATE IS THE
      * BUSINESS DATE ON THE RUNCTL FILE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ACCTFILE ASSIGN TO ACCTFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ACCTKEY
                FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANHIST ASSIGN TO TRANHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TRANH-KEY
                FILE STATUS IS WS-HIST-STATUS.

           SELECT DISPFILE ASSIGN TO DISPFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DISP-KEY
                FILE STATUS IS WS-DISP-STATUS.

           SELECT LTRCTL ASSIGN TO LTRCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS LTRC-KEY
                FILE STATUS IS WS-LTRC-STATUS.

           SELECT ACCTAUDIT ASSIGN TO ACCTAUDIT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ACCTAUD-KEY
                FILE STATUS IS WS-AUD-STATUS.

           SELECT SORTWORK ASSIGN TO SORTWK1.

           SELECT LTRFILE ASSIGN TO LTRFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LTR-STATUS.

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

       FD  TRANHIST
           RECORD CONTAINS 81 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY TRANHIST FD RECORD LAYOUT
           COPY 'TRANHFD'.

       FD  DISPFILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY DISPUTE CASE FD RECORD LAYOUT
           COPY 'DISPFD'.

       FD  LTRCTL
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY LETTER CONTROL FD RECORD LAYOUT
           COPY 'LTRCFD'.

       FD  ACCTAUDIT
           RECORD CONTAINS 131 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY ACCTAUDIT FD RECORD LAYOUT
           COPY 'AUDITFD'.

      * THE WHOLE LETTER RECORD RIDES THROUGH THE SORT - ONLY THE
      * ZIP AND ACCOUNT NEED NAMING HERE, AT THEIR OFFSETS
       SD  SORTWORK
           RECORD CONTAINS 170 CHARACTERS.
       01  SW-REC.
           05  FILLER                  PIC X(11).
           05  SW-ACCTNO               PIC 9(09).
           05  FILLER                  PIC X(96).
           05  SW-ZIP                  PIC 9(05).
           05  FILLER                  PIC X(49).

       FD  LTRFILE
           RECORD CONTAINS 170 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY LETTER REQUEST FD RECORD LAYOUT
           COPY 'LTRFD'.

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
       01  WS-HIST-STATUS              PIC X(02).
       01  WS-DISP-STATUS              PIC X(02).
       01  WS-LTRC-STATUS              PIC X(02).
       01  WS-AUD-STATUS               PIC X(02).
       01  WS-LTR-STATUS               PIC X(02).
       01  WS-RPT-STATUS               PIC X(02).

       01  WS-ACCT-EOF-IND             PIC X(01) VALUE 'N'.
           88  ACCTFILE-EOF                      VALUE 'Y'.
       01  WS-SORT-EOF-IND             PIC X(01) VALUE 'N'.
           88  SORTWORK-EOF                      VALUE 'Y'.
       01  WS-HIST-EOF-IND             PIC X(01).
           88  HIST-BROWSE-DONE                  VALUE 'Y'.
       01  WS-DISP-EOF-IND             PIC X(01).
           88  DISP-BROWSE-DONE                  VALUE 'Y'.
       01  WS-LTRC-FOUND-IND           PIC X(01).
           88  LTRC-ROW-FOUND                    VALUE 'Y'.
       01  WS-AUD-DONE-IND             PIC X(01).
           88  AUDIT-WRITE-DONE                  VALUE 'Y'.

      * WHAT TO DO FOR THE ACCOUNT IN HAND - A NEW LETTER, OR THE
      * SAME LETTER AGAIN BECAUSE TONIGHT'S RUN IS A RESTART AND THE
      * LETTER FILE FROM THE ABENDED RUN WAS NEVER HANDED OVER
       01  WS-LETTER-IND               PIC X(01).
           88  LETTER-NONE                       VALUE 'N'.
           88  LETTER-NEW                        VALUE 'L'.
           88  LETTER-REISSUE                    VALUE 'R'.

       01  WS-LAST-STAGE               PIC X(01).
       01  WS-PAID-AMOUNT              PIC 9(09)V99.
       01  WS-DISPUTED-AMOUNT          PIC 9(09)V99.
       01  WS-MIN-REQUIRED             PIC 9(09)V99.
       01  WS-PAST-DUE                 PIC 9(07)V99.
       01  WS-DAYS-PAST                PIC S9(07).
       01  WS-TIME-NOW                 PIC 9(08).

      * 30/360 DAY-NUMBER WORK FIELDS, AS DCIA2BTG
       01  WS-DATE-WORK.
           05  WS-DW-YYYY              PIC 9(04).
           05  WS-DW-MM                PIC 9(02).
           05  WS-DW-DD                PIC 9(02).
       01  WS-DAYNUM                   PIC S9(09).
       01  WS-DAYNUM-RUN               PIC S9(09).

       01  WS-READ-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-LETTER-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-REISSUE-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-REMINDER-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-WARNING-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-FINAL-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-PAST-DUE-TOTAL           PIC 9(11)V99 VALUE ZERO.

       01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(30)
                   VALUE 'COLLECTION LETTERS REQUESTED'.
           05  FILLER                  PIC X(09) VALUE '   PAGE '.
           05  WS-HDG-PAGE             PIC ZZ9.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(07) VALUE 'ZIP'.
           05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(20) VALUE 'SURNAME'.
           05  FILLER                  PIC X(15) VALUE 'FIRST NAME'.
           05  FILLER                  PIC X(20) VALUE 'LETTER'.
           05  FILLER                  PIC X(13) VALUE 'PAST DUE'.
           05  FILLER                  PIC X(13) VALUE 'MIN DUE'.
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DET-ZIP              PIC 9(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DET-ACCTNO           PIC 9(09).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DET-SNAME            PIC X(20).
           05  WS-DET-FNAME            PIC X(15).
           05  WS-DET-LETTER           PIC X(20).
           05  WS-DET-PAST-DUE         PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DET-MINDUE           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-LETTER-NAME              PIC X(20).

       01  WS-TOTAL-LINE-1.
           05  FILLER                  PIC X(24)
                   VALUE 'ACCOUNTS READ         : '.
           05  WS-TOT-READ             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                  PIC X(24)
                   VALUE 'FRIENDLY REMINDERS    : '.
           05  WS-TOT-REMINDER         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                  PIC X(24)
                   VALUE 'PAST-DUE WARNINGS     : '.
           05  WS-TOT-WARNING          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER                  PIC X(24)
                   VALUE 'FINAL DEMANDS         : '.
           05  WS-TOT-FINAL            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER                  PIC X(24)
                   VALUE 'LETTERS REQUESTED     : '.
           05  WS-TOT-LETTERS          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-TOT-REISSUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(30)
                   VALUE ' REISSUED FROM AN EARLIER RUN'.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-TOTAL-LINE-6.
           05  FILLER                  PIC X(24)
                   VALUE 'TOTAL PAST DUE        : '.
           05  WS-TOT-PAST-DUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(91) VALUE SPACES.

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

           OPEN INPUT ACCTFILE.
           IF WS-ACCT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTN - UNABLE TO OPEN ACCTFILE, STATUS '
                     WS-ACCT-STATUS
                STOP RUN
           END-IF.

           OPEN INPUT TRANHIST.
           IF WS-HIST-STATUS NOT = '00'
                DISPLAY 'DCIA2BTN - UNABLE TO OPEN TRANHIST, STATUS '
                     WS-HIST-STATUS
                STOP RUN
           END-IF.

           OPEN INPUT DISPFILE.
           IF WS-DISP-STATUS NOT = '00'
                DISPLAY 'DCIA2BTN - UNABLE TO OPEN DISPFILE, STATUS '
                     WS-DISP-STATUS
                STOP RUN
           END-IF.

           OPEN I-O LTRCTL.
           IF WS-LTRC-STATUS NOT = '00'
                DISPLAY 'DCIA2BTN - UNABLE TO OPEN LTRCTL, STATUS '
                     WS-LTRC-STATUS
                STOP RUN
           END-IF.

           OPEN I-O ACCTAUDIT.
           IF WS-AUD-STATUS NOT = '00'
                DISPLAY 'DCIA2BTN - UNABLE TO OPEN ACCTAUDIT, STATUS '
                     WS-AUD-STATUS
                STOP RUN
           END-IF.

           OPEN OUTPUT LTRFILE.
           IF WS-LTR-STATUS NOT = '00'
                DISPLAY 'DCIA2BTN - UNABLE TO OPEN LTRFILE, STATUS '
                     WS-LTR-STATUS
                STOP RUN
           END-IF.

           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTN - UNABLE TO OPEN RPTFILE, STATUS '
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
                DISPLAY 'DCIA2BTN - UNABLE TO OPEN RUNCTL, STATUS '
                     WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           MOVE '*BUSDATE' TO RUN-JOBNAME.
           MOVE SPACES TO RUN-QUAL.
           READ RUNCTL
                INVALID KEY
                     DISPLAY 'DCIA2BTN - *BUSDATE ROW MISSING FROM '
                          'RUNCTL - RUN DCIA2BT0 FIRST'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
           END-READ.
           MOVE RUN-DATE TO WS-RUN-DATE.

           MOVE 'DCIA2BTN' TO RUN-JOBNAME.
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
                     DISPLAY 'DCIA2BTN - ALREADY COMPLETE FOR '
                          WS-RUN-DATE ' - RERUN REFUSED'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                IF RUN-LAST-DATE > WS-RUN-DATE
                     DISPLAY 'DCIA2BTN - LAST DATE ' RUN-LAST-DATE
                          ' IS PAST BUSINESS DATE ' WS-RUN-DATE
                          ' - OUT OF SEQUENCE, RUN REFUSED'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                IF RUN-IN-PROGRESS AND RUN-DATE = WS-RUN-DATE
                     DISPLAY 'DCIA2BTN - RESTART AFTER ABEND FOR '
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
                DISPLAY 'DCIA2BTN - UNABLE TO MARK RUNCTL IN '
                     'PROGRESS, STATUS ' WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       110-EXIT.
           EXIT.

       150-RUN-SORT.

      * ZIP ORDER IS WHAT EARNS THE PRESORT DISCOUNT - ACCOUNT NUMBER
      * ONLY KEEPS THE PRINTED LIST STEADY WITHIN A ZIP
           SORT SORTWORK
                ON ASCENDING KEY SW-ZIP
                   ASCENDING KEY SW-ACCTNO
                INPUT PROCEDURE 200-SELECT-LETTERS THRU 200-EXIT
                OUTPUT PROCEDURE 400-WRITE-LETTERS THRU 400-EXIT.

       150-EXIT.
           EXIT.

       200-SELECT-LETTERS.

           PERFORM 210-READ-ACCTFILE THRU 210-EXIT.
           PERFORM 220-CHECK-ONE THRU 220-EXIT
                UNTIL ACCTFILE-EOF.

       200-EXIT.
           EXIT.

       210-READ-ACCTFILE.

           READ ACCTFILE
                AT END
                     SET ACCTFILE-EOF TO TRUE
           END-READ.

       210-EXIT.
           EXIT.

       220-CHECK-ONE.

           ADD 1 TO WS-READ-COUNT.

      * A CLOSED OR CHARGED-OFF ACCOUNT IS PAST LETTERING, AND A
      * CURRENT ONE HAS NOTHING TO BE TOLD
           IF NOT ACCT-OPEN OR DELQ-CURRENT THEN
                GO TO 220-NEXT
           END-IF.

           IF NOT DELQ-30 AND NOT DELQ-60 AND NOT DELQ-90 THEN
                GO TO 220-NEXT
           END-IF.

           PERFORM 230-CHECK-LETTER-CONTROL THRU 230-EXIT.

           IF LETTER-NONE THEN
                GO TO 220-NEXT
           END-IF.

           PERFORM 240-SUM-PAYMENTS THRU 240-EXIT.
           PERFORM 290-SUM-DISPUTES THRU 290-EXIT.
           IF WS-DISPUTED-AMOUNT < MIN-PAY-DUE THEN
                COMPUTE WS-MIN-REQUIRED
                     = MIN-PAY-DUE - WS-DISPUTED-AMOUNT
           ELSE
                MOVE ZERO TO WS-MIN-REQUIRED
           END-IF.
           IF WS-PAID-AMOUNT NOT < WS-MIN-REQUIRED THEN
                MOVE ZERO TO WS-PAST-DUE
           ELSE
                COMPUTE WS-PAST-DUE = WS-MIN-REQUIRED - WS-PAID-AMOUNT
           END-IF.

           MOVE DELQ-DATE TO WS-DATE-WORK.
           PERFORM 700-DATE-TO-DAYNUM THRU 700-EXIT.
           COMPUTE WS-DAYS-PAST = WS-DAYNUM-RUN - WS-DAYNUM.
           IF WS-DAYS-PAST < ZERO THEN
                MOVE ZERO TO WS-DAYS-PAST
           END-IF.

           MOVE SPACES TO LTR-REC.
           IF DELQ-30 THEN
                SET LTR-REMINDER TO TRUE
           ELSE
           IF DELQ-60 THEN
                SET LTR-WARNING TO TRUE
           ELSE
                SET LTR-FINAL-DEMAND TO TRUE
           END-IF.
           MOVE WS-RUN-DATE    TO LTR-DATE.
           MOVE ACCTNO         TO LTR-ACCTNO.
           MOVE TITL           TO LTR-TITL.
           MOVE FNAME          TO LTR-FNAME.
           MOVE SNAME          TO LTR-SNAME.
           MOVE ADDR1          TO LTR-ADDR1.
           MOVE ADDR2          TO LTR-ADDR2.
           MOVE CITY           TO LTR-CITY.
           MOVE STAT           TO LTR-STAT.
           MOVE ZIP            TO LTR-ZIP.
           MOVE WS-PAST-DUE    TO LTR-PAST-DUE.
           MOVE MIN-PAY-DUE    TO LTR-MIN-PAY-DUE.
           MOVE CURR-BAL       TO LTR-CURR-BAL.
           MOVE DELQ-DATE      TO LTR-DELQ-DATE.
           MOVE WS-DAYS-PAST   TO LTR-DAYS-PAST.

           RELEASE SW-REC FROM LTR-REC.

      * A REISSUE WAS ALREADY RECORDED BY THE RUN THAT ABENDED
           IF LETTER-NEW THEN
                PERFORM 260-UPDATE-LETTER-CONTROL THRU 260-EXIT
                PERFORM 270-WRITE-AUDIT THRU 270-EXIT
           ELSE
                ADD 1 TO WS-REISSUE-COUNT
           END-IF.

       220-NEXT.

           PERFORM 210-READ-ACCTFILE THRU 210-EXIT.

       220-EXIT.
           EXIT.

       230-CHECK-LETTER-CONTROL.

           SET LETTER-NONE TO TRUE.
           MOVE ACCTNO TO LTRC-ACCTNO.
           MOVE 'N' TO WS-LTRC-FOUND-IND.
           READ LTRCTL
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     SET LTRC-ROW-FOUND TO TRUE
           END-READ.

      * NO ROW, OR A ROW FROM AN EARLIER EPISODE - NOTHING HAS BEEN
      * SENT FOR THIS ONE YET
           IF NOT LTRC-ROW-FOUND
              OR LTRC-DELQ-DATE NOT = DELQ-DATE THEN
                MOVE '0' TO WS-LAST-STAGE
           ELSE
                MOVE LTRC-STAGE TO WS-LAST-STAGE
           END-IF.

           IF DELQ-STAGE > WS-LAST-STAGE THEN
                SET LETTER-NEW TO TRUE
                GO TO 230-EXIT
           END-IF.

      * ALREADY LETTERED FOR THIS STAGE - BUT IF IT WAS TONIGHT, THIS
      * IS A RESTART AND THAT LETTER IS IN THE ABENDED RUN'S FILE,
      * SO IT GOES AGAIN (A COMPLETED NIGHT CANNOT BE RERUN)
           IF LTRC-ROW-FOUND
              AND LTRC-LAST-DATE = WS-RUN-DATE
              AND LTRC-STAGE = DELQ-STAGE THEN
                SET LETTER-REISSUE TO TRUE
           END-IF.

       230-EXIT.
           EXIT.

       240-SUM-PAYMENTS.

      * SAME TEST AS THE AGING RUN - EVERY UNREVERSED PAYMENT POSTED
      * AFTER THE LAST STATEMENT CUT COUNTS AGAINST THE MINIMUM
           MOVE ZERO TO WS-PAID-AMOUNT.
           IF LAST-STMT-DATE IS NOT NUMERIC
              OR LAST-STMT-DATE = ZEROS THEN
                GO TO 240-EXIT
           END-IF.

           MOVE ACCTNO         TO TRANH-ACCTNO.
           MOVE LAST-STMT-DATE TO TRANH-DATE.
           MOVE 999            TO TRANH-SEQ.
           MOVE 'N' TO WS-HIST-EOF-IND.

           START TRANHIST KEY NOT LESS THAN TRANH-KEY
                INVALID KEY
                     SET HIST-BROWSE-DONE TO TRUE
           END-START.

           PERFORM 250-TAKE-PAYMENT THRU 250-EXIT
                UNTIL HIST-BROWSE-DONE.

       240-EXIT.
           EXIT.

       250-TAKE-PAYMENT.

           READ TRANHIST NEXT
                AT END
                     SET HIST-BROWSE-DONE TO TRUE
           END-READ.

           IF HIST-BROWSE-DONE THEN
                GO TO 250-EXIT
           END-IF.

           IF TRANH-ACCTNO NOT = ACCTNO THEN
                SET HIST-BROWSE-DONE TO TRUE
                GO TO 250-EXIT
           END-IF.

           IF TRANH-DATE NOT > LAST-STMT-DATE THEN
                GO TO 250-EXIT
           END-IF.

           IF TRANH-IS-PAYMENT AND NOT TRANH-REVERSED THEN
                ADD TRANH-AMOUNT TO WS-PAID-AMOUNT
           END-IF.

       250-EXIT.
           EXIT.

       260-UPDATE-LETTER-CONTROL.

           IF NOT LTRC-ROW-FOUND
              OR LTRC-DELQ-DATE NOT = DELQ-DATE THEN
                MOVE ZERO TO LTRC-LETTER-COUNT
           END-IF.

           MOVE ACCTNO      TO LTRC-ACCTNO.
           MOVE DELQ-DATE   TO LTRC-DELQ-DATE.
           MOVE DELQ-STAGE  TO LTRC-STAGE.
           MOVE WS-RUN-DATE TO LTRC-LAST-DATE.
           ADD 1 TO LTRC-LETTER-COUNT.

           IF LTRC-ROW-FOUND THEN
                REWRITE LTRC-REC
           ELSE
                WRITE LTRC-REC
           END-IF.
           IF WS-LTRC-STATUS NOT = '00'
                DISPLAY 'DCIA2BTN - UNABLE TO UPDATE LTRCTL FOR '
                     'ACCOUNT ' ACCTNO ', STATUS ' WS-LTRC-STATUS
                PERFORM 900-TERMINATE THRU 900-EXIT
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       260-EXIT.
           EXIT.

       270-WRITE-AUDIT.

           IF DELQ-30 THEN
                MOVE 'FRIENDLY REMINDER' TO WS-LETTER-NAME
           ELSE
           IF DELQ-60 THEN
                MOVE 'PAST-DUE WARNING' TO WS-LETTER-NAME
           ELSE
                MOVE 'FINAL DEMAND' TO WS-LETTER-NAME
           END-IF.

           ACCEPT WS-TIME-NOW FROM TIME.

           MOVE ACCTNO            TO ACCTAUD-ACCTNO.
           MOVE WS-RUN-DATE       TO ACCTAUD-TS(1:8).
           MOVE WS-TIME-NOW(1:6)  TO ACCTAUD-TS(9:6).
           SET ACCTAUD-IS-LETTER  TO TRUE.
           MOVE 'BTN'             TO ACCTAUD-OPID.
           MOVE 'BTCH'            TO ACCTAUD-TERMID.
           MOVE ADDR1             TO ACCTAUD-B-ADDR1.
           MOVE ADDR2             TO ACCTAUD-B-ADDR2.
           MOVE CRLIMIT           TO ACCTAUD-B-CRLIMIT.
           MOVE WS-LETTER-NAME    TO ACCTAUD-A-ADDR1.
           MOVE SPACES            TO ACCTAUD-A-ADDR2.
           MOVE CITY              TO ACCTAUD-A-ADDR2(1:15).
           MOVE ZIP               TO ACCTAUD-A-ADDR2(16:5).
           MOVE WS-PAST-DUE       TO ACCTAUD-A-CRLIMIT.

      * SAME SEQUENCE-BUMP RETRY AS THE ONLINE AUDIT WRITES - TWO
      * ROWS FOR ONE ACCOUNT IN THE SAME SECOND WOULD OTHERWISE
      * COLLIDE ON THE KEY
           MOVE ZERO TO ACCTAUD-SEQ.
           MOVE 'N' TO WS-AUD-DONE-IND.
           PERFORM 280-TRY-WRITE-AUDIT THRU 280-EXIT
                UNTIL AUDIT-WRITE-DONE
                   OR ACCTAUD-SEQ > 98.

           IF NOT AUDIT-WRITE-DONE
                DISPLAY 'DCIA2BTN - UNABLE TO WRITE ACCTAUDIT FOR '
                     'ACCOUNT ' ACCTNO ', STATUS ' WS-AUD-STATUS
                PERFORM 900-TERMINATE THRU 900-EXIT
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       270-EXIT.
           EXIT.

       280-TRY-WRITE-AUDIT.

           WRITE ACCTAUD-REC
                INVALID KEY
                     ADD 1 TO ACCTAUD-SEQ
                NOT INVALID KEY
                     SET AUDIT-WRITE-DONE TO TRUE
           END-WRITE.

       280-EXIT.
           EXIT.

       290-SUM-DISPUTES.

      * OPEN DISPUTES ON ITEMS THE LAST STATEMENT BILLED, OPENED
      * SINCE IT CUT, ARE NOT PAST DUE - SAME RULE AS DCIA2BTG
           MOVE ZERO TO WS-DISPUTED-AMOUNT.
           MOVE ACCTNO     TO DISP-ACCTNO.
           MOVE LOW-VALUES TO DISP-TRAN-DATE.
           MOVE ZERO       TO DISP-TRAN-SEQ.
           MOVE 'N' TO WS-DISP-EOF-IND.

           START DISPFILE KEY NOT LESS THAN DISP-KEY
                INVALID KEY
                     SET DISP-BROWSE-DONE TO TRUE
           END-START.

           PERFORM 295-TAKE-DISPUTE THRU 295-EXIT
                UNTIL DISP-BROWSE-DONE.

       290-EXIT.
           EXIT.

       295-TAKE-DISPUTE.

           READ DISPFILE NEXT
                AT END
                     SET DISP-BROWSE-DONE TO TRUE
           END-READ.

           IF DISP-BROWSE-DONE THEN
                GO TO 295-EXIT
           END-IF.

           IF DISP-ACCTNO NOT = ACCTNO THEN
                SET DISP-BROWSE-DONE TO TRUE
                GO TO 295-EXIT
           END-IF.

           IF DISP-OPEN
              AND DISP-TRAN-DATE NOT > LAST-STMT-DATE
              AND DISP-OPEN-DATE > LAST-STMT-DATE THEN
                ADD DISP-AMOUNT TO WS-DISPUTED-AMOUNT
           END-IF.

       295-EXIT.
           EXIT.

       400-WRITE-LETTERS.

           PERFORM 450-WRITE-HEADINGS THRU 450-EXIT.
           PERFORM 410-RETURN-SORTWORK THRU 410-EXIT.
           PERFORM 420-WRITE-ONE THRU 420-EXIT
                UNTIL SORTWORK-EOF.

       400-EXIT.
           EXIT.

       410-RETURN-SORTWORK.

           RETURN SORTWORK INTO LTR-REC
                AT END
                     SET SORTWORK-EOF TO TRUE
           END-RETURN.

       410-EXIT.
           EXIT.

       420-WRITE-ONE.

           WRITE LTR-REC.
           IF WS-LTR-STATUS NOT = '00'
                DISPLAY 'DCIA2BTN - LTRFILE WRITE FAILED, STATUS '
                     WS-LTR-STATUS
                PERFORM 900-TERMINATE THRU 900-EXIT
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           ADD 1 TO WS-LETTER-COUNT.
           ADD LTR-PAST-DUE TO WS-PAST-DUE-TOTAL.
           IF LTR-REMINDER THEN
                ADD 1 TO WS-REMINDER-COUNT
                MOVE 'FRIENDLY REMINDER' TO WS-DET-LETTER
           ELSE
           IF LTR-WARNING THEN
                ADD 1 TO WS-WARNING-COUNT
                MOVE 'PAST-DUE WARNING' TO WS-DET-LETTER
           ELSE
                ADD 1 TO WS-FINAL-COUNT
                MOVE 'FINAL DEMAND' TO WS-DET-LETTER
           END-IF.

           MOVE LTR-ZIP         TO WS-DET-ZIP.
           MOVE LTR-ACCTNO      TO WS-DET-ACCTNO.
           MOVE LTR-SNAME       TO WS-DET-SNAME.
           MOVE LTR-FNAME       TO WS-DET-FNAME.
           MOVE LTR-PAST-DUE    TO WS-DET-PAST-DUE.
           MOVE LTR-MIN-PAY-DUE TO WS-DET-MINDUE.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

           IF WS-LINE-COUNT >= 50 THEN
                PERFORM 450-WRITE-HEADINGS THRU 450-EXIT
           END-IF.

           PERFORM 410-RETURN-SORTWORK THRU 410-EXIT.

       420-EXIT.
           EXIT.

       450-WRITE-HEADINGS.

           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE.
           WRITE RPT-LINE FROM WS-HEADING-1.
           WRITE RPT-LINE FROM WS-HEADING-2.
           MOVE ZERO TO WS-LINE-COUNT.

       450-EXIT.
           EXIT.

       700-DATE-TO-DAYNUM.

      * 30/360 DAY NUMBER - EVERY MONTH COUNTS 30 DAYS, SAME AS THE
      * AGING RUN, SO THE DAYS PRINTED MATCH THE STAGE
           COMPUTE WS-DAYNUM = (WS-DW-YYYY * 360)
                             + (WS-DW-MM * 30)
                             + WS-DW-DD.

       700-EXIT.
           EXIT.

       900-TERMINATE.

           MOVE WS-READ-COUNT     TO WS-TOT-READ.
           MOVE WS-REMINDER-COUNT TO WS-TOT-REMINDER.
           MOVE WS-WARNING-COUNT  TO WS-TOT-WARNING.
           MOVE WS-FINAL-COUNT    TO WS-TOT-FINAL.
           MOVE WS-LETTER-COUNT   TO WS-TOT-LETTERS.
           MOVE WS-REISSUE-COUNT  TO WS-TOT-REISSUE.
           MOVE WS-PAST-DUE-TOTAL TO WS-TOT-PAST-DUE.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-1.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-2.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-3.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-4.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-5.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-6.

           DISPLAY 'DCIA2BTN - ACCOUNTS READ    : ' WS-READ-COUNT.
           DISPLAY 'DCIA2BTN - LETTERS WRITTEN  : ' WS-LETTER-COUNT.
           DISPLAY 'DCIA2BTN - REISSUED         : ' WS-REISSUE-COUNT.

           CLOSE ACCTFILE.
           CLOSE TRANHIST.
           CLOSE DISPFILE.
           CLOSE LTRCTL.
           CLOSE ACCTAUDIT.
           CLOSE LTRFILE.
           CLOSE RPTFILE.

       900-EXIT.
           EXIT.


       910-CLOSE-RUN-CONTROL.

      * CLEAN END-OF-JOB ONLY - ERROR PATHS STOP WITHOUT COMING HERE
      * SO THE ROW STAYS IN-PROGRESS AND A RERUN FOR THE SAME DATE
      * IS ALLOWED THROUGH AS A RESTART
           MOVE 'DCIA2BTN' TO RUN-JOBNAME.
           MOVE SPACES TO RUN-QUAL.
           MOVE WS-RUN-DATE TO RUN-LAST-DATE.
           SET RUN-COMPLETE TO TRUE.
           MOVE WS-RUN-DATE TO RUN-DATE.
           MOVE WS-READ-COUNT TO RUN-IN-COUNT.
           MOVE WS-LETTER-COUNT TO RUN-OUT-COUNT.

           REWRITE RUN-REC.
           IF WS-RUN-STATUS NOT = '00'
                DISPLAY 'DCIA2BTN - UNABLE TO MARK RUNCTL COMPLETE, '
                     'STATUS ' WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           CLOSE RUNCTL.

       910-EXIT.
           EXIT.

       END PROGRAM DCIA2BTN.
