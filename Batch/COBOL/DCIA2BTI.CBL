       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2BTI.
       AUTHOR. DEREK JOHNSTON.

      * NIGHTLY DISPUTE CASE AGING - READS EVERY CASE ON THE DISPUTE
      * FILE (DISPFILE) AND LISTS THE OPEN ONES WHOSE REGULATORY
      * RESPONSE DEADLINE (DISP-DUE-DATE, 90 DAYS FROM THE DAY THE
      * CASE WAS OPENED ON IA2D) FALLS WITHIN THE WARNING WINDOW OR
      * HAS ALREADY PASSED, MOST URGENT FIRST, SO CUSTOMER SERVICE
      * CAN WORK THEM TO A RESOLUTION IN TIME. THE TOTALS COVER EVERY
      * OPEN CASE, NOT ONLY THE ONES LISTED. THE AGING DATE IS THE
      * BUSINESS DATE ON THE RUNCTL FILE. DAY SPANS USE THE 30/360
      * CONVENTION, AS DCIA2BTG, WHICH ERRS BY A DAY OR TWO AT MOST -
      * THE WARNING WINDOW IS SET WIDE ENOUGH TO ABSORB IT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISPFILE ASSIGN TO DISPFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS DISP-KEY
                FILE STATUS IS WS-DISP-STATUS.

           SELECT ACCTFILE ASSIGN TO ACCTFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ACCTKEY
                FILE STATUS IS WS-ACCT-STATUS.

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

       FD  DISPFILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY DISPUTE CASE FD RECORD LAYOUT
           COPY 'DISPFD'.

       FD  ACCTFILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY ACCTFILE FD RECORD LAYOUT
           COPY 'ACCTFD'.

       SD  SORTWORK
           RECORD CONTAINS 75 CHARACTERS.
       01  SW-REC.
           05  SW-DUE-DATE             PIC X(08).
           05  SW-ACCTNO               PIC 9(09).
           05  SW-TRAN-DATE            PIC X(08).
           05  SW-TRAN-SEQ             PIC 9(03).
           05  SW-REASON-CD            PIC X(02).
           05  SW-AMOUNT               PIC 9(07)V99.
           05  SW-OPEN-DATE            PIC X(08).
           05  SW-OPEN-OPID            PIC X(03).
           05  SW-DAYS-LEFT            PIC S9(05).
           05  SW-SNAME                PIC X(20).

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

       01  WS-DISP-STATUS              PIC X(02).
       01  WS-ACCT-STATUS              PIC X(02).
       01  WS-RPT-STATUS               PIC X(02).

       01  WS-DISP-EOF-IND             PIC X(01) VALUE 'N'.
           88  DISPFILE-EOF                      VALUE 'Y'.
       01  WS-SORT-EOF-IND             PIC X(01) VALUE 'N'.
           88  SORTWORK-EOF                      VALUE 'Y'.

      * AN OPEN CASE THIS MANY DAYS OR FEWER FROM ITS DEADLINE IS
      * LISTED - WIDE ENOUGH TO GET A CASE WORKED, AND TO COVER THE
      * SLACK IN 30/360 DAY COUNTS
       01  WS-WARN-DAYS                PIC S9(05) VALUE +15.

       01  WS-DAYS-LEFT                PIC S9(05).

      * 30/360 DAY-NUMBER WORK FIELDS, AS DCIA2BTG
       01  WS-DATE-WORK.
           05  WS-DW-YYYY              PIC 9(04).
           05  WS-DW-MM                PIC 9(02).
           05  WS-DW-DD                PIC 9(02).
       01  WS-DAYNUM                   PIC S9(09).
       01  WS-DAYNUM-RUN               PIC S9(09).

       01  WS-READ-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-OPEN-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-LISTED-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-OVERDUE-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-OPEN-AMOUNT              PIC 9(11)V99 VALUE ZERO.
       01  WS-LISTED-AMOUNT            PIC 9(11)V99 VALUE ZERO.

       01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(35) VALUE SPACES.
           05  FILLER                  PIC X(35)
                   VALUE 'DISPUTES NEARING RESPONSE DEADLINE'.
           05  FILLER                  PIC X(09) VALUE '   PAGE '.
           05  WS-HDG-PAGE             PIC ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'AS AT '.
           05  WS-HDG-DATE             PIC X(08).
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(14) VALUE 'ITEM'.
           05  FILLER                  PIC X(21) VALUE 'SURNAME'.
           05  FILLER                  PIC X(05) VALUE 'RSN'.
           05  FILLER                  PIC X(13) VALUE '      AMOUNT'.
           05  FILLER                  PIC X(11) VALUE ' OPENED'.
           05  FILLER                  PIC X(04) VALUE 'BY'.
           05  FILLER                  PIC X(11) VALUE 'RESPOND BY'.
           05  FILLER                  PIC X(11) VALUE '  DAYS LEFT'.
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DET-ACCTNO           PIC 9(09).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DET-TRAN-DATE        PIC X(08).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-DET-TRAN-SEQ         PIC 9(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DET-SNAME            PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DET-REASON-CD        PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DET-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DET-OPEN-DATE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DET-OPEN-OPID        PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DET-DUE-DATE         PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DET-DAYS-LEFT        PIC ZZ,ZZ9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DET-FLAG             PIC X(08).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                  PIC X(24)
                   VALUE 'CASES READ            : '.
           05  WS-TOT-READ             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                  PIC X(24)
                   VALUE 'CASES OPEN            : '.
           05  WS-TOT-OPEN             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-TOT-OPEN-AMT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(76) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                  PIC X(24)
                   VALUE 'NEARING DEADLINE      : '.
           05  WS-TOT-LISTED           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-TOT-LISTED-AMT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(76) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER                  PIC X(24)
                   VALUE '  OF WHICH OVERDUE    : '.
           05  WS-TOT-OVERDUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(97) VALUE SPACES.

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
           MOVE WS-RUN-DATE TO WS-HDG-DATE.

           OPEN INPUT DISPFILE.
           IF WS-DISP-STATUS NOT = '00'
                DISPLAY 'DCIA2BTI - UNABLE TO OPEN DISPFILE, STATUS '
                     WS-DISP-STATUS
                STOP RUN
           END-IF.

           OPEN INPUT ACCTFILE.
           IF WS-ACCT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTI - UNABLE TO OPEN ACCTFILE, STATUS '
                     WS-ACCT-STATUS
                STOP RUN
           END-IF.

           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTI - UNABLE TO OPEN RPTFILE, STATUS '
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
                DISPLAY 'DCIA2BTI - UNABLE TO OPEN RUNCTL, STATUS '
                     WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           MOVE '*BUSDATE' TO RUN-JOBNAME.
           MOVE SPACES TO RUN-QUAL.
           READ RUNCTL
                INVALID KEY
                     DISPLAY 'DCIA2BTI - *BUSDATE ROW MISSING FROM '
                          'RUNCTL - RUN DCIA2BT0 FIRST'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
           END-READ.
           MOVE RUN-DATE TO WS-RUN-DATE.

           MOVE 'DCIA2BTI' TO RUN-JOBNAME.
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
                     DISPLAY 'DCIA2BTI - ALREADY COMPLETE FOR '
                          WS-RUN-DATE ' - RERUN REFUSED'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                IF RUN-LAST-DATE > WS-RUN-DATE
                     DISPLAY 'DCIA2BTI - LAST DATE ' RUN-LAST-DATE
                          ' IS PAST BUSINESS DATE ' WS-RUN-DATE
                          ' - OUT OF SEQUENCE, RUN REFUSED'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                IF RUN-IN-PROGRESS AND RUN-DATE = WS-RUN-DATE
                     DISPLAY 'DCIA2BTI - RESTART AFTER ABEND FOR '
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
                DISPLAY 'DCIA2BTI - UNABLE TO MARK RUNCTL IN '
                     'PROGRESS, STATUS ' WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       110-EXIT.
           EXIT.

       150-RUN-SORT.

      * NEAREST DEADLINE FIRST - OVERDUE CASES HEAD THE LIST
           SORT SORTWORK
                ON ASCENDING KEY SW-DUE-DATE
                   ASCENDING KEY SW-ACCTNO
                INPUT PROCEDURE 200-SELECT-CASES THRU 200-EXIT
                OUTPUT PROCEDURE 400-PRINT-REPORT THRU 400-EXIT.

       150-EXIT.
           EXIT.

       200-SELECT-CASES.

           PERFORM 210-READ-DISPFILE THRU 210-EXIT.
           PERFORM 220-CHECK-ONE THRU 220-EXIT
                UNTIL DISPFILE-EOF.

       200-EXIT.
           EXIT.

       210-READ-DISPFILE.

           READ DISPFILE
                AT END
                     SET DISPFILE-EOF TO TRUE
           END-READ.

       210-EXIT.
           EXIT.

       220-CHECK-ONE.

           ADD 1 TO WS-READ-COUNT.

      * A RESOLVED CASE HAS MET ITS DEADLINE ONE WAY OR THE OTHER
           IF NOT DISP-OPEN THEN
                GO TO 220-NEXT
           END-IF.

           ADD 1 TO WS-OPEN-COUNT.
           ADD DISP-AMOUNT TO WS-OPEN-AMOUNT.

           MOVE DISP-DUE-DATE TO WS-DATE-WORK.
           PERFORM 700-DATE-TO-DAYNUM THRU 700-EXIT.
           COMPUTE WS-DAYS-LEFT = WS-DAYNUM - WS-DAYNUM-RUN.

           IF WS-DAYS-LEFT > WS-WARN-DAYS THEN
                GO TO 220-NEXT
           END-IF.

           ADD 1 TO WS-LISTED-COUNT.
           ADD DISP-AMOUNT TO WS-LISTED-AMOUNT.
           IF WS-DAYS-LEFT < ZERO THEN
                ADD 1 TO WS-OVERDUE-COUNT
           END-IF.

           MOVE DISP-DUE-DATE  TO SW-DUE-DATE.
           MOVE DISP-ACCTNO    TO SW-ACCTNO.
           MOVE DISP-TRAN-DATE TO SW-TRAN-DATE.
           MOVE DISP-TRAN-SEQ  TO SW-TRAN-SEQ.
           MOVE DISP-REASON-CD TO SW-REASON-CD.
           MOVE DISP-AMOUNT    TO SW-AMOUNT.
           MOVE DISP-OPEN-DATE TO SW-OPEN-DATE.
           MOVE DISP-OPEN-OPID TO SW-OPEN-OPID.
           MOVE WS-DAYS-LEFT   TO SW-DAYS-LEFT.

           MOVE DISP-ACCTNO TO ACCTNO.
           READ ACCTFILE
                INVALID KEY
                     MOVE '** NOT ON FILE **' TO SNAME
           END-READ.
           MOVE SNAME TO SW-SNAME.

           RELEASE SW-REC.

       220-NEXT.

           PERFORM 210-READ-DISPFILE THRU 210-EXIT.

       220-EXIT.
           EXIT.

       400-PRINT-REPORT.

           PERFORM 450-WRITE-HEADINGS THRU 450-EXIT.
           PERFORM 410-RETURN-SORTWORK THRU 410-EXIT.
           PERFORM 420-PRINT-LINE THRU 420-EXIT
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

       420-PRINT-LINE.

           MOVE SW-ACCTNO    TO WS-DET-ACCTNO.
           MOVE SW-TRAN-DATE TO WS-DET-TRAN-DATE.
           MOVE SW-TRAN-SEQ  TO WS-DET-TRAN-SEQ.
           MOVE SW-SNAME     TO WS-DET-SNAME.
           MOVE SW-REASON-CD TO WS-DET-REASON-CD.
           MOVE SW-AMOUNT    TO WS-DET-AMOUNT.
           MOVE SW-OPEN-DATE TO WS-DET-OPEN-DATE.
           MOVE SW-OPEN-OPID TO WS-DET-OPEN-OPID.
           MOVE SW-DUE-DATE  TO WS-DET-DUE-DATE.
           MOVE SW-DAYS-LEFT TO WS-DET-DAYS-LEFT.
           IF SW-DAYS-LEFT < ZERO THEN
                MOVE 'OVERDUE ' TO WS-DET-FLAG
           ELSE
                MOVE SPACES TO WS-DET-FLAG
           END-IF.
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

      * 30/360 DAY NUMBER - EVERY MONTH COUNTS 30 DAYS, AS DCIA2BTG
           COMPUTE WS-DAYNUM = (WS-DW-YYYY * 360)
                             + (WS-DW-MM * 30)
                             + WS-DW-DD.

       700-EXIT.
           EXIT.

       900-TERMINATE.

           MOVE WS-READ-COUNT    TO WS-TOT-READ.
           MOVE WS-OPEN-COUNT    TO WS-TOT-OPEN.
           MOVE WS-OPEN-AMOUNT   TO WS-TOT-OPEN-AMT.
           MOVE WS-LISTED-COUNT  TO WS-TOT-LISTED.
           MOVE WS-LISTED-AMOUNT TO WS-TOT-LISTED-AMT.
           MOVE WS-OVERDUE-COUNT TO WS-TOT-OVERDUE.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-1.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-2.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-3.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-4.

           DISPLAY 'DCIA2BTI - CASES READ       : ' WS-READ-COUNT.
           DISPLAY 'DCIA2BTI - CASES OPEN       : ' WS-OPEN-COUNT.
           DISPLAY 'DCIA2BTI - NEARING DEADLINE : ' WS-LISTED-COUNT.
           DISPLAY 'DCIA2BTI - OVERDUE          : ' WS-OVERDUE-COUNT.

           CLOSE DISPFILE.
           CLOSE ACCTFILE.
           CLOSE RPTFILE.

       900-EXIT.
           EXIT.

       910-CLOSE-RUN-CONTROL.

      * CLEAN END-OF-JOB ONLY - ERROR PATHS STOP WITHOUT COMING HERE
      * SO THE ROW STAYS IN-PROGRESS AND A RERUN FOR THE SAME DATE
      * IS ALLOWED THROUGH AS A RESTART
           MOVE 'DCIA2BTI' TO RUN-JOBNAME.
           MOVE SPACES TO RUN-QUAL.
           MOVE WS-RUN-DATE TO RUN-LAST-DATE.
           SET RUN-COMPLETE TO TRUE.
           MOVE WS-RUN-DATE TO RUN-DATE.
           MOVE WS-READ-COUNT TO RUN-IN-COUNT.
           MOVE WS-LISTED-COUNT TO RUN-OUT-COUNT.

           REWRITE RUN-REC.
           IF WS-RUN-STATUS NOT = '00'
                DISPLAY 'DCIA2BTI - UNABLE TO MARK RUNCTL COMPLETE, '
                     'STATUS ' WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           CLOSE RUNCTL.

       910-EXIT.
           EXIT.

       END PROGRAM DCIA2BTI.
