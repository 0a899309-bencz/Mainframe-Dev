       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2BTJ.
       AUTHOR. DEREK JOHNSTON.

      * NIGHTLY GENERAL LEDGER JOURNAL INTERFACE - LAST OF THE NIGHT'S
      * POSTING JOBS, AFTER DCIA2BTP AND DCIA2BTB. SWEEPS TRANHIST FOR
      * EVERY ITEM DATED SINCE THE PREVIOUS JOURNAL, UP TO AND
      * INCLUDING TONIGHT'S BUSINESS DATE, AND SUMMARIZES IT TO ITS
      * OWN GL ACCOUNT: PURCHASES (D), CREDITS (C), PAYMENTS (P), CYCLE
      * FINANCE CHARGES (THE 'D' ITEMS DCIA2BTB WRITES WITH REASON
      * 'FINANCE CHARGE'), CYCLE LATE FEES (L) AND OVER-LIMIT FEES
      * (O), REVERSALS/ADJUSTMENTS (R/A, SPLIT BY TRANH-DIR) AND
      * MONTH-END CHARGE-OFFS (W). EACH CATEGORY IS
      * JOURNALED AGAINST ITS CLEARING OR INCOME ACCOUNT, AND THE
      * CARDHOLDER RECEIVABLE TAKES THE OTHER SIDE, SO THE JOURNAL
      * ALWAYS BALANCES DEBIT TO CREDIT.
      * RECOVERIES ON CHARGED-OFF ACCOUNTS (V) NEVER TOUCH THE
      * RECEIVABLE - THEY ARE JOURNALED CASH TO RECOVERY INCOME.
      * THE FILE IS FRAMED BY HEADER AND TRAILER CONTROL RECORDS.
      * THE RUN THEN PROVES THE JOURNAL: THE NET RECEIVABLE MOVEMENT
      * MUST EQUAL THE CHANGE IN TOTAL CURR-BAL ACROSS ACCTFILE SINCE
      * THE PREVIOUS RUN, CARRIED FORWARD NIGHT TO NIGHT ON THE GL
      * BALANCE GDG. AN OUT-OF-BALANCE NIGHT IS PRINTED, THE JOURNAL
      * AND THE NEW CARRY-FORWARD ARE STILL WRITTEN (THE LEDGER MUST
      * SEE WHAT ACTUALLY POSTED), AND THE JOB ENDS RC 8 SO THE
      * DIFFERENCE IS WORKED BEFORE THE LEDGER CLOSES.
      * THE RUN DATE IS THE BUSINESS DATE ON THE RUNCTL FILE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANHIST ASSIGN TO TRANHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TRANH-KEY
                FILE STATUS IS WS-HIST-STATUS.

           SELECT ACCTFILE ASSIGN TO ACCTFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ACCTKEY
                FILE STATUS IS WS-ACCT-STATUS.

           SELECT GLBALIN ASSIGN TO GLBALIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GLBI-STATUS.

           SELECT GLBALOUT ASSIGN TO GLBALOUT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GLBO-STATUS.

           SELECT GLFILE ASSIGN TO GLFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GL-STATUS.

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

       FD  TRANHIST
           RECORD CONTAINS 81 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY TRANHIST FD RECORD LAYOUT
           COPY 'TRANHFD'.

       FD  ACCTFILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY ACCTFILE FD RECORD LAYOUT
           COPY 'ACCTFD'.

      * GL BALANCE CARRY-FORWARD - ONE RECORD PER GENERATION, THE
      * ACCTFILE TOTAL AS IT STOOD AT THE END OF THE RUN THAT WROTE IT
       FD  GLBALIN
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  GLBI-REC.
           05  GLBI-DATE               PIC X(08).
           05  GLBI-TOTAL-BAL          PIC 9(11)V99.
           05  GLBI-ACCT-COUNT         PIC 9(09).
           05  FILLER                  PIC X(10).

       FD  GLBALOUT
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  GLBO-REC.
           05  GLBO-DATE               PIC X(08).
           05  GLBO-TOTAL-BAL          PIC 9(11)V99.
           05  GLBO-ACCT-COUNT         PIC 9(09).
           05  FILLER                  PIC X(10).

       FD  GLFILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  GL-REC                      PIC X(80).

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

       01  WS-HIST-STATUS              PIC X(02).
       01  WS-ACCT-STATUS              PIC X(02).
       01  WS-GLBI-STATUS              PIC X(02).
       01  WS-GLBO-STATUS              PIC X(02).
       01  WS-GL-STATUS                PIC X(02).
       01  WS-RPT-STATUS               PIC X(02).

       01  WS-HIST-EOF-IND             PIC X(01) VALUE 'N'.
           88  TRANHIST-EOF                      VALUE 'Y'.
       01  WS-ACCT-EOF-IND             PIC X(01) VALUE 'N'.
           88  ACCTFILE-EOF                      VALUE 'Y'.

      * THE JOURNAL WINDOW - ITEMS DATED AFTER THE PREVIOUS RUN'S
      * CARRY-FORWARD DATE, UP TO TONIGHT. WITH NO CARRY-FORWARD YET
      * (THE FIRST NIGHT) ONLY TONIGHT'S ITEMS ARE TAKEN AND THE PROOF
      * CANNOT BE MADE - THAT NIGHT ONLY ESTABLISHES THE BASELINE
       01  WS-BASELINE-IND             PIC X(01) VALUE 'N'.
           88  HAVE-BASELINE                     VALUE 'Y'.
       01  WS-FROM-DATE                PIC X(08) VALUE ZEROS.
       01  WS-PRIOR-TOTAL-BAL          PIC 9(11)V99 VALUE ZERO.

      * GL ACCOUNTS FOR EACH CATEGORY, AS ASSIGNED BY FINANCE
       01  WS-GL-RECEIVABLE            PIC X(10) VALUE '1410100000'.
       01  WS-GL-PURCHASE              PIC X(10) VALUE '2150100000'.
       01  WS-GL-CREDIT                PIC X(10) VALUE '2150200000'.
       01  WS-GL-PAYMENT               PIC X(10) VALUE '1010500000'.
       01  WS-GL-FINCHG                PIC X(10) VALUE '4010100000'.
       01  WS-GL-LATEFEE               PIC X(10) VALUE '4020100000'.
       01  WS-GL-OVLFEE                PIC X(10) VALUE '4020200000'.
       01  WS-GL-CORRECTION            PIC X(10) VALUE '2150900000'.
       01  WS-GL-UNCLASSIFIED          PIC X(10) VALUE '2159900000'.
       01  WS-GL-ALLOWANCE             PIC X(10) VALUE '1490100000'.
       01  WS-GL-RECOVERY              PIC X(10) VALUE '4090100000'.

      * CATEGORY TOTALS - REVERSALS/ADJUSTMENTS AND ANY ITEM TYPE NOT
      * RECOGNISED BELOW ARE KEPT BY DIRECTION (UP/DOWN) SO EACH SIDE
      * JOURNALS GROSS
       01  WS-PURCH-AMT                PIC 9(11)V99 VALUE ZERO.
       01  WS-PURCH-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-CREDIT-AMT               PIC 9(11)V99 VALUE ZERO.
       01  WS-CREDIT-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-PAYMENT-AMT              PIC 9(11)V99 VALUE ZERO.
       01  WS-PAYMENT-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-FINCHG-AMT               PIC 9(11)V99 VALUE ZERO.
       01  WS-FINCHG-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-LATEFEE-AMT              PIC 9(11)V99 VALUE ZERO.
       01  WS-LATEFEE-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-OVLFEE-AMT               PIC 9(11)V99 VALUE ZERO.
       01  WS-OVLFEE-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-CORR-UP-AMT              PIC 9(11)V99 VALUE ZERO.
       01  WS-CORR-UP-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-CORR-DOWN-AMT            PIC 9(11)V99 VALUE ZERO.
       01  WS-CORR-DOWN-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-OTHER-UP-AMT             PIC 9(11)V99 VALUE ZERO.
       01  WS-OTHER-UP-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-OTHER-DOWN-AMT           PIC 9(11)V99 VALUE ZERO.
       01  WS-OTHER-DOWN-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-CHGOFF-AMT               PIC 9(11)V99 VALUE ZERO.
       01  WS-CHGOFF-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-RECOV-AMT                PIC 9(11)V99 VALUE ZERO.
       01  WS-RECOV-COUNT              PIC 9(09) VALUE ZERO.

      * RECEIVABLE SIDE - EVERY ITEM IN THE WINDOW BY TRANH-DIR
       01  WS-RECV-UP-AMT              PIC 9(11)V99 VALUE ZERO.
       01  WS-RECV-UP-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-RECV-DOWN-AMT            PIC 9(11)V99 VALUE ZERO.
       01  WS-RECV-DOWN-COUNT          PIC 9(09) VALUE ZERO.

      * THE PROOF
       01  WS-CURR-TOTAL-BAL           PIC 9(11)V99 VALUE ZERO.
       01  WS-ACCT-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-BAL-CHANGE               PIC S9(11)V99 VALUE ZERO.
       01  WS-JOURNAL-NET              PIC S9(11)V99 VALUE ZERO.
       01  WS-PROOF-DIFF               PIC S9(11)V99 VALUE ZERO.
       01  WS-PROOF-IND                PIC X(01) VALUE 'Y'.
           88  PROOF-BALANCED                    VALUE 'Y'.
           88  PROOF-OUT-OF-BALANCE              VALUE 'N'.
           88  PROOF-NOT-MADE                    VALUE 'X'.

       01  WS-HIST-READ-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-HIST-TAKEN-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-JOURNAL-LINES            PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-DR                 PIC 9(13)V99 VALUE ZERO.
       01  WS-TOTAL-CR                 PIC 9(13)V99 VALUE ZERO.

      * ONE JOURNAL LINE, SET UP BY THE CALLER OF 400-WRITE-LINE
       01  WS-JL-ACCOUNT               PIC X(10).
       01  WS-JL-DRCR                  PIC X(01).
       01  WS-JL-AMOUNT                PIC 9(11)V99.
       01  WS-JL-COUNT                 PIC 9(09).
       01  WS-JL-DESC                  PIC X(24).

       01  WS-GL-HEADER.
           05  FILLER                  PIC X(01) VALUE 'H'.
           05  FILLER                  PIC X(08) VALUE 'DCIA2BTJ'.
           05  WS-GLH-JRNL-DATE        PIC X(08).
           05  WS-GLH-FROM-DATE        PIC X(08).
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-GL-DETAIL.
           05  FILLER                  PIC X(01) VALUE 'D'.
           05  WS-GLD-ACCOUNT          PIC X(10).
           05  WS-GLD-DRCR             PIC X(01).
           05  WS-GLD-AMOUNT           PIC 9(11)V99.
           05  WS-GLD-COUNT            PIC 9(09).
           05  WS-GLD-DESC             PIC X(24).
           05  WS-GLD-JRNL-DATE        PIC X(08).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-GL-TRAILER.
           05  FILLER                  PIC X(01) VALUE 'T'.
           05  WS-GLT-LINES            PIC 9(05).
           05  WS-GLT-TOTAL-DR         PIC 9(13)V99.
           05  WS-GLT-TOTAL-CR         PIC 9(13)V99.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(30)
                   VALUE 'GL JOURNAL INTERFACE REPORT'.
           05  FILLER                  PIC X(09) VALUE '   PAGE '.
           05  WS-HDG-PAGE             PIC ZZ9.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(12) VALUE 'GL ACCOUNT'.
           05  FILLER                  PIC X(26) VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(06) VALUE 'DR/CR'.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'AMOUNT'.
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'ITEMS'.
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DET-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DET-DESC             PIC X(24).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DET-DRCR             PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DET-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DET-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                  PIC X(24)
                   VALUE 'JOURNAL DATE          : '.
           05  WS-TOT-JRNL-DATE        PIC X(08).
           05  FILLER                  PIC X(14) VALUE '  ITEMS AFTER '.
           05  WS-TOT-FROM-DATE        PIC X(08).
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                  PIC X(24)
                   VALUE 'TRANHIST ROWS READ    : '.
           05  WS-TOT-HIST-READ        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                  PIC X(24)
                   VALUE 'ITEMS JOURNALED       : '.
           05  WS-TOT-HIST-TAKEN       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER                  PIC X(24)
                   VALUE 'TOTAL DEBITS          : '.
           05  WS-TOT-DR               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER                  PIC X(24)
                   VALUE 'TOTAL CREDITS         : '.
           05  WS-TOT-CR               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  WS-TOTAL-LINE-6.
           05  FILLER                  PIC X(24)
                   VALUE 'PRIOR TOTAL CURR-BAL  : '.
           05  WS-TOT-PRIOR-BAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-TOTAL-LINE-7.
           05  FILLER                  PIC X(24)
                   VALUE 'TONIGHT TOTAL CURR-BAL: '.
           05  WS-TOT-CURR-BAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-TOTAL-LINE-8.
           05  FILLER                  PIC X(24)
                   VALUE 'CHANGE IN CURR-BAL    : '.
           05  WS-TOT-BAL-CHANGE       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(90) VALUE SPACES.

       01  WS-TOTAL-LINE-9.
           05  FILLER                  PIC X(24)
                   VALUE 'JOURNAL NET RECEIVABLE: '.
           05  WS-TOT-JOURNAL-NET      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(90) VALUE SPACES.

       01  WS-TOTAL-LINE-10.
           05  FILLER                  PIC X(24)
                   VALUE 'DIFFERENCE            : '.
           05  WS-TOT-DIFF             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-TOT-RESULT           PIC X(40).
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       000-MAINLINE.

           PERFORM 100-INITIALIZE THRU 100-EXIT.
           PERFORM 210-READ-TRANHIST THRU 210-EXIT.
           PERFORM 200-TAKE-ITEM THRU 200-EXIT
                UNTIL TRANHIST-EOF.
           PERFORM 260-READ-ACCTFILE THRU 260-EXIT.
           PERFORM 250-ADD-BALANCE THRU 250-EXIT
                UNTIL ACCTFILE-EOF.
           PERFORM 300-WRITE-JOURNAL THRU 300-EXIT.
           PERFORM 500-PROVE-JOURNAL THRU 500-EXIT.
           PERFORM 900-TERMINATE THRU 900-EXIT.
           PERFORM 910-CLOSE-RUN-CONTROL THRU 910-EXIT.

      * AN OUT-OF-BALANCE NIGHT COMPLETES (THE JOURNAL IS REAL) BUT
      * MUST STILL STOP THE SCHEDULE FOR SOMEONE TO WORK THE DIFFERENCE
           IF PROOF-OUT-OF-BALANCE THEN
                MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       100-INITIALIZE.

           PERFORM 110-CHECK-RUN-CONTROL THRU 110-EXIT.
           PERFORM 120-READ-CARRY-FORWARD THRU 120-EXIT.

           OPEN INPUT TRANHIST.
           IF WS-HIST-STATUS NOT = '00'
                DISPLAY 'DCIA2BTJ - UNABLE TO OPEN TRANHIST, STATUS '
                     WS-HIST-STATUS
                STOP RUN
           END-IF.

           OPEN INPUT ACCTFILE.
           IF WS-ACCT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTJ - UNABLE TO OPEN ACCTFILE, STATUS '
                     WS-ACCT-STATUS
                STOP RUN
           END-IF.

           OPEN OUTPUT GLFILE.
           IF WS-GL-STATUS NOT = '00'
                DISPLAY 'DCIA2BTJ - UNABLE TO OPEN GLFILE, STATUS '
                     WS-GL-STATUS
                STOP RUN
           END-IF.

           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTJ - UNABLE TO OPEN RPTFILE, STATUS '
                     WS-RPT-STATUS
                STOP RUN
           END-IF.

           MOVE WS-RUN-DATE  TO WS-GLH-JRNL-DATE.
           MOVE WS-FROM-DATE TO WS-GLH-FROM-DATE.
           WRITE GL-REC FROM WS-GL-HEADER.

           PERFORM 410-WRITE-HEADINGS THRU 410-EXIT.

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
                DISPLAY 'DCIA2BTJ - UNABLE TO OPEN RUNCTL, STATUS '
                     WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           MOVE '*BUSDATE' TO RUN-JOBNAME.
           MOVE SPACES TO RUN-QUAL.
           READ RUNCTL
                INVALID KEY
                     DISPLAY 'DCIA2BTJ - *BUSDATE ROW MISSING FROM '
                          'RUNCTL - RUN DCIA2BT0 FIRST'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
           END-READ.
           MOVE RUN-DATE TO WS-RUN-DATE.

           MOVE 'DCIA2BTJ' TO RUN-JOBNAME.
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
                     DISPLAY 'DCIA2BTJ - ALREADY COMPLETE FOR '
                          WS-RUN-DATE ' - RERUN REFUSED'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                IF RUN-LAST-DATE > WS-RUN-DATE
                     DISPLAY 'DCIA2BTJ - LAST DATE ' RUN-LAST-DATE
                          ' IS PAST BUSINESS DATE ' WS-RUN-DATE
                          ' - OUT OF SEQUENCE, RUN REFUSED'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                IF RUN-IN-PROGRESS AND RUN-DATE = WS-RUN-DATE
                     DISPLAY 'DCIA2BTJ - RESTART AFTER ABEND FOR '
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
                DISPLAY 'DCIA2BTJ - UNABLE TO MARK RUNCTL IN '
                     'PROGRESS, STATUS '
                     WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       110-EXIT.
           EXIT.

       120-READ-CARRY-FORWARD.

      * THE CURRENT GENERATION OF THE GL BALANCE GDG HOLDS THE
      * ACCTFILE TOTAL THE LAST RUN ENDED ON. THE NEW GENERATION IS
      * ONLY CATALOGED AT CLEAN END-OF-STEP, SO A RESTART AFTER AN
      * ABEND READS THE SAME BASELINE AS THE FAILED ATTEMPT DID
           OPEN INPUT GLBALIN.
           IF WS-GLBI-STATUS NOT = '00'
                DISPLAY 'DCIA2BTJ - UNABLE TO OPEN GLBALIN, STATUS '
                     WS-GLBI-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           READ GLBALIN
                AT END
                     DISPLAY 'DCIA2BTJ - NO GL BALANCE CARRY-FORWARD '
                          '- TONIGHT ESTABLISHES THE BASELINE'
                NOT AT END
                     SET HAVE-BASELINE TO TRUE
           END-READ.

           IF HAVE-BASELINE THEN
                IF GLBI-DATE NOT < WS-RUN-DATE
                     DISPLAY 'DCIA2BTJ - CARRY-FORWARD DATED '
                          GLBI-DATE ' IS NOT BEFORE BUSINESS DATE '
                          WS-RUN-DATE ' - RUN REFUSED'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                MOVE GLBI-DATE      TO WS-FROM-DATE
                MOVE GLBI-TOTAL-BAL TO WS-PRIOR-TOTAL-BAL
           ELSE
                SET PROOF-NOT-MADE TO TRUE
           END-IF.

           CLOSE GLBALIN.

       120-EXIT.
           EXIT.

       200-TAKE-ITEM.

           ADD 1 TO WS-HIST-READ-COUNT.

           IF HAVE-BASELINE THEN
                IF TRANH-DATE NOT > WS-FROM-DATE
                   OR TRANH-DATE > WS-RUN-DATE
                     GO TO 200-NEXT
                END-IF
           ELSE
                IF TRANH-DATE NOT = WS-RUN-DATE
                     GO TO 200-NEXT
                END-IF
           END-IF.

           ADD 1 TO WS-HIST-TAKEN-COUNT.

      * THE RECEIVABLE SIDE GOES STRICTLY BY THE WAY THE ITEM MOVED
      * THE BALANCE, WHATEVER ITS TYPE - THAT IS WHAT THE PROOF TESTS.
      * AN ITEM THAT LEFT THE BALANCE ALONE (A RECOVERY) HAS NONE
           IF TRANH-DIR-UP THEN
                ADD TRANH-AMOUNT TO WS-RECV-UP-AMT
                ADD 1 TO WS-RECV-UP-COUNT
           ELSE
           IF TRANH-DIR-DOWN THEN
                ADD TRANH-AMOUNT TO WS-RECV-DOWN-AMT
                ADD 1 TO WS-RECV-DOWN-COUNT
           END-IF.

           IF TRANH-IS-DEBIT AND TRANH-REASON = 'FINANCE CHARGE' THEN
                ADD TRANH-AMOUNT TO WS-FINCHG-AMT
                ADD 1 TO WS-FINCHG-COUNT
           ELSE
           IF TRANH-IS-DEBIT THEN
                ADD TRANH-AMOUNT TO WS-PURCH-AMT
                ADD 1 TO WS-PURCH-COUNT
           ELSE
           IF TRANH-IS-CREDIT THEN
                ADD TRANH-AMOUNT TO WS-CREDIT-AMT
                ADD 1 TO WS-CREDIT-COUNT
           ELSE
           IF TRANH-IS-PAYMENT THEN
                ADD TRANH-AMOUNT TO WS-PAYMENT-AMT
                ADD 1 TO WS-PAYMENT-COUNT
           ELSE
           IF TRANH-IS-LATE-FEE THEN
                ADD TRANH-AMOUNT TO WS-LATEFEE-AMT
                ADD 1 TO WS-LATEFEE-COUNT
           ELSE
           IF TRANH-IS-OVERLIMIT-FEE THEN
                ADD TRANH-AMOUNT TO WS-OVLFEE-AMT
                ADD 1 TO WS-OVLFEE-COUNT
           ELSE
           IF TRANH-IS-REVERSAL OR TRANH-IS-ADJUSTMENT THEN
                IF TRANH-DIR-UP
                     ADD TRANH-AMOUNT TO WS-CORR-UP-AMT
                     ADD 1 TO WS-CORR-UP-COUNT
                ELSE
                     ADD TRANH-AMOUNT TO WS-CORR-DOWN-AMT
                     ADD 1 TO WS-CORR-DOWN-COUNT
                END-IF
           ELSE
           IF TRANH-IS-CHARGE-OFF THEN
                ADD TRANH-AMOUNT TO WS-CHGOFF-AMT
                ADD 1 TO WS-CHGOFF-COUNT
           ELSE
           IF TRANH-IS-RECOVERY THEN
                ADD TRANH-AMOUNT TO WS-RECOV-AMT
                ADD 1 TO WS-RECOV-COUNT
           ELSE
      * AN ITEM TYPE THIS JOB DOES NOT KNOW STILL HAS TO REACH THE
      * LEDGER OR THE PROOF FAILS - IT GOES TO UNCLASSIFIED AND IS
      * FLAGGED FOR FINANCE TO REASSIGN
                DISPLAY 'DCIA2BTJ - UNCLASSIFIED ITEM TYPE ' TRANH-TYPE
                     ' ON ACCOUNT ' TRANH-ACCTNO ' DATE ' TRANH-DATE
                IF TRANH-DIR-UP
                     ADD TRANH-AMOUNT TO WS-OTHER-UP-AMT
                     ADD 1 TO WS-OTHER-UP-COUNT
                ELSE
                     ADD TRANH-AMOUNT TO WS-OTHER-DOWN-AMT
                     ADD 1 TO WS-OTHER-DOWN-COUNT
                END-IF
           END-IF.

       200-NEXT.

           PERFORM 210-READ-TRANHIST THRU 210-EXIT.

       200-EXIT.
           EXIT.

       210-READ-TRANHIST.

           READ TRANHIST
                AT END
                     SET TRANHIST-EOF TO TRUE
           END-READ.

       210-EXIT.
           EXIT.

       250-ADD-BALANCE.

      * EVERY ACCOUNT ON FILE COUNTS, OPEN OR CLOSED - THE PROOF IS
      * OVER THE RECEIVABLE AS A WHOLE
           ADD CURR-BAL TO WS-CURR-TOTAL-BAL.
           ADD 1 TO WS-ACCT-COUNT.

           PERFORM 260-READ-ACCTFILE THRU 260-EXIT.

       250-EXIT.
           EXIT.

       260-READ-ACCTFILE.

           READ ACCTFILE NEXT
                AT END
                     SET ACCTFILE-EOF TO TRUE
           END-READ.

       260-EXIT.
           EXIT.

       300-WRITE-JOURNAL.

      * CLEARING AND INCOME SIDE FIRST, ONE LINE PER CATEGORY THAT
      * MOVED. AN ITEM THAT RAISED THE RECEIVABLE IS A CREDIT HERE,
      * ONE THAT LOWERED IT A DEBIT
           IF WS-PURCH-AMT > ZERO THEN
                MOVE WS-GL-PURCHASE   TO WS-JL-ACCOUNT
                MOVE 'C'              TO WS-JL-DRCR
                MOVE WS-PURCH-AMT     TO WS-JL-AMOUNT
                MOVE WS-PURCH-COUNT   TO WS-JL-COUNT
                MOVE 'PURCHASES'      TO WS-JL-DESC
                PERFORM 400-WRITE-LINE THRU 400-EXIT
           END-IF.

           IF WS-CREDIT-AMT > ZERO THEN
                MOVE WS-GL-CREDIT     TO WS-JL-ACCOUNT
                MOVE 'D'              TO WS-JL-DRCR
                MOVE WS-CREDIT-AMT    TO WS-JL-AMOUNT
                MOVE WS-CREDIT-COUNT  TO WS-JL-COUNT
                MOVE 'MERCHANT CREDITS' TO WS-JL-DESC
                PERFORM 400-WRITE-LINE THRU 400-EXIT
           END-IF.

           IF WS-PAYMENT-AMT > ZERO THEN
                MOVE WS-GL-PAYMENT    TO WS-JL-ACCOUNT
                MOVE 'D'              TO WS-JL-DRCR
                MOVE WS-PAYMENT-AMT   TO WS-JL-AMOUNT
                MOVE WS-PAYMENT-COUNT TO WS-JL-COUNT
                MOVE 'PAYMENTS'       TO WS-JL-DESC
                PERFORM 400-WRITE-LINE THRU 400-EXIT
           END-IF.

           IF WS-FINCHG-AMT > ZERO THEN
                MOVE WS-GL-FINCHG     TO WS-JL-ACCOUNT
                MOVE 'C'              TO WS-JL-DRCR
                MOVE WS-FINCHG-AMT    TO WS-JL-AMOUNT
                MOVE WS-FINCHG-COUNT  TO WS-JL-COUNT
                MOVE 'FINANCE CHARGES' TO WS-JL-DESC
                PERFORM 400-WRITE-LINE THRU 400-EXIT
           END-IF.

           IF WS-LATEFEE-AMT > ZERO THEN
                MOVE WS-GL-LATEFEE    TO WS-JL-ACCOUNT
                MOVE 'C'              TO WS-JL-DRCR
                MOVE WS-LATEFEE-AMT   TO WS-JL-AMOUNT
                MOVE WS-LATEFEE-COUNT TO WS-JL-COUNT
                MOVE 'LATE FEES'      TO WS-JL-DESC
                PERFORM 400-WRITE-LINE THRU 400-EXIT
           END-IF.

           IF WS-OVLFEE-AMT > ZERO THEN
                MOVE WS-GL-OVLFEE     TO WS-JL-ACCOUNT
                MOVE 'C'              TO WS-JL-DRCR
                MOVE WS-OVLFEE-AMT    TO WS-JL-AMOUNT
                MOVE WS-OVLFEE-COUNT  TO WS-JL-COUNT
                MOVE 'OVER-LIMIT FEES' TO WS-JL-DESC
                PERFORM 400-WRITE-LINE THRU 400-EXIT
           END-IF.

           IF WS-CORR-UP-AMT > ZERO THEN
                MOVE WS-GL-CORRECTION TO WS-JL-ACCOUNT
                MOVE 'C'              TO WS-JL-DRCR
                MOVE WS-CORR-UP-AMT   TO WS-JL-AMOUNT
                MOVE WS-CORR-UP-COUNT TO WS-JL-COUNT
                MOVE 'REVERSALS/ADJ - UP' TO WS-JL-DESC
                PERFORM 400-WRITE-LINE THRU 400-EXIT
           END-IF.

           IF WS-CORR-DOWN-AMT > ZERO THEN
                MOVE WS-GL-CORRECTION TO WS-JL-ACCOUNT
                MOVE 'D'              TO WS-JL-DRCR
                MOVE WS-CORR-DOWN-AMT TO WS-JL-AMOUNT
                MOVE WS-CORR-DOWN-COUNT TO WS-JL-COUNT
                MOVE 'REVERSALS/ADJ - DOWN' TO WS-JL-DESC
                PERFORM 400-WRITE-LINE THRU 400-EXIT
           END-IF.

      * A CHARGE-OFF LOWERS THE RECEIVABLE AGAINST THE LOSS
      * ALLOWANCE
           IF WS-CHGOFF-AMT > ZERO THEN
                MOVE WS-GL-ALLOWANCE  TO WS-JL-ACCOUNT
                MOVE 'D'              TO WS-JL-DRCR
                MOVE WS-CHGOFF-AMT    TO WS-JL-AMOUNT
                MOVE WS-CHGOFF-COUNT  TO WS-JL-COUNT
                MOVE 'CHARGE-OFFS'    TO WS-JL-DESC
                PERFORM 400-WRITE-LINE THRU 400-EXIT
           END-IF.

      * A RECOVERY IS CASH IN AGAINST RECOVERY INCOME - BOTH LINES
      * ARE ITS OWN, THE RECEIVABLE TAKES NO PART
           IF WS-RECOV-AMT > ZERO THEN
                MOVE WS-GL-PAYMENT    TO WS-JL-ACCOUNT
                MOVE 'D'              TO WS-JL-DRCR
                MOVE WS-RECOV-AMT     TO WS-JL-AMOUNT
                MOVE WS-RECOV-COUNT   TO WS-JL-COUNT
                MOVE 'RECOVERY PAYMENTS' TO WS-JL-DESC
                PERFORM 400-WRITE-LINE THRU 400-EXIT
                MOVE WS-GL-RECOVERY   TO WS-JL-ACCOUNT
                MOVE 'C'              TO WS-JL-DRCR
                MOVE 'CHARGE-OFF RECOVERIES' TO WS-JL-DESC
                PERFORM 400-WRITE-LINE THRU 400-EXIT
           END-IF.

           IF WS-OTHER-UP-AMT > ZERO THEN
                MOVE WS-GL-UNCLASSIFIED TO WS-JL-ACCOUNT
                MOVE 'C'              TO WS-JL-DRCR
                MOVE WS-OTHER-UP-AMT  TO WS-JL-AMOUNT
                MOVE WS-OTHER-UP-COUNT TO WS-JL-COUNT
                MOVE 'UNCLASSIFIED - UP' TO WS-JL-DESC
                PERFORM 400-WRITE-LINE THRU 400-EXIT
           END-IF.

           IF WS-OTHER-DOWN-AMT > ZERO THEN
                MOVE WS-GL-UNCLASSIFIED TO WS-JL-ACCOUNT
                MOVE 'D'              TO WS-JL-DRCR
                MOVE WS-OTHER-DOWN-AMT TO WS-JL-AMOUNT
                MOVE WS-OTHER-DOWN-COUNT TO WS-JL-COUNT
                MOVE 'UNCLASSIFIED - DOWN' TO WS-JL-DESC
                PERFORM 400-WRITE-LINE THRU 400-EXIT
           END-IF.

      * THEN THE RECEIVABLE, GROSS BOTH WAYS - ITS NET IS WHAT THE
      * PROOF HOLDS AGAINST ACCTFILE
           IF WS-RECV-UP-AMT > ZERO THEN
                MOVE WS-GL-RECEIVABLE TO WS-JL-ACCOUNT
                MOVE 'D'              TO WS-JL-DRCR
                MOVE WS-RECV-UP-AMT   TO WS-JL-AMOUNT
                MOVE WS-RECV-UP-COUNT TO WS-JL-COUNT
                MOVE 'CARDHOLDER RECEIVABLE' TO WS-JL-DESC
                PERFORM 400-WRITE-LINE THRU 400-EXIT
           END-IF.

           IF WS-RECV-DOWN-AMT > ZERO THEN
                MOVE WS-GL-RECEIVABLE TO WS-JL-ACCOUNT
                MOVE 'C'              TO WS-JL-DRCR
                MOVE WS-RECV-DOWN-AMT TO WS-JL-AMOUNT
                MOVE WS-RECV-DOWN-COUNT TO WS-JL-COUNT
                MOVE 'CARDHOLDER RECEIVABLE' TO WS-JL-DESC
                PERFORM 400-WRITE-LINE THRU 400-EXIT
           END-IF.

           MOVE WS-JOURNAL-LINES TO WS-GLT-LINES.
           MOVE WS-TOTAL-DR      TO WS-GLT-TOTAL-DR.
           MOVE WS-TOTAL-CR      TO WS-GLT-TOTAL-CR.
           WRITE GL-REC FROM WS-GL-TRAILER.

       300-EXIT.
           EXIT.

       400-WRITE-LINE.

           MOVE WS-JL-ACCOUNT TO WS-GLD-ACCOUNT.
           MOVE WS-JL-DRCR    TO WS-GLD-DRCR.
           MOVE WS-JL-AMOUNT  TO WS-GLD-AMOUNT.
           MOVE WS-JL-COUNT   TO WS-GLD-COUNT.
           MOVE WS-JL-DESC    TO WS-GLD-DESC.
           MOVE WS-RUN-DATE   TO WS-GLD-JRNL-DATE.
           WRITE GL-REC FROM WS-GL-DETAIL.
           IF WS-GL-STATUS NOT = '00'
                DISPLAY 'DCIA2BTJ - GLFILE WRITE FAILED, STATUS '
                     WS-GL-STATUS
                PERFORM 900-TERMINATE THRU 900-EXIT
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           ADD 1 TO WS-JOURNAL-LINES.
           IF WS-JL-DRCR = 'D' THEN
                ADD WS-JL-AMOUNT TO WS-TOTAL-DR
                MOVE 'DR' TO WS-DET-DRCR
           ELSE
                ADD WS-JL-AMOUNT TO WS-TOTAL-CR
                MOVE 'CR' TO WS-DET-DRCR
           END-IF.

           MOVE WS-JL-ACCOUNT TO WS-DET-ACCOUNT.
           MOVE WS-JL-DESC    TO WS-DET-DESC.
           MOVE WS-JL-AMOUNT  TO WS-DET-AMOUNT.
           MOVE WS-JL-COUNT   TO WS-DET-COUNT.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

           IF WS-LINE-COUNT >= 50 THEN
                PERFORM 410-WRITE-HEADINGS THRU 410-EXIT
           END-IF.

       400-EXIT.
           EXIT.

       410-WRITE-HEADINGS.

           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE.
           WRITE RPT-LINE FROM WS-HEADING-1.
           WRITE RPT-LINE FROM WS-HEADING-2.
           MOVE ZERO TO WS-LINE-COUNT.

       410-EXIT.
           EXIT.

       500-PROVE-JOURNAL.

      * TONIGHT'S ACCTFILE TOTAL LESS THE CARRIED-FORWARD TOTAL MUST
      * EQUAL THE RECEIVABLE'S NET MOVEMENT IN THE JOURNAL. ANYTHING
      * THAT CHANGED CURR-BAL WITHOUT A TRANHIST ITEM IN THE WINDOW
      * (OR THE REVERSE) SHOWS UP HERE AS THE DIFFERENCE
           COMPUTE WS-JOURNAL-NET = WS-RECV-UP-AMT - WS-RECV-DOWN-AMT.

           IF HAVE-BASELINE THEN
                COMPUTE WS-BAL-CHANGE
                     = WS-CURR-TOTAL-BAL - WS-PRIOR-TOTAL-BAL
                COMPUTE WS-PROOF-DIFF = WS-BAL-CHANGE - WS-JOURNAL-NET
                IF WS-PROOF-DIFF = ZERO THEN
                     SET PROOF-BALANCED TO TRUE
                ELSE
                     SET PROOF-OUT-OF-BALANCE TO TRUE
                END-IF
           END-IF.

      * THE NEW CARRY-FORWARD IS WRITTEN EITHER WAY - IT IS WHAT
      * ACCTFILE ACTUALLY HOLDS, AND TOMORROW PROVES FROM THERE
           OPEN OUTPUT GLBALOUT.
           IF WS-GLBO-STATUS NOT = '00'
                DISPLAY 'DCIA2BTJ - UNABLE TO OPEN GLBALOUT, STATUS '
                     WS-GLBO-STATUS
                PERFORM 900-TERMINATE THRU 900-EXIT
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           MOVE SPACES            TO GLBO-REC.
           MOVE WS-RUN-DATE       TO GLBO-DATE.
           MOVE WS-CURR-TOTAL-BAL TO GLBO-TOTAL-BAL.
           MOVE WS-ACCT-COUNT     TO GLBO-ACCT-COUNT.
           WRITE GLBO-REC.
           CLOSE GLBALOUT.

       500-EXIT.
           EXIT.

       900-TERMINATE.

           MOVE WS-RUN-DATE         TO WS-TOT-JRNL-DATE.
           MOVE WS-FROM-DATE        TO WS-TOT-FROM-DATE.
           MOVE WS-HIST-READ-COUNT  TO WS-TOT-HIST-READ.
           MOVE WS-HIST-TAKEN-COUNT TO WS-TOT-HIST-TAKEN.
           MOVE WS-TOTAL-DR         TO WS-TOT-DR.
           MOVE WS-TOTAL-CR         TO WS-TOT-CR.
           MOVE WS-PRIOR-TOTAL-BAL  TO WS-TOT-PRIOR-BAL.
           MOVE WS-CURR-TOTAL-BAL   TO WS-TOT-CURR-BAL.
           MOVE WS-BAL-CHANGE       TO WS-TOT-BAL-CHANGE.
           MOVE WS-JOURNAL-NET      TO WS-TOT-JOURNAL-NET.
           MOVE WS-PROOF-DIFF       TO WS-TOT-DIFF.

           IF PROOF-NOT-MADE THEN
                MOVE 'NO CARRY-FORWARD - BASELINE ONLY'
                     TO WS-TOT-RESULT
           ELSE
           IF PROOF-BALANCED THEN
                MOVE 'JOURNAL PROVES TO ACCTFILE'
                     TO WS-TOT-RESULT
           ELSE
                MOVE '*** OUT OF BALANCE - INVESTIGATE ***'
                     TO WS-TOT-RESULT
           END-IF.

           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-1.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-2.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-3.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-4.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-5.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-6.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-7.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-8.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-9.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-10.

           DISPLAY 'DCIA2BTJ - TRANHIST ROWS READ : '
                WS-HIST-READ-COUNT.
           DISPLAY 'DCIA2BTJ - ITEMS JOURNALED    : '
                WS-HIST-TAKEN-COUNT.
           DISPLAY 'DCIA2BTJ - JOURNAL LINES      : '
                WS-JOURNAL-LINES.
           DISPLAY 'DCIA2BTJ - ACCOUNTS TOTALLED  : '
                WS-ACCT-COUNT.

           IF PROOF-OUT-OF-BALANCE THEN
                DISPLAY 'DCIA2BTJ - JOURNAL OUT OF BALANCE TO '
                     'ACCTFILE BY ' WS-TOT-DIFF
           END-IF.

           CLOSE TRANHIST.
           CLOSE ACCTFILE.
           CLOSE GLFILE.
           CLOSE RPTFILE.

       900-EXIT.
           EXIT.


       910-CLOSE-RUN-CONTROL.

      * CLEAN END-OF-JOB ONLY - ERROR PATHS STOP WITHOUT COMING HERE
      * SO THE ROW STAYS IN-PROGRESS AND A RERUN FOR THE SAME DATE
      * IS ALLOWED THROUGH AS A RESTART
           MOVE 'DCIA2BTJ' TO RUN-JOBNAME.
           MOVE SPACES TO RUN-QUAL.
           MOVE WS-RUN-DATE TO RUN-LAST-DATE.
           SET RUN-COMPLETE TO TRUE.
           MOVE WS-RUN-DATE TO RUN-DATE.
           MOVE WS-HIST-TAKEN-COUNT TO RUN-IN-COUNT.
           MOVE WS-JOURNAL-LINES TO RUN-OUT-COUNT.

           REWRITE RUN-REC.
           IF WS-RUN-STATUS NOT = '00'
                DISPLAY 'DCIA2BTJ - UNABLE TO MARK RUNCTL COMPLETE, '
                     'STATUS ' WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           CLOSE RUNCTL.

       910-EXIT.
           EXIT.

       END PROGRAM DCIA2BTJ.
