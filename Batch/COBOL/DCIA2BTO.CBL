       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2BTO.
       AUTHOR. DEREK JOHNSTON.

      * MONTHLY CHARGE-OFF - RUN ON THE LAST BUSINESS NIGHT OF THE
      * MONTH, AFTER DCIA2BTP AND DCIA2BTG AND BEFORE DCIA2BTJ. EVERY
      * OPEN ACCOUNT THE AGING RUN HAS STAGED 90+ WHOSE DELINQUENCY
      * CLOCK (DELQ-DATE) STARTED AT LEAST WS-CHGOFF-DAYS AGO IS
      * CHARGED OFF: THE WHOLE BALANCE IS WRITTEN OFF THROUGH TRANHIST
      * AS A CHARGE-OFF (W) ITEM, THE ACCOUNT IS MARKED CHARGED-OFF
      * (CLOSE-IND 'W') SO IT CAN NEVER BE REOPENED OR AUTHORIZED, AND
      * A CHGOFF RECORD IS WRITTEN CARRYING THE PRINCIPAL AND FINANCE
      * CHARGE AMOUNTS WRITTEN OFF. THE FINANCE-CHARGE PORTION IS THE
      * UNREVERSED CYCLE FINANCE CHARGES BILLED SINCE DELQ-DATE,
      * NEVER MORE THAN THE BALANCE; THE REST IS PRINCIPAL.
      * LATER PAYMENTS ON THESE ACCOUNTS ARE POSTED BY DCIA2BTP AS
      * RECOVERIES ON THE CHGOFF RECORD. THE RUN ENDS WITH THE
      * MONTHLY CHARGE-OFF AND RECOVERY SUMMARY FOR FINANCE: TONIGHT'S
      * CHARGE-OFFS, THIS MONTH'S RECOVERIES, AND LIFE-TO-DATE TOTALS
      * OVER THE WHOLE CHGOFF FILE. THE RUN DATE IS THE BUSINESS DATE
      * ON THE RUNCTL FILE. DAY SPANS USE THE SAME 30/360 CONVENTION
      * AS DCIA2BTG. A RESTART FINISHES ANY ACCOUNT WHOSE CHGOFF ROW
      * WAS WRITTEN TONIGHT FROM THAT ROW, WRITING THE TRANHIST ITEM
      * ONLY IF THE EARLIER ATTEMPT HAD NOT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ACCTFILE ASSIGN TO ACCTFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ACCTKEY
                FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANHIST ASSIGN TO TRANHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TRANH-KEY
                FILE STATUS IS WS-HIST-STATUS.

           SELECT CHGOFF ASSIGN TO CHGOFF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CHGO-KEY
                FILE STATUS IS WS-CHGO-STATUS.

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

       FD  CHGOFF
           RECORD CONTAINS 116 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY CHARGE-OFF FD RECORD LAYOUT
           COPY 'CHGOFD'.

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
       01  WS-CHGO-STATUS              PIC X(02).
       01  WS-RPT-STATUS               PIC X(02).

       01  WS-ACCT-EOF-IND             PIC X(01) VALUE 'N'.
           88  ACCTFILE-EOF                      VALUE 'Y'.
       01  WS-CHGO-EOF-IND             PIC X(01) VALUE 'N'.
           88  CHGOFF-EOF                        VALUE 'Y'.
       01  WS-HIST-EOF-IND             PIC X(01).
           88  HIST-BROWSE-DONE                  VALUE 'Y'.
       01  WS-HIST-DONE-IND            PIC X(01) VALUE 'N'.
           88  HIST-WRITE-DONE                   VALUE 'Y'.
       01  WS-CHGO-FOUND-IND           PIC X(01).
           88  CHGO-ROW-FOUND                    VALUE 'Y'.
       01  WS-W-FOUND-IND              PIC X(01).
           88  WRITE-OFF-ITEM-FOUND              VALUE 'Y'.

      * DAYS FROM THE START OF THE DELINQUENCY CLOCK TO CHARGE-OFF -
      * 180 DAYS, THE REGULATORY CHARGE-OFF POINT FOR OPEN-END CREDIT
       01  WS-CHGOFF-DAYS              PIC 9(04) VALUE 180.

      * 30/360 DAY-NUMBER WORK FIELDS, AS DCIA2BTG
       01  WS-DATE-WORK.
           05  WS-DW-YYYY              PIC 9(04).
           05  WS-DW-MM                PIC 9(02).
           05  WS-DW-DD                PIC 9(02).
       01  WS-DAYNUM                   PIC S9(09).
       01  WS-DAYNUM-RUN               PIC S9(09).
       01  WS-DAYS-PAST                PIC S9(07).

       01  WS-RUN-MONTH                PIC X(06).
       01  WS-SEQ-TRIES                PIC 9(04) VALUE ZERO.
       01  WS-WRITEOFF-AMT             PIC 9(07)V99.
       01  WS-FINCHG-AMT               PIC 9(09)V99.
       01  WS-PRIN-AMT                 PIC 9(07)V99.

      * TONIGHT'S CHARGE-OFFS
       01  WS-READ-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-CHGOFF-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-CHGOFF-PRIN              PIC 9(11)V99 VALUE ZERO.
       01  WS-CHGOFF-FINCHG            PIC 9(11)V99 VALUE ZERO.
       01  WS-CHGOFF-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  WS-RESUMED-COUNT            PIC 9(09) VALUE ZERO.

      * THIS MONTH'S RECOVERIES AND LIFE-TO-DATE, FROM CHGOFF
       01  WS-MTD-RECOV-ACCTS          PIC 9(09) VALUE ZERO.
       01  WS-MTD-RECOV-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-MTD-RECOV-AMT            PIC 9(11)V99 VALUE ZERO.
       01  WS-LTD-ACCTS                PIC 9(09) VALUE ZERO.
       01  WS-LTD-RECOVERED-ACCTS      PIC 9(09) VALUE ZERO.
       01  WS-LTD-PRIN                 PIC 9(11)V99 VALUE ZERO.
       01  WS-LTD-FINCHG               PIC 9(11)V99 VALUE ZERO.
       01  WS-LTD-TOTAL                PIC 9(11)V99 VALUE ZERO.
       01  WS-LTD-RECOV-AMT            PIC 9(11)V99 VALUE ZERO.
       01  WS-LTD-NET-LOSS             PIC S9(11)V99 VALUE ZERO.
       01  WS-NET-LOSS                 PIC S9(09)V99.

       01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-SECTION-IND              PIC X(01) VALUE 'C'.
           88  SECTION-CHARGE-OFFS               VALUE 'C'.
           88  SECTION-RECOVERIES                VALUE 'R'.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(35) VALUE SPACES.
           05  FILLER                  PIC X(35)
                   VALUE 'MONTHLY CHARGE-OFF AND RECOVERIES'.
           05  FILLER                  PIC X(09) VALUE '   PAGE '.
           05  WS-HDG-PAGE             PIC ZZ9.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(07) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE 'SURNAME'.
           05  FILLER                  PIC X(15) VALUE 'FIRST NAME'.
           05  FILLER                  PIC X(10) VALUE 'DELQ DATE'.
           05  FILLER                  PIC X(07) VALUE 'DAYS'.
           05  FILLER                  PIC X(13) VALUE 'PRINCIPAL'.
           05  FILLER                  PIC X(13) VALUE 'FIN CHARGE'.
           05  FILLER                  PIC X(13) VALUE 'WRITTEN OFF'.
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-HEADING-3.
           05  FILLER                  PIC X(07) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'CHGOFF ON'.
           05  FILLER                  PIC X(13) VALUE 'WRITTEN OFF'.
           05  FILLER                  PIC X(13) VALUE 'RECOV MONTH'.
           05  FILLER                  PIC X(07) VALUE 'ITEMS'.
           05  FILLER                  PIC X(13) VALUE 'RECOV TO DATE'.
           05  FILLER                  PIC X(14) VALUE 'NET LOSS'.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DET-ACCTNO           PIC 9(09).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DET-SNAME            PIC X(20).
           05  WS-DET-FNAME            PIC X(15).
           05  WS-DET-DELQ-DATE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DET-DAYS             PIC Z,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DET-PRIN             PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DET-FINCHG           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DET-TOTAL            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-RECOV-LINE.
           05  WS-REC-ACCTNO           PIC 9(09).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-REC-CHGO-DATE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REC-TOTAL            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-REC-MTD              PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-REC-MTD-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-REC-LTD              PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-REC-NET-LOSS         PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  WS-NONE-LINE.
           05  WS-NONE-TEXT            PIC X(40).
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                  PIC X(32)
                   VALUE 'ACCOUNTS READ                 : '.
           05  WS-TOT-READ             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                  PIC X(32)
                   VALUE 'CHARGED OFF THIS RUN          : '.
           05  WS-TOT-CHGOFF           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                  PIC X(32)
                   VALUE '  PRINCIPAL WRITTEN OFF       : '.
           05  WS-TOT-PRIN             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER                  PIC X(32)
                   VALUE '  FINANCE CHARGES WRITTEN OFF : '.
           05  WS-TOT-FINCHG           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER                  PIC X(32)
                   VALUE '  TOTAL WRITTEN OFF           : '.
           05  WS-TOT-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-TOTAL-LINE-6.
           05  FILLER                  PIC X(22)
                   VALUE 'RECOVERIES FOR MONTH '.
           05  WS-TOT-MONTH            PIC X(06).
           05  FILLER                  PIC X(04) VALUE ' : '.
           05  WS-TOT-MTD-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-TOT-MTD-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE ' ITEMS ON '.
           05  WS-TOT-MTD-ACCTS        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE ' ACCOUNTS'.
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-TOTAL-LINE-7.
           05  FILLER                  PIC X(32)
                   VALUE 'CHARGED-OFF ACCOUNTS ON FILE  : '.
           05  WS-TOT-LTD-ACCTS        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-TOT-LTD-RECOVERED    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(18)
                   VALUE ' FULLY RECOVERED'.
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  WS-TOTAL-LINE-8.
           05  FILLER                  PIC X(32)
                   VALUE '  PRINCIPAL WRITTEN OFF       : '.
           05  WS-TOT-LTD-PRIN         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-TOTAL-LINE-9.
           05  FILLER                  PIC X(32)
                   VALUE '  FINANCE CHARGES WRITTEN OFF : '.
           05  WS-TOT-LTD-FINCHG       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-TOTAL-LINE-10.
           05  FILLER                  PIC X(32)
                   VALUE '  TOTAL WRITTEN OFF           : '.
           05  WS-TOT-LTD-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-TOTAL-LINE-11.
           05  FILLER                  PIC X(32)
                   VALUE '  RECOVERED TO DATE           : '.
           05  WS-TOT-LTD-RECOV        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-TOTAL-LINE-12.
           05  FILLER                  PIC X(32)
                   VALUE '  NET LOSS TO DATE            : '.
           05  WS-TOT-LTD-NET-LOSS     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       000-MAINLINE.

           PERFORM 100-INITIALIZE THRU 100-EXIT.
           PERFORM 210-READ-ACCTFILE THRU 210-EXIT.
           PERFORM 200-CHECK-ACCOUNT THRU 200-EXIT
                UNTIL ACCTFILE-EOF.
           PERFORM 500-SUMMARIZE-CHGOFF THRU 500-EXIT.
           PERFORM 900-TERMINATE THRU 900-EXIT.
           PERFORM 910-CLOSE-RUN-CONTROL THRU 910-EXIT.
           STOP RUN.

       100-INITIALIZE.

           PERFORM 110-CHECK-RUN-CONTROL THRU 110-EXIT.

           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           PERFORM 700-DATE-TO-DAYNUM THRU 700-EXIT.
           MOVE WS-DAYNUM TO WS-DAYNUM-RUN.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH.

           OPEN I-O ACCTFILE.
           IF WS-ACCT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTO - UNABLE TO OPEN ACCTFILE, STATUS '
                     WS-ACCT-STATUS
                STOP RUN
           END-IF.

           OPEN I-O TRANHIST.
           IF WS-HIST-STATUS NOT = '00'
                DISPLAY 'DCIA2BTO - UNABLE TO OPEN TRANHIST, STATUS '
                     WS-HIST-STATUS
                STOP RUN
           END-IF.

           OPEN I-O CHGOFF.
           IF WS-CHGO-STATUS NOT = '00'
                DISPLAY 'DCIA2BTO - UNABLE TO OPEN CHGOFF, STATUS '
                     WS-CHGO-STATUS
                STOP RUN
           END-IF.

           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTO - UNABLE TO OPEN RPTFILE, STATUS '
                     WS-RPT-STATUS
                STOP RUN
           END-IF.

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
                DISPLAY 'DCIA2BTO - UNABLE TO OPEN RUNCTL, STATUS '
                     WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           MOVE '*BUSDATE' TO RUN-JOBNAME.
           MOVE SPACES TO RUN-QUAL.
           READ RUNCTL
                INVALID KEY
                     DISPLAY 'DCIA2BTO - *BUSDATE ROW MISSING FROM '
                          'RUNCTL - RUN DCIA2BT0 FIRST'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
           END-READ.
           MOVE RUN-DATE TO WS-RUN-DATE.

           MOVE 'DCIA2BTO' TO RUN-JOBNAME.
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
                     DISPLAY 'DCIA2BTO - ALREADY COMPLETE FOR '
                          WS-RUN-DATE ' - RERUN REFUSED'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                IF RUN-LAST-DATE > WS-RUN-DATE
                     DISPLAY 'DCIA2BTO - LAST DATE ' RUN-LAST-DATE
                          ' IS PAST BUSINESS DATE ' WS-RUN-DATE
                          ' - OUT OF SEQUENCE, RUN REFUSED'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                IF RUN-IN-PROGRESS AND RUN-DATE = WS-RUN-DATE
                     DISPLAY 'DCIA2BTO - RESTART AFTER ABEND FOR '
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
                DISPLAY 'DCIA2BTO - UNABLE TO MARK RUNCTL IN '
                     'PROGRESS, STATUS ' WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       110-EXIT.
           EXIT.

       200-CHECK-ACCOUNT.

           ADD 1 TO WS-READ-COUNT.

      * ONLY AN OPEN ACCOUNT STILL AT 90+ WITH A BALANCE TO WRITE
      * OFF IS A CANDIDATE - ONE THAT HAS CURED SINCE IS LEFT ALONE
           IF NOT ACCT-OPEN OR NOT DELQ-90 THEN
                GO TO 200-NEXT
           END-IF.

           IF CURR-BAL = ZERO THEN
                GO TO 200-NEXT
           END-IF.

           IF DELQ-DATE IS NOT NUMERIC OR DELQ-DATE = ZEROS THEN
                GO TO 200-NEXT
           END-IF.

           MOVE DELQ-DATE TO WS-DATE-WORK.
           PERFORM 700-DATE-TO-DAYNUM THRU 700-EXIT.
           COMPUTE WS-DAYS-PAST = WS-DAYNUM-RUN - WS-DAYNUM.

           IF WS-DAYS-PAST < WS-CHGOFF-DAYS THEN
                GO TO 200-NEXT
           END-IF.

           PERFORM 300-CHARGE-OFF THRU 300-EXIT.

       200-NEXT.

           PERFORM 210-READ-ACCTFILE THRU 210-EXIT.

       200-EXIT.
           EXIT.

       210-READ-ACCTFILE.

           READ ACCTFILE NEXT
                AT END
                     SET ACCTFILE-EOF TO TRUE
           END-READ.

       210-EXIT.
           EXIT.

       300-CHARGE-OFF.

      * A CHGOFF ROW ALREADY ON FILE FOR AN OPEN ACCOUNT IS LEFT BY AN
      * EARLIER ATTEMPT AT TONIGHT'S RUN THAT STOPPED BEFORE THE
      * ACCOUNT WAS REWRITTEN - FINISH IT FROM THE ROW AS WRITTEN
           MOVE ACCTNO TO CHGO-ACCTNO.
           MOVE 'Y' TO WS-CHGO-FOUND-IND.
           READ CHGOFF
                INVALID KEY
                     MOVE 'N' TO WS-CHGO-FOUND-IND
           END-READ.

           IF CHGO-ROW-FOUND THEN
                IF CHGO-DATE NOT = WS-RUN-DATE THEN
                     DISPLAY 'DCIA2BTO - ACCOUNT ' ACCTNO
                          ' IS OPEN BUT WAS CHARGED OFF ' CHGO-DATE
                          ' - LEFT FOR REVIEW'
                     GO TO 300-EXIT
                END-IF
                PERFORM 350-RESUME-CHARGE-OFF THRU 350-EXIT
                GO TO 300-FINISH
           END-IF.

           MOVE CURR-BAL TO WS-WRITEOFF-AMT.

      * SPLIT THE BALANCE - FINANCE CHARGES BILLED SINCE THE CLOCK
      * STARTED, CAPPED AT THE BALANCE, AND PRINCIPAL FOR THE REST
           PERFORM 310-SUM-FINANCE-CHARGES THRU 310-EXIT.
           IF WS-FINCHG-AMT > WS-WRITEOFF-AMT THEN
                MOVE WS-WRITEOFF-AMT TO WS-FINCHG-AMT
           END-IF.
           COMPUTE WS-PRIN-AMT = WS-WRITEOFF-AMT - WS-FINCHG-AMT.

      * THE CHGOFF ROW GOES FIRST SO A RESTART KNOWS THE ACCOUNT WAS
      * STARTED; IT IS REWRITTEN WITH THE KEY OF THE WRITE-OFF ITEM
      * ONCE THAT IS ON TRANHIST
           MOVE SPACES            TO CHGO-REC.
           MOVE ACCTNO            TO CHGO-ACCTNO.
           MOVE WS-RUN-DATE       TO CHGO-DATE.
           MOVE ZERO              TO CHGO-TRANH-SEQ.
           MOVE DELQ-DATE         TO CHGO-DELQ-DATE.
           MOVE CUSTNO            TO CHGO-CUSTNO.
           MOVE CYCLE-CD          TO CHGO-CYCLE-CD.
           MOVE WS-WRITEOFF-AMT   TO CHGO-TOTAL-AMT.
           MOVE WS-PRIN-AMT       TO CHGO-PRIN-AMT.
           MOVE WS-FINCHG-AMT     TO CHGO-FINCHG-AMT.
           MOVE ZERO              TO CHGO-RECOV-AMT.
           MOVE ZERO              TO CHGO-RECOV-COUNT.
           MOVE ZEROS             TO CHGO-LAST-RECOV-DATE.
           MOVE ZEROS             TO CHGO-MTD-MONTH.
           MOVE ZERO              TO CHGO-MTD-RECOV-AMT.
           MOVE ZERO              TO CHGO-MTD-RECOV-COUNT.
           SET CHGO-OUTSTANDING   TO TRUE.

           WRITE CHGO-REC.
           IF WS-CHGO-STATUS NOT = '00'
                DISPLAY 'DCIA2BTO - UNABLE TO WRITE CHGOFF FOR '
                     'ACCOUNT ' ACCTNO ', STATUS ' WS-CHGO-STATUS
                PERFORM 900-TERMINATE THRU 900-EXIT
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           PERFORM 330-WRITE-HISTORY THRU 330-EXIT.
           PERFORM 370-REWRITE-CHGOFF THRU 370-EXIT.

       300-FINISH.

      * THE STAGE AND DELQ-DATE STAY AS THEY WERE - THEY ARE THE
      * HISTORY OF HOW THE ACCOUNT GOT HERE
           MOVE ZERO TO CURR-BAL.
           MOVE ZERO TO MIN-PAY-DUE.
           SET ACCT-CHARGED-OFF TO TRUE.

           REWRITE ACCTREC.
           IF WS-ACCT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTO - REWRITE FAILED ON ACCOUNT ' ACCTNO
                     ', STATUS ' WS-ACCT-STATUS
                PERFORM 900-TERMINATE THRU 900-EXIT
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           ADD 1 TO WS-CHGOFF-COUNT.
           ADD WS-PRIN-AMT     TO WS-CHGOFF-PRIN.
           ADD WS-FINCHG-AMT   TO WS-CHGOFF-FINCHG.
           ADD WS-WRITEOFF-AMT TO WS-CHGOFF-TOTAL.

           MOVE ACCTNO          TO WS-DET-ACCTNO.
           MOVE SNAME           TO WS-DET-SNAME.
           MOVE FNAME           TO WS-DET-FNAME.
           MOVE DELQ-DATE       TO WS-DET-DELQ-DATE.
           MOVE WS-DAYS-PAST    TO WS-DET-DAYS.
           MOVE WS-PRIN-AMT     TO WS-DET-PRIN.
           MOVE WS-FINCHG-AMT   TO WS-DET-FINCHG.
           MOVE WS-WRITEOFF-AMT TO WS-DET-TOTAL.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

           IF WS-LINE-COUNT >= 50 THEN
                PERFORM 450-WRITE-HEADINGS THRU 450-EXIT
           END-IF.

       300-EXIT.
           EXIT.

       310-SUM-FINANCE-CHARGES.

      * EVERY CYCLE FINANCE CHARGE DCIA2BTB HAS BILLED ON OR AFTER
      * THE CUT THAT STARTED THE CLOCK, LESS ANY SINCE REVERSED
           MOVE ZERO TO WS-FINCHG-AMT.
           MOVE ACCTNO    TO TRANH-ACCTNO.
           MOVE DELQ-DATE TO TRANH-DATE.
           MOVE ZERO      TO TRANH-SEQ.
           MOVE 'N' TO WS-HIST-EOF-IND.

           START TRANHIST KEY NOT LESS THAN TRANH-KEY
                INVALID KEY
                     SET HIST-BROWSE-DONE TO TRUE
           END-START.

           PERFORM 320-TAKE-FINANCE-CHARGE THRU 320-EXIT
                UNTIL HIST-BROWSE-DONE.

       310-EXIT.
           EXIT.

       320-TAKE-FINANCE-CHARGE.

           READ TRANHIST NEXT
                AT END
                     SET HIST-BROWSE-DONE TO TRUE
           END-READ.

           IF HIST-BROWSE-DONE THEN
                GO TO 320-EXIT
           END-IF.

           IF TRANH-ACCTNO NOT = ACCTNO THEN
                SET HIST-BROWSE-DONE TO TRUE
                GO TO 320-EXIT
           END-IF.

           IF TRANH-IS-DEBIT
              AND TRANH-REASON = 'FINANCE CHARGE'
              AND NOT TRANH-REVERSED THEN
                ADD TRANH-AMOUNT TO WS-FINCHG-AMT
           END-IF.

       320-EXIT.
           EXIT.

       330-WRITE-HISTORY.

           MOVE ACCTNO          TO TRANH-ACCTNO.
           MOVE WS-RUN-DATE     TO TRANH-DATE.
           SET TRANH-IS-CHARGE-OFF TO TRUE.
           MOVE WS-WRITEOFF-AMT TO TRANH-AMOUNT.
           MOVE ZERO            TO TRANH-NEW-BAL.
           MOVE ZEROS           TO TRANH-ORIG-ACCTNO.
           MOVE ZEROS           TO TRANH-ORIG-DATE.
           MOVE ZEROS           TO TRANH-ORIG-SEQ.
           SET TRANH-NOT-REVERSED TO TRUE.
           MOVE 'CHARGE-OFF'    TO TRANH-REASON.
           SET TRANH-DIR-DOWN   TO TRUE.

      * SAME SEQUENCE-BUMP RETRY AS DCIA2BTP - AN ITEM ALREADY POSTED
      * TO THE ACCOUNT TONIGHT HOLDS THE LOWER SEQUENCE NUMBERS
           MOVE ZERO TO TRANH-SEQ.
           MOVE ZERO TO WS-SEQ-TRIES.
           MOVE 'N' TO WS-HIST-DONE-IND.
           PERFORM 340-TRY-WRITE-HISTORY THRU 340-EXIT
                UNTIL HIST-WRITE-DONE
                   OR WS-SEQ-TRIES > 999.

           IF NOT HIST-WRITE-DONE
                DISPLAY 'DCIA2BTO - UNABLE TO WRITE TRANHIST FOR '
                     'ACCOUNT ' TRANH-ACCTNO ' DATE ' TRANH-DATE
                     ', STATUS ' WS-HIST-STATUS
                PERFORM 900-TERMINATE THRU 900-EXIT
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       330-EXIT.
           EXIT.

       340-TRY-WRITE-HISTORY.

           WRITE TRANH-REC
                INVALID KEY
                     ADD 1 TO TRANH-SEQ
                     ADD 1 TO WS-SEQ-TRIES
                NOT INVALID KEY
                     SET HIST-WRITE-DONE TO TRUE
           END-WRITE.

       340-EXIT.
           EXIT.

       350-RESUME-CHARGE-OFF.

      * THE AMOUNTS ARE TAKEN FROM THE ROW SO THE REPORT AND TOTALS
      * MATCH WHAT WAS WRITTEN OFF
           MOVE CHGO-TOTAL-AMT  TO WS-WRITEOFF-AMT.
           MOVE CHGO-PRIN-AMT   TO WS-PRIN-AMT.
           MOVE CHGO-FINCHG-AMT TO WS-FINCHG-AMT.
           ADD 1 TO WS-RESUMED-COUNT.

      * THE EARLIER ATTEMPT MAY HAVE STOPPED EITHER SIDE OF THE
      * TRANHIST WRITE - LOOK FOR TONIGHT'S WRITE-OFF ITEM AND WRITE
      * IT ONLY IF IT IS NOT THERE
           MOVE 'N' TO WS-W-FOUND-IND.
           MOVE ACCTNO      TO TRANH-ACCTNO.
           MOVE WS-RUN-DATE TO TRANH-DATE.
           MOVE ZERO        TO TRANH-SEQ.
           MOVE 'N' TO WS-HIST-EOF-IND.

           START TRANHIST KEY NOT LESS THAN TRANH-KEY
                INVALID KEY
                     SET HIST-BROWSE-DONE TO TRUE
           END-START.

           PERFORM 360-FIND-WRITE-OFF THRU 360-EXIT
                UNTIL HIST-BROWSE-DONE.

           IF WRITE-OFF-ITEM-FOUND THEN
                IF CHGO-TRANH-SEQ NOT = TRANH-SEQ THEN
                     PERFORM 370-REWRITE-CHGOFF THRU 370-EXIT
                END-IF
           ELSE
                PERFORM 330-WRITE-HISTORY THRU 330-EXIT
                PERFORM 370-REWRITE-CHGOFF THRU 370-EXIT
           END-IF.

       350-EXIT.
           EXIT.

       360-FIND-WRITE-OFF.

           READ TRANHIST NEXT
                AT END
                     SET HIST-BROWSE-DONE TO TRUE
           END-READ.

           IF HIST-BROWSE-DONE THEN
                GO TO 360-EXIT
           END-IF.

           IF TRANH-ACCTNO NOT = ACCTNO
              OR TRANH-DATE NOT = WS-RUN-DATE THEN
                SET HIST-BROWSE-DONE TO TRUE
                GO TO 360-EXIT
           END-IF.

           IF TRANH-IS-CHARGE-OFF THEN
                SET WRITE-OFF-ITEM-FOUND TO TRUE
                SET HIST-BROWSE-DONE TO TRUE
           END-IF.

       360-EXIT.
           EXIT.

       370-REWRITE-CHGOFF.

           MOVE TRANH-SEQ TO CHGO-TRANH-SEQ.
           REWRITE CHGO-REC.
           IF WS-CHGO-STATUS NOT = '00'
                DISPLAY 'DCIA2BTO - UNABLE TO REWRITE CHGOFF FOR '
                     'ACCOUNT ' ACCTNO ', STATUS ' WS-CHGO-STATUS
                PERFORM 900-TERMINATE THRU 900-EXIT
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       370-EXIT.
           EXIT.

       450-WRITE-HEADINGS.

           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE.
           WRITE RPT-LINE FROM WS-HEADING-1.
           IF SECTION-CHARGE-OFFS THEN
                WRITE RPT-LINE FROM WS-HEADING-2
           ELSE
                WRITE RPT-LINE FROM WS-HEADING-3
           END-IF.
           MOVE ZERO TO WS-LINE-COUNT.

       450-EXIT.
           EXIT.

       500-SUMMARIZE-CHGOFF.

           IF WS-CHGOFF-COUNT = ZERO THEN
                MOVE 'NO ACCOUNTS CHARGED OFF THIS RUN'
                     TO WS-NONE-TEXT
                WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF.

      * SECOND SECTION - A PASS OVER THE WHOLE CHGOFF FILE, TONIGHT'S
      * NEW ROWS INCLUDED, FOR THE MONTH'S RECOVERIES AND THE
      * LIFE-TO-DATE POSITION
           SET SECTION-RECOVERIES TO TRUE.
           PERFORM 450-WRITE-HEADINGS THRU 450-EXIT.

           MOVE ZEROS TO CHGO-ACCTNO.
           START CHGOFF KEY NOT LESS THAN CHGO-KEY
                INVALID KEY
                     SET CHGOFF-EOF TO TRUE
           END-START.

           IF NOT CHGOFF-EOF THEN
                PERFORM 520-READ-CHGOFF THRU 520-EXIT
           END-IF.
           PERFORM 510-SUM-ONE THRU 510-EXIT
                UNTIL CHGOFF-EOF.

           IF WS-MTD-RECOV-ACCTS = ZERO THEN
                MOVE 'NO RECOVERIES POSTED THIS MONTH'
                     TO WS-NONE-TEXT
                WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF.

       500-EXIT.
           EXIT.

       510-SUM-ONE.

           ADD 1 TO WS-LTD-ACCTS.
           ADD CHGO-PRIN-AMT   TO WS-LTD-PRIN.
           ADD CHGO-FINCHG-AMT TO WS-LTD-FINCHG.
           ADD CHGO-TOTAL-AMT  TO WS-LTD-TOTAL.
           ADD CHGO-RECOV-AMT  TO WS-LTD-RECOV-AMT.
           IF CHGO-RECOVERED THEN
                ADD 1 TO WS-LTD-RECOVERED-ACCTS
           END-IF.

      * ONLY AN ACCOUNT WHOSE MONTH-TO-DATE BUCKET BELONGS TO THIS
      * MONTH HAD A RECOVERY POSTED THIS MONTH
           IF CHGO-MTD-MONTH = WS-RUN-MONTH
              AND CHGO-MTD-RECOV-COUNT > ZERO THEN
                ADD 1 TO WS-MTD-RECOV-ACCTS
                ADD CHGO-MTD-RECOV-COUNT TO WS-MTD-RECOV-COUNT
                ADD CHGO-MTD-RECOV-AMT   TO WS-MTD-RECOV-AMT
                COMPUTE WS-NET-LOSS = CHGO-TOTAL-AMT - CHGO-RECOV-AMT
                MOVE CHGO-ACCTNO          TO WS-REC-ACCTNO
                MOVE CHGO-DATE            TO WS-REC-CHGO-DATE
                MOVE CHGO-TOTAL-AMT       TO WS-REC-TOTAL
                MOVE CHGO-MTD-RECOV-AMT   TO WS-REC-MTD
                MOVE CHGO-MTD-RECOV-COUNT TO WS-REC-MTD-COUNT
                MOVE CHGO-RECOV-AMT       TO WS-REC-LTD
                MOVE WS-NET-LOSS          TO WS-REC-NET-LOSS
                WRITE RPT-LINE FROM WS-RECOV-LINE
                ADD 1 TO WS-LINE-COUNT
                IF WS-LINE-COUNT >= 50 THEN
                     PERFORM 450-WRITE-HEADINGS THRU 450-EXIT
                END-IF
           END-IF.

           PERFORM 520-READ-CHGOFF THRU 520-EXIT.

       510-EXIT.
           EXIT.

       520-READ-CHGOFF.

           READ CHGOFF NEXT
                AT END
                     SET CHGOFF-EOF TO TRUE
           END-READ.

       520-EXIT.
           EXIT.

       700-DATE-TO-DAYNUM.

      * 30/360 DAY NUMBER - EVERY MONTH COUNTS 30 DAYS, SO THE
      * CHARGE-OFF POINT FALLS ON THE SAME CALENDAR AS THE AGING RUN
           COMPUTE WS-DAYNUM = (WS-DW-YYYY * 360)
                             + (WS-DW-MM * 30)
                             + WS-DW-DD.

       700-EXIT.
           EXIT.

       900-TERMINATE.

           COMPUTE WS-LTD-NET-LOSS = WS-LTD-TOTAL - WS-LTD-RECOV-AMT.

           MOVE WS-READ-COUNT          TO WS-TOT-READ.
           MOVE WS-CHGOFF-COUNT        TO WS-TOT-CHGOFF.
           MOVE WS-CHGOFF-PRIN         TO WS-TOT-PRIN.
           MOVE WS-CHGOFF-FINCHG       TO WS-TOT-FINCHG.
           MOVE WS-CHGOFF-TOTAL        TO WS-TOT-TOTAL.
           MOVE WS-RUN-MONTH           TO WS-TOT-MONTH.
           MOVE WS-MTD-RECOV-AMT       TO WS-TOT-MTD-AMT.
           MOVE WS-MTD-RECOV-COUNT     TO WS-TOT-MTD-COUNT.
           MOVE WS-MTD-RECOV-ACCTS     TO WS-TOT-MTD-ACCTS.
           MOVE WS-LTD-ACCTS           TO WS-TOT-LTD-ACCTS.
           MOVE WS-LTD-RECOVERED-ACCTS TO WS-TOT-LTD-RECOVERED.
           MOVE WS-LTD-PRIN            TO WS-TOT-LTD-PRIN.
           MOVE WS-LTD-FINCHG          TO WS-TOT-LTD-FINCHG.
           MOVE WS-LTD-TOTAL           TO WS-TOT-LTD-TOTAL.
           MOVE WS-LTD-RECOV-AMT       TO WS-TOT-LTD-RECOV.
           MOVE WS-LTD-NET-LOSS        TO WS-TOT-LTD-NET-LOSS.

           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-1.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-2.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-3.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-4.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-5.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-6.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-7.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-8.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-9.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-10.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-11.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-12.

           DISPLAY 'DCIA2BTO - ACCOUNTS READ      : ' WS-READ-COUNT.
           DISPLAY 'DCIA2BTO - CHARGED OFF        : ' WS-CHGOFF-COUNT.
           IF WS-RESUMED-COUNT > ZERO THEN
                DISPLAY 'DCIA2BTO - FINISHED FROM AN EARLIER ATTEMPT : '
                     WS-RESUMED-COUNT
           END-IF.
           DISPLAY 'DCIA2BTO - AMOUNT WRITTEN OFF : ' WS-TOT-TOTAL.
           DISPLAY 'DCIA2BTO - RECOVERIES (MONTH) : ' WS-TOT-MTD-AMT.

           CLOSE ACCTFILE.
           CLOSE TRANHIST.
           CLOSE CHGOFF.
           CLOSE RPTFILE.

       900-EXIT.
           EXIT.


       910-CLOSE-RUN-CONTROL.

      * CLEAN END-OF-JOB ONLY - ERROR PATHS STOP WITHOUT COMING HERE
      * SO THE ROW STAYS IN-PROGRESS AND A RERUN FOR THE SAME DATE
      * IS ALLOWED THROUGH AS A RESTART
           MOVE 'DCIA2BTO' TO RUN-JOBNAME.
           MOVE SPACES TO RUN-QUAL.
           MOVE WS-RUN-DATE TO RUN-LAST-DATE.
           SET RUN-COMPLETE TO TRUE.
           MOVE WS-RUN-DATE TO RUN-DATE.
           MOVE WS-READ-COUNT TO RUN-IN-COUNT.
           MOVE WS-CHGOFF-COUNT TO RUN-OUT-COUNT.

           REWRITE RUN-REC.
           IF WS-RUN-STATUS NOT = '00'
                DISPLAY 'DCIA2BTO - UNABLE TO MARK RUNCTL COMPLETE, '
                     'STATUS ' WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           CLOSE RUNCTL.

       910-EXIT.
           EXIT.

       END PROGRAM DCIA2BTO.
