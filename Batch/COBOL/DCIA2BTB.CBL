      * CYCLE TO CUT; THE CUT DATE IS THE RUNCTL BUSINESS DATE AND
      * THE PRIOR CUT DATE IS THIS CYCLE'S OWN LAST COMPLETED DATE
      * ON RUN CONTROL, SO NO PERIOD DATES ARE EVER HAND-KEYED.
      * EVERY ACCOUNT IS PRICED FROM ITS OWN PLAN ON PLANFILE -
      * PERIODIC RATE, MINIMUM PAYMENT PERCENT AND FLOOR, LATE FEE AND
      * OVER-LIMIT FEE. AN ACCOUNT WITH NO PLAN CODE, OR ONE NOT ON
      * FILE, IS PRICED ON THE STANDARD PLAN 'ST', WHICH MUST EXIST.
      * A LATE FEE IS ASSESSED WHEN THE LAST STATEMENT'S MINIMUM WENT
      * UNPAID BY THE CUT (LESS ANY OPEN DISPUTES IT BILLED, SAME RULE
      * AS DCIA2BTG), AN OVER-LIMIT FEE WHEN CURR-BAL IS OVER CRLIMIT
      * AT THE CUT BEFORE TONIGHT'S OWN CHARGES. EACH IS POSTED TO
      * TRANHIST AS ITS OWN ITEM TYPE AND PRINTS ON THE STATEMENT.
      * EVERY ACCOUNT CUT ALSO GETS A STATEMENT HISTORY ROW ON STMTFILE
      * - PERIOD, OPENING AND CLOSING BALANCE, THE PERIOD'S TOTALS,
      * MINIMUM AND PAYMENT DUE DATE - WHETHER OR NOT ITS STATEMENT WAS
      * MAILED, FOR IA2B AND THE DUPLICATE STATEMENT RUN (DCIA2BTT).
      * PAYMENT IS DUE A FIXED NUMBER OF CALENDAR DAYS AFTER THE CUT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                RECORD KEY IS TRANH-KEY
                FILE STATUS IS WS-HIST-STATUS.

           SELECT PLANFILE ASSIGN TO PLANFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PLAN-KEY
                FILE STATUS IS WS-PLAN-STATUS.

           SELECT DISPFILE ASSIGN TO DISPFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DISP-KEY
                FILE STATUS IS WS-DISP-STATUS.

           SELECT STMTFILE ASSIGN TO STMTFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS STMT-KEY
                FILE STATUS IS WS-STMT-STATUS.

           SELECT SORTWORK ASSIGN TO SORTWK1.

           SELECT RPTFILE ASSIGN TO RPTFILE
           05  CTL-CYCLE-CD            PIC X(02).

       FD  ACCTFILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY ACCTFILE FD RECORD LAYOUT
      * COPY TRANHIST FD RECORD LAYOUT
           COPY 'TRANHFD'.

       FD  PLANFILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY PRICING PLAN FD RECORD LAYOUT
           COPY 'PLANFD'.

       FD  DISPFILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY DISPUTE CASE FD RECORD LAYOUT
           COPY 'DISPFD'.

       FD  STMTFILE
           RECORD CONTAINS 180 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY STATEMENT HISTORY FD RECORD LAYOUT
           COPY 'STMTFD'.

      * THE WHOLE ACCOUNT RECORD RIDES THROUGH THE SORT - ONLY THE
      * ZIP NEEDS NAMING HERE, AT ITS OFFSET WITHIN THE RECORD
       SD  SORTWORK
           RECORD CONTAINS 200 CHARACTERS.
       01  SW-REC.
           05  FILLER                  PIC X(103).
           05  SW-ZIP                  PIC 9(05).
           05  FILLER                  PIC X(92).

       FD  RPTFILE
           RECORD CONTAINS 132 CHARACTERS
       01  WS-ACCT-STATUS              PIC X(02).
       01  WS-HIST-STATUS              PIC X(02).
       01  WS-RPT-STATUS               PIC X(02).
       01  WS-PLAN-STATUS              PIC X(02).
       01  WS-DISP-STATUS              PIC X(02).
       01  WS-STMT-STATUS              PIC X(02).

       01  WS-ACCT-EOF-IND             PIC X(01) VALUE 'N'.
           88  ACCTFILE-EOF                      VALUE 'Y'.
           88  HIST-BROWSE-DONE                  VALUE 'Y'.
       01  WS-HIST-DONE-IND            PIC X(01) VALUE 'N'.
           88  HIST-WRITE-DONE                   VALUE 'Y'.
       01  WS-DISP-EOF-IND             PIC X(01).
           88  DISP-BROWSE-DONE                  VALUE 'Y'.
       01  WS-LATE-IND                 PIC X(01).
           88  LATE-FEE-DUE                      VALUE 'Y'.
       01  WS-OVERLIMIT-IND            PIC X(01).
           88  OVERLIMIT-FEE-DUE                 VALUE 'Y'.

       01  WS-CYCLE-CD                 PIC 9(02).
       01  WS-CUT-DATE                 PIC X(08).
       01  WS-PREV-DATE                PIC X(08).

      * PAYMENT IS DUE THIS MANY CALENDAR DAYS AFTER THE CUT - THE
      * SAME FOR EVERY ACCOUNT IN THE CYCLE, SO FIGURED ONCE AT START
       01  WS-GRACE-DAYS               PIC 9(02) VALUE 25.
       01  WS-DUE-DATE                 PIC X(08).
       01  WS-DUE-WORK.
           05  WS-DUE-YYYY             PIC 9(04).
           05  WS-DUE-MM               PIC 9(02).
           05  WS-DUE-DD               PIC 9(02).
       01  WS-DAYS-LEFT                PIC S9(04) COMP.
       01  WS-MONTH-END                PIC 9(02).
       01  WS-LEAP-QUOT                PIC 9(04).
       01  WS-LEAP-REM                 PIC 9(04).
       01  WS-MONTH-DAYS-VALUES        PIC X(24)
                VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.

      * THE PRICE OF THE ACCOUNT BEING CUT, FILLED FROM ITS PLAN -
      * A PERIODIC RATE ON THE OUTSTANDING BALANCE; A MINIMUM PAYMENT
      * OF A PERCENT OF THE CLOSING BALANCE, NO LESS THAN THE FLOOR,
      * NEVER MORE THAN THE BALANCE ITSELF; AND THE TWO FEES
       01  WS-MONTHLY-RATE             PIC V9(04).
       01  WS-MIN-PAY-RATE             PIC V9(04).
       01  WS-MIN-PAY-FLOOR            PIC 9(07)V99.
       01  WS-LATE-FEE                 PIC 9(07)V99.
       01  WS-OVERLIMIT-FEE            PIC 9(07)V99.
       01  WS-FIN-CHARGE               PIC 9(07)V99.

      * THE STANDARD PLAN, READ ONCE AT START-UP
       01  WS-STD-PLAN-REC             PIC X(80).

      * THE ITEM 300-WRITE-HISTORY IS TO POST, SET BY THE CALLER
       01  WS-HIST-TYPE                PIC X(01).
       01  WS-HIST-AMOUNT              PIC 9(07)V99.
       01  WS-HIST-REASON              PIC X(20).

      * WHAT THE LAST STATEMENT'S MINIMUM STILL REQUIRED AT THE CUT
       01  WS-PAID-AMOUNT              PIC S9(09)V99.
       01  WS-DISPUTED-AMOUNT          PIC S9(09)V99.
       01  WS-REQUIRED-AMOUNT          PIC S9(09)V99.

       01  WS-SEQ-TRIES                PIC 9(04) VALUE ZERO.
       01  WS-READ-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-CYCLE-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-STATEMENT-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-SKIPPED-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-OVERFLOW-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-LATE-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-LATE-AMOUNT              PIC S9(11)V99 VALUE ZERO.
       01  WS-OVERLIMIT-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-OVERLIMIT-AMOUNT         PIC S9(11)V99 VALUE ZERO.
       01  WS-NO-PLAN-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-HISTORY-COUNT            PIC 9(09) VALUE ZERO.

      * THE PERIOD'S TOTALS FOR THE STATEMENT HISTORY ROW, TAKEN OVER
      * EVERY ITEM IN THE PERIOD - NOT JUST THE ONES THAT FIT THE TABLE
       01  WS-PERIOD-ITEMS             PIC 9(04).
       01  WS-DEBIT-TOT                PIC 9(09)V99.
       01  WS-CREDIT-TOT               PIC 9(09)V99.
       01  WS-PAYMENT-TOT              PIC 9(09)V99.
       01  WS-FINCHG-TOT               PIC 9(09)V99.
       01  WS-FEE-TOT                  PIC 9(09)V99.
       01  WS-MAILED-IND               PIC X(01).

      * ONE STATEMENT'S ITEMS, GATHERED FROM TRANHIST BEFORE PRINTING
      * SO THE OPENING BALANCE CAN BE BACKED OUT OF THE CLOSING
                CLOSE-IND  BY SRT-CLOSE-IND
                ACCT-OPEN  BY SRT-ACCT-OPEN
                ACCT-CLOSED BY SRT-ACCT-CLOSED
                ACCT-CHARGED-OFF BY SRT-ACCT-CHARGED-OFF
                CYCLE-CD   BY SRT-CYCLE-CD
                MIN-PAY-DUE BY SRT-MIN-PAY-DUE
                LAST-STMT-DATE BY SRT-LAST-STMT-DATE
                DELQ-60    BY SRT-DELQ-60
                DELQ-90    BY SRT-DELQ-90
                DELQ-DATE  BY SRT-DELQ-DATE
                CUSTNO     BY SRT-CUSTNO
                OPEN-DATE  BY SRT-OPEN-DATE
                ACCT-PLAN-CD BY SRT-PLAN-CD.

      * COPY CYCLE STATEMENT PRINT LINES
           COPY 'STMTPRT'.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

                STOP RUN
           END-IF.

           OPEN INPUT PLANFILE.
           IF WS-PLAN-STATUS NOT = '00'
                DISPLAY 'DCIA2BTB - UNABLE TO OPEN PLANFILE, STATUS '
                     WS-PLAN-STATUS
                STOP RUN
           END-IF.

      * THE STANDARD PLAN PRICES EVERY ACCOUNT WITHOUT ONE OF ITS OWN
      * - WITHOUT IT NOTHING CAN BE PRICED, SO THE CUT IS REFUSED
           MOVE 'ST' TO PLAN-CD.
           READ PLANFILE
                INVALID KEY
                     DISPLAY 'DCIA2BTB - STANDARD PLAN ST MISSING FROM '
                          'PLANFILE - ADD IT ON IA2P'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
           END-READ.
           MOVE PLAN-REC TO WS-STD-PLAN-REC.

           OPEN INPUT DISPFILE.
           IF WS-DISP-STATUS NOT = '00'
                DISPLAY 'DCIA2BTB - UNABLE TO OPEN DISPFILE, STATUS '
                     WS-DISP-STATUS
                STOP RUN
           END-IF.

           OPEN I-O STMTFILE.
           IF WS-STMT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTB - UNABLE TO OPEN STMTFILE, STATUS '
                     WS-STMT-STATUS
                STOP RUN
           END-IF.

           PERFORM 700-SET-DUE-DATE THRU 700-EXIT.

           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTB - UNABLE TO OPEN RPTFILE, STATUS '
      * ABEND - ON THE RESTART RUN CONTROL LETS THROUGH, IT ONLY
      * REPRINTS: THE CHARGE IS ALREADY ON CURR-BAL, THE TRANHIST
      * ROW IS ALREADY WRITTEN AND THE MINIMUM IS ALREADY SET, SO
      * ASSESSING AGAIN WOULD DOUBLE-CHARGE THE INFLATED BALANCE.
      * THE FEES DUE ARE DECIDED BEFORE THE FINANCE CHARGE TOUCHES
      * CURR-BAL, AND POSTED AFTER IT SO NO CHARGE IS LEVIED ON THEM
           IF ACCT-OPEN AND CYCLE-CD = WS-CYCLE-CD THEN
                ADD 1 TO WS-CYCLE-COUNT
                IF LAST-STMT-DATE NOT = WS-CUT-DATE THEN
                     PERFORM 222-GET-PLAN THRU 222-EXIT
                     PERFORM 225-CHECK-FEES-DUE THRU 225-EXIT
                     PERFORM 230-ASSESS-CHARGE THRU 230-EXIT
                     PERFORM 235-ASSESS-FEES THRU 235-EXIT
                     PERFORM 240-STAMP-ACCOUNT THRU 240-EXIT
                END-IF
                RELEASE SW-REC FROM ACCTREC
       220-EXIT.
           EXIT.

       222-GET-PLAN.

      * NO PLAN CODE MEANS THE STANDARD PLAN. A CODE NOT ON FILE IS
      * PRICED ON THE STANDARD PLAN TOO, BUT COUNTED AND NAMED SO THE
      * ACCOUNT CAN BE PUT RIGHT ON IA22
           IF ACCT-PLAN-CD = SPACES OR ACCT-PLAN-CD = 'ST' THEN
                MOVE WS-STD-PLAN-REC TO PLAN-REC
           ELSE
                MOVE ACCT-PLAN-CD TO PLAN-CD
                READ PLANFILE
                     INVALID KEY
                          ADD 1 TO WS-NO-PLAN-COUNT
                          DISPLAY 'DCIA2BTB - ACCOUNT ' ACCTNO
                               ' PLAN ' ACCT-PLAN-CD ' NOT ON PLANFILE'
                               ' - PRICED ON STANDARD PLAN'
                          MOVE WS-STD-PLAN-REC TO PLAN-REC
                END-READ
           END-IF.

           MOVE PLAN-PERIODIC-RATE TO WS-MONTHLY-RATE.
           MOVE PLAN-MIN-PAY-RATE  TO WS-MIN-PAY-RATE.
           MOVE PLAN-MIN-PAY-FLOOR TO WS-MIN-PAY-FLOOR.
           MOVE PLAN-LATE-FEE      TO WS-LATE-FEE.
           MOVE PLAN-OVERLIMIT-FEE TO WS-OVERLIMIT-FEE.

       222-EXIT.
           EXIT.

       225-CHECK-FEES-DUE.

      * OVER THE LIMIT IS JUDGED ON THE BALANCE THE CUSTOMER RAN UP,
      * BEFORE TONIGHT'S FINANCE CHARGE OR FEES COULD TIP IT OVER
           MOVE 'N' TO WS-OVERLIMIT-IND.
           IF CURR-BAL > CRLIMIT AND WS-OVERLIMIT-FEE > ZERO THEN
                SET OVERLIMIT-FEE-DUE TO TRUE
           END-IF.

      * LATE MEANS THE LAST STATEMENT ASKED FOR A MINIMUM AND LESS
      * THAN THAT HAS BEEN PAID SINCE IT CUT. A FIRST CUT HAS NO LAST
      * STATEMENT TO BE LATE ON
           MOVE 'N' TO WS-LATE-IND.
           IF WS-LATE-FEE = ZERO
              OR MIN-PAY-DUE = ZERO
              OR LAST-STMT-DATE IS NOT NUMERIC
              OR LAST-STMT-DATE = ZEROS THEN
                GO TO 225-EXIT
           END-IF.

           PERFORM 260-SUM-PAYMENTS THRU 260-EXIT.
           PERFORM 270-SUM-DISPUTES THRU 270-EXIT.

      * AN OPEN DISPUTE ON AN ITEM THE LAST STATEMENT BILLED LOWERS
      * WHAT THE CUSTOMER HAD TO PAY, JUST AS IT HOLDS OFF AGING
           COMPUTE WS-REQUIRED-AMOUNT
                = MIN-PAY-DUE - WS-DISPUTED-AMOUNT.
           IF WS-PAID-AMOUNT < WS-REQUIRED-AMOUNT THEN
                SET LATE-FEE-DUE TO TRUE
           END-IF.

       225-EXIT.
           EXIT.

       230-ASSESS-CHARGE.

      * NOTHING OUTSTANDING MEANS NOTHING TO CHARGE
           ADD WS-FIN-CHARGE TO WS-CHARGED-AMOUNT.
           ADD 1 TO WS-CHARGED-COUNT.

           MOVE 'D'              TO WS-HIST-TYPE.
           MOVE WS-FIN-CHARGE    TO WS-HIST-AMOUNT.
           MOVE 'FINANCE CHARGE' TO WS-HIST-REASON.
           PERFORM 300-WRITE-HISTORY THRU 300-EXIT.

       230-EXIT.
           EXIT.

       235-ASSESS-FEES.

           IF LATE-FEE-DUE THEN
                ADD WS-LATE-FEE TO CURR-BAL
                ADD WS-LATE-FEE TO WS-LATE-AMOUNT
                ADD 1 TO WS-LATE-COUNT
                MOVE 'L'         TO WS-HIST-TYPE
                MOVE WS-LATE-FEE TO WS-HIST-AMOUNT
                MOVE 'LATE FEE'  TO WS-HIST-REASON
                PERFORM 300-WRITE-HISTORY THRU 300-EXIT
           END-IF.

           IF OVERLIMIT-FEE-DUE THEN
                ADD WS-OVERLIMIT-FEE TO CURR-BAL
                ADD WS-OVERLIMIT-FEE TO WS-OVERLIMIT-AMOUNT
                ADD 1 TO WS-OVERLIMIT-COUNT
                MOVE 'O'              TO WS-HIST-TYPE
                MOVE WS-OVERLIMIT-FEE TO WS-HIST-AMOUNT
                MOVE 'OVER LIMIT FEE' TO WS-HIST-REASON
                PERFORM 300-WRITE-HISTORY THRU 300-EXIT
           END-IF.

       235-EXIT.
           EXIT.

       240-STAMP-ACCOUNT.

      * THE MINIMUM PAYMENT IS THE PLAN'S PERCENT OF THE CLOSING
      * BALANCE WITH THE PLAN'S FLOOR, BUT NEVER MORE THAN THE BALANCE
      * ITSELF SO A SMALL BALANCE CAN BE CLEARED IN ONE PAYMENT
           IF CURR-BAL = ZERO THEN
                MOVE ZERO TO MIN-PAY-DUE
           ELSE

       300-WRITE-HISTORY.

      * EVERY ITEM THE CUT POSTS RAISES THE BALANCE - THE CALLER HAS
      * ALREADY ADDED IT TO CURR-BAL
           MOVE ACCTNO         TO TRANH-ACCTNO.
           MOVE WS-CUT-DATE    TO TRANH-DATE.
           MOVE WS-HIST-TYPE   TO TRANH-TYPE.
           MOVE WS-HIST-AMOUNT TO TRANH-AMOUNT.
           MOVE CURR-BAL       TO TRANH-NEW-BAL.
           MOVE ZEROS TO TRANH-ORIG-ACCTNO.
           MOVE ZEROS TO TRANH-ORIG-DATE.
           MOVE ZEROS TO TRANH-ORIG-SEQ.
           SET TRANH-NOT-REVERSED TO TRUE.
           MOVE WS-HIST-REASON TO TRANH-REASON.
           SET TRANH-DIR-UP TO TRUE.

      * THE ITEM COULD COLLIDE WITH AN ITEM DCIA2BTP ALREADY POSTED
      * FOR THE SAME ACCOUNT AND DATE - BUMP TRANH-SEQ AND RETRY,
      * SAME IDIOM AS DCIA2BTP'S OWN HISTORY WRITE
           MOVE ZERO TO TRANH-SEQ.
       300-EXIT.
           EXIT.

       260-SUM-PAYMENTS.

      * ADD UP THE PAYMENTS POSTED SINCE THE LAST STATEMENT CUT, UP
      * TO AND INCLUDING TONIGHT
           MOVE ZERO TO WS-PAID-AMOUNT.
           MOVE ACCTNO         TO TRANH-ACCTNO.
           MOVE LAST-STMT-DATE TO TRANH-DATE.
           MOVE 999            TO TRANH-SEQ.
           MOVE 'N' TO WS-HIST-EOF-IND.

           START TRANHIST KEY NOT LESS THAN TRANH-KEY
                INVALID KEY
                     SET HIST-BROWSE-DONE TO TRUE
           END-START.

           PERFORM 265-TAKE-PAYMENT THRU 265-EXIT
                UNTIL HIST-BROWSE-DONE.

       260-EXIT.
           EXIT.

       265-TAKE-PAYMENT.

           READ TRANHIST NEXT
                AT END
                     SET HIST-BROWSE-DONE TO TRUE
           END-READ.

           IF HIST-BROWSE-DONE THEN
                GO TO 265-EXIT
           END-IF.

           IF TRANH-ACCTNO NOT = ACCTNO
              OR TRANH-DATE > WS-CUT-DATE THEN
                SET HIST-BROWSE-DONE TO TRUE
                GO TO 265-EXIT
           END-IF.

           IF TRANH-DATE NOT > LAST-STMT-DATE THEN
                GO TO 265-EXIT
           END-IF.

      * A PAYMENT THAT HAS SINCE BEEN REVERSED NEVER REALLY ARRIVED
           IF TRANH-IS-PAYMENT AND NOT TRANH-REVERSED THEN
                ADD TRANH-AMOUNT TO WS-PAID-AMOUNT
           END-IF.

       265-EXIT.
           EXIT.

       270-SUM-DISPUTES.

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

           PERFORM 275-TAKE-DISPUTE THRU 275-EXIT
                UNTIL DISP-BROWSE-DONE.

       270-EXIT.
           EXIT.

       275-TAKE-DISPUTE.

           READ DISPFILE NEXT
                AT END
                     SET DISP-BROWSE-DONE TO TRUE
           END-READ.

           IF DISP-BROWSE-DONE THEN
                GO TO 275-EXIT
           END-IF.

           IF DISP-ACCTNO NOT = ACCTNO THEN
                SET DISP-BROWSE-DONE TO TRUE
                GO TO 275-EXIT
           END-IF.

           IF DISP-OPEN
              AND DISP-TRAN-DATE NOT > LAST-STMT-DATE
              AND DISP-OPEN-DATE > LAST-STMT-DATE THEN
                ADD DISP-AMOUNT TO WS-DISPUTED-AMOUNT
           END-IF.

       275-EXIT.
           EXIT.

       320-TRY-WRITE-HISTORY.

           WRITE TRANH-REC

           PERFORM 430-GATHER-ITEMS THRU 430-EXIT.

      * THE OPENING BALANCE IS BACKED OUT OF THE CLOSING BALANCE BY
      * REVERSING THE PERIOD'S NET CHANGE - DEBITS RAISED IT, CREDITS
      * AND PAYMENTS REDUCED IT
                UNTIL WS-I > WS-ITEM-COUNT.
           COMPUTE WS-OPENING-BAL = SRT-CURR-BAL - WS-NET-CHANGE.

      * A ZERO BALANCE AND NO ACTIVITY IS NOTHING THE CUSTOMER NEEDS
      * TO HEAR ABOUT - SKIP THE STATEMENT AND SAVE THE POSTAGE. THE
      * CUT IS STILL RECORDED IN STATEMENT HISTORY, MARKED NOT MAILED
           IF WS-ITEM-COUNT = ZERO AND SRT-CURR-BAL = ZERO THEN
                ADD 1 TO WS-SKIPPED-COUNT
                MOVE 'N' TO WS-MAILED-IND
           ELSE
                PERFORM 500-PRINT-BODY THRU 500-EXIT
                ADD 1 TO WS-STATEMENT-COUNT
                MOVE 'Y' TO WS-MAILED-IND
           END-IF.

           PERFORM 460-WRITE-STMT-HISTORY THRU 460-EXIT.

       420-NEXT.

      * TRANHIST ROW DATED AFTER THE PRIOR CUT UP TO AND INCLUDING
      * THE CUT DATE, WHICH TAKES IN TONIGHT'S FINANCE CHARGE
           MOVE ZERO TO WS-ITEM-COUNT.
           MOVE ZERO TO WS-PERIOD-ITEMS.
           MOVE ZERO TO WS-DEBIT-TOT.
           MOVE ZERO TO WS-CREDIT-TOT.
           MOVE ZERO TO WS-PAYMENT-TOT.
           MOVE ZERO TO WS-FINCHG-TOT.
           MOVE ZERO TO WS-FEE-TOT.

           MOVE SRT-ACCTNO   TO TRANH-ACCTNO.
           MOVE WS-PREV-DATE TO TRANH-DATE.
                GO TO 440-EXIT
           END-IF.

           PERFORM 445-TOTAL-ITEM THRU 445-EXIT.

           IF WS-ITEM-COUNT < 100 THEN
                ADD 1 TO WS-ITEM-COUNT
                MOVE TRANH-DATE    TO ITEM-DATE(WS-ITEM-COUNT)
       440-EXIT.
           EXIT.

       445-TOTAL-ITEM.

      * THE CUT'S OWN FINANCE CHARGE AND FEES, AND THE CUSTOMER'S
      * PAYMENTS, ARE TOTALLED ON THEIR OWN - EVERYTHING ELSE GOES TO
      * DEBITS OR CREDITS BY THE WAY IT MOVED THE BALANCE. AN ITEM
      * THAT LEFT THE BALANCE ALONE IS IN NO TOTAL
           ADD 1 TO WS-PERIOD-ITEMS.
           IF TRANH-IS-DEBIT AND TRANH-REASON = 'FINANCE CHARGE' THEN
                ADD TRANH-AMOUNT TO WS-FINCHG-TOT
           ELSE
           IF TRANH-IS-LATE-FEE OR TRANH-IS-OVERLIMIT-FEE THEN
                ADD TRANH-AMOUNT TO WS-FEE-TOT
           ELSE
           IF TRANH-IS-PAYMENT THEN
                ADD TRANH-AMOUNT TO WS-PAYMENT-TOT
           ELSE
           IF TRANH-DIR-UP THEN
                ADD TRANH-AMOUNT TO WS-DEBIT-TOT
           ELSE
           IF TRANH-DIR-DOWN THEN
                ADD TRANH-AMOUNT TO WS-CREDIT-TOT
           END-IF.

       445-EXIT.
           EXIT.

       450-SUM-ONE-ITEM.

      * EVERY POSTED ITEM CARRIES ITS OWN APPLIED DIRECTION, SO
       450-EXIT.
           EXIT.

       460-WRITE-STMT-HISTORY.

           MOVE SRT-ACCTNO       TO STMT-ACCTNO.
           MOVE WS-CUT-DATE      TO STMT-DATE.
           MOVE WS-PREV-DATE     TO STMT-PERIOD-FROM.
           MOVE WS-CUT-DATE      TO STMT-PERIOD-THRU.
           MOVE WS-OPENING-BAL   TO STMT-OPEN-BAL.
           MOVE WS-DEBIT-TOT     TO STMT-DEBIT-TOT.
           MOVE WS-CREDIT-TOT    TO STMT-CREDIT-TOT.
           MOVE WS-PAYMENT-TOT   TO STMT-PAYMENT-TOT.
           MOVE WS-FINCHG-TOT    TO STMT-FINCHG-TOT.
           MOVE WS-FEE-TOT       TO STMT-FEE-TOT.
           MOVE SRT-CURR-BAL     TO STMT-CLOSE-BAL.
           MOVE SRT-CRLIMIT      TO STMT-CRLIMIT.
           MOVE SRT-MIN-PAY-DUE  TO STMT-MIN-PAY-DUE.
           MOVE WS-DUE-DATE      TO STMT-DUE-DATE.
           MOVE WS-PERIOD-ITEMS  TO STMT-ITEM-COUNT.
           MOVE SRT-PLAN-CD      TO STMT-PLAN-CD.
           MOVE WS-MAILED-IND    TO STMT-MAILED-IND.

      * A RESTART AFTER AN ABEND FINDS THE ROWS ALREADY WRITTEN FOR
      * ACCOUNTS CUT BEFORE IT - THEY ARE REPLACED WITH THE SAME
      * FIGURES RATHER THAN TREATED AS AN ERROR
           WRITE STMT-REC
                INVALID KEY
                     REWRITE STMT-REC
           END-WRITE.
           IF WS-STMT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTB - UNABLE TO WRITE STMTFILE FOR '
                     'ACCOUNT ' STMT-ACCTNO ', STATUS ' WS-STMT-STATUS
                PERFORM 900-TERMINATE THRU 900-EXIT
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           ADD 1 TO WS-HISTORY-COUNT.

       460-EXIT.
           EXIT.

       500-PRINT-BODY.

           WRITE RPT-LINE FROM WS-STMT-HEADING.
           MOVE SRT-MIN-PAY-DUE TO WS-STMT-MINPAY.
           WRITE RPT-LINE FROM WS-STMT-MINPAY-LINE.

           MOVE WS-DUE-DATE TO WS-STMT-DUEDATE.
           WRITE RPT-LINE FROM WS-STMT-DUE-LINE.

           WRITE RPT-LINE FROM WS-BLANK-LINE.

       500-EXIT.
           ELSE
           IF ITEM-TYPE(WS-I) = 'A' THEN
                MOVE 'ADJUSTMT' TO WS-ITEM-LINE-TYPE
           ELSE
           IF ITEM-TYPE(WS-I) = 'L' THEN
                MOVE 'LATE FEE' TO WS-ITEM-LINE-TYPE
           ELSE
           IF ITEM-TYPE(WS-I) = 'O' THEN
                MOVE 'OVERLIMT' TO WS-ITEM-LINE-TYPE
           ELSE
                MOVE '?       ' TO WS-ITEM-LINE-TYPE
           END-IF.
       510-EXIT.
           EXIT.

       700-SET-DUE-DATE.

      * ROLL THE CUT DATE FORWARD BY THE GRACE DAYS ONE CALENDAR DAY
      * AT A TIME - FEW ENOUGH THAT NOTHING CLEVERER IS WORTH IT
           MOVE WS-CUT-DATE   TO WS-DUE-WORK.
           MOVE WS-GRACE-DAYS TO WS-DAYS-LEFT.
           PERFORM 710-ADD-ONE-DAY THRU 710-EXIT
                UNTIL WS-DAYS-LEFT = ZERO.
           MOVE WS-DUE-WORK TO WS-DUE-DATE.

       700-EXIT.
           EXIT.

       710-ADD-ONE-DAY.

           SUBTRACT 1 FROM WS-DAYS-LEFT.
           MOVE WS-MONTH-DAYS(WS-DUE-MM) TO WS-MONTH-END.

      * FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A
      * CENTURY YEAR NOT DIVISIBLE BY 400
           IF WS-DUE-MM = 2 THEN
                DIVIDE WS-DUE-YYYY BY 4
                     GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                IF WS-LEAP-REM = ZERO THEN
                     MOVE 29 TO WS-MONTH-END
                     DIVIDE WS-DUE-YYYY BY 100
                          GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                     IF WS-LEAP-REM = ZERO THEN
                          DIVIDE WS-DUE-YYYY BY 400
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REM
                          IF WS-LEAP-REM NOT = ZERO THEN
                               MOVE 28 TO WS-MONTH-END
                          END-IF
                     END-IF
                END-IF
           END-IF.

           IF WS-DUE-DD < WS-MONTH-END THEN
                ADD 1 TO WS-DUE-DD
                GO TO 710-EXIT
           END-IF.

           MOVE 1 TO WS-DUE-DD.
           IF WS-DUE-MM < 12 THEN
                ADD 1 TO WS-DUE-MM
           ELSE
                MOVE 1 TO WS-DUE-MM
                ADD 1 TO WS-DUE-YYYY
           END-IF.

       710-EXIT.
           EXIT.

       900-TERMINATE.

           DISPLAY 'DCIA2BTB - ACCOUNTS READ      : ' WS-READ-COUNT.
           DISPLAY 'DCIA2BTB - CHARGES ASSESSED   : ' WS-CHARGED-COUNT.
           DISPLAY 'DCIA2BTB - AMOUNT CHARGED     : '
                WS-CHARGED-AMOUNT.
           DISPLAY 'DCIA2BTB - LATE FEES ASSESSED : ' WS-LATE-COUNT.
           DISPLAY 'DCIA2BTB - LATE FEE AMOUNT    : ' WS-LATE-AMOUNT.
           DISPLAY 'DCIA2BTB - OVER-LIMIT FEES    : '
                WS-OVERLIMIT-COUNT.
           DISPLAY 'DCIA2BTB - OVER-LIMIT AMOUNT  : '
                WS-OVERLIMIT-AMOUNT.
           DISPLAY 'DCIA2BTB - STATEMENTS PRINTED : '
                WS-STATEMENT-COUNT.
           DISPLAY 'DCIA2BTB - ZERO/IDLE SKIPPED  : '
                WS-SKIPPED-COUNT.
           DISPLAY 'DCIA2BTB - HISTORY ROWS       : '
                WS-HISTORY-COUNT.
           DISPLAY 'DCIA2BTB - PAYMENT DUE DATE   : ' WS-DUE-DATE.

           IF WS-OVERFLOW-COUNT > ZERO THEN
                DISPLAY 'DCIA2BTB - WARNING: ' WS-OVERFLOW-COUNT
                     ' NOT LISTED'
           END-IF.

           IF WS-NO-PLAN-COUNT > ZERO THEN
                DISPLAY 'DCIA2BTB - WARNING: ' WS-NO-PLAN-COUNT
                     ' ACCOUNTS HAD A PLAN NOT ON PLANFILE AND WERE'
                     ' PRICED ON THE STANDARD PLAN'
           END-IF.

           CLOSE ACCTFILE.
           CLOSE TRANHIST.
           CLOSE PLANFILE.
           CLOSE DISPFILE.
           CLOSE STMTFILE.
           CLOSE RPTFILE.

       900-EXIT.
