      * OR ITSELF A CORRECTION IS REJECTED. ITEMS AGAINST MISSING OR
      * CLOSED ACCOUNTS (OR ITEMS THAT FAIL EDIT) GO TO REJFILE
      * UNCHANGED, WITH A PRINTED REJECT REPORT, SO NOTHING SILENTLY
      * DISAPPEARS. A PAYMENT AGAINST A CHARGED-OFF ACCOUNT IS A
      * RECOVERY - IT IS CREDITED TO THE ACCOUNT'S CHGOFF RECORD AND
      * WRITTEN TO TRANHIST AS A RECOVERY (V) ITEM, LEAVING CURR-BAL
      * AT ZERO; ANY OTHER ITEM AGAINST A CHARGED-OFF ACCOUNT IS
      * REJECTED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                RECORD KEY IS TRANH-KEY
                FILE STATUS IS WS-HIST-STATUS.

           SELECT CHGOFF ASSIGN TO CHGOFF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CHGO-KEY
                FILE STATUS IS WS-CHGO-STATUS.

           SELECT REJFILE ASSIGN TO REJFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REJ-STATUS.
           05  TRAN-ORIG-SEQ           PIC X(03).

       FD  ACCTFILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY ACCTFILE FD RECORD LAYOUT
      * COPY TRANHIST FD RECORD LAYOUT
           COPY 'TRANHFD'.

       FD  CHGOFF
           RECORD CONTAINS 116 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY CHARGE-OFF FD RECORD LAYOUT
           COPY 'CHGOFD'.

       FD  REJFILE
           RECORD CONTAINS 47 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  WS-TRAN-STATUS              PIC X(02).
       01  WS-ACCT-STATUS              PIC X(02).
       01  WS-HIST-STATUS              PIC X(02).
       01  WS-CHGO-STATUS              PIC X(02).
       01  WS-REJ-STATUS               PIC X(02).
       01  WS-RPT-STATUS               PIC X(02).

       01  WS-APPLY-DIR                PIC X(01).
           88  APPLY-UP                          VALUE 'U'.
           88  APPLY-DOWN                        VALUE 'D'.
           88  APPLY-NONE                        VALUE 'N'.
       01  WS-ORIG-AMOUNT              PIC 9(07)V99.
       01  WS-READ-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-POSTED-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-POSTED-AMOUNT            PIC S9(11)V99 VALUE ZERO.
       01  WS-RECOV-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-RECOV-AMOUNT             PIC 9(11)V99 VALUE ZERO.
       01  WS-REJECT-REASON            PIC X(30).

       01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
           05  WS-TOT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(90) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER                  PIC X(24)
                   VALUE 'RECOVERIES POSTED     : '.
           05  WS-TOT-RECOV            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-TOT-RECOV-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(77) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
                STOP RUN
           END-IF.

           OPEN I-O CHGOFF.
           IF WS-CHGO-STATUS NOT = '00'
                DISPLAY 'DCIA2BTP - UNABLE TO OPEN CHGOFF, STATUS '
                     WS-CHGO-STATUS
                STOP RUN
           END-IF.

           OPEN OUTPUT REJFILE.
           IF WS-REJ-STATUS NOT = '00'
                DISPLAY 'DCIA2BTP - UNABLE TO OPEN REJFILE, STATUS '

       110-CHECK-RUN-CONTROL.

      * TAKE TONIGHT'S BUSINESS DATE FROM THE *BUSDATE ROW, CHECK
      * DCIA2BTF HAS FINISHED FOR IT, THEN GUARD THIS JOB'S OWN
      * ROW - A DATE ALREADY COMPLETED OR OUT OF SEQUENCE IS
      * REFUSED, AN IN-PROGRESS ROW FOR TONIGHT IS A RESTART AFTER
      * AN ABEND AND IS ALLOWED THROUGH. THE ROW IS
      * MARKED IN-PROGRESS UNTIL CLEAN END-OF-JOB SO RECOVERY AFTER
      * AN ABEND CAN COME OFF THE FILE, NOT OFF MEMORY
           OPEN I-O RUNCTL.
           END-READ.
           MOVE RUN-DATE TO WS-RUN-DATE.

      * TONIGHT'S LOCKBOX PAYMENTS COME IN BEHIND TRANFILE FROM THE
      * LATEST DCIA2BTF GENERATION - UNLESS DCIA2BTF HAS COMPLETED
      * FOR TONIGHT THAT IS STILL LAST NIGHT'S, ALREADY POSTED
           MOVE 'DCIA2BTF' TO RUN-JOBNAME.
           MOVE SPACES TO RUN-QUAL.
           READ RUNCTL
                INVALID KEY
                     DISPLAY 'DCIA2BTP - DCIA2BTF ROW MISSING FROM '
                          'RUNCTL - RUN DCIA2BTF FIRST'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
           END-READ.
           IF NOT RUN-COMPLETE OR RUN-LAST-DATE NOT = WS-RUN-DATE
                DISPLAY 'DCIA2BTP - DCIA2BTF NOT COMPLETE FOR '
                     WS-RUN-DATE ' - RUN REFUSED'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           MOVE 'DCIA2BTP' TO RUN-JOBNAME.
           MOVE SPACES TO RUN-QUAL.
           MOVE 'N' TO WS-RUN-FOUND-IND.
                GO TO 200-NEXT
           END-IF.

      * THE BALANCE OF A CHARGED-OFF ACCOUNT IS ALREADY WRITTEN OFF -
      * ONLY MONEY COMING IN IS ACCEPTED, AND IT GOES TO RECOVERIES
           IF ACCT-CHARGED-OFF THEN
                IF NOT TRAN-IS-PAYMENT
                     MOVE 'ACCOUNT IS CHARGED OFF' TO WS-REJECT-REASON
                     PERFORM 400-REJECT-ITEM THRU 400-EXIT
                     GO TO 200-NEXT
                END-IF
                PERFORM 270-POST-RECOVERY THRU 270-EXIT
                GO TO 200-NEXT
           END-IF.

      * DEBITS RAISE THE OUTSTANDING BALANCE, CREDITS AND PAYMENTS
      * REDUCE IT; A REVERSAL OR ADJUSTMENT MOVES OPPOSITE TO THE
      * ITEM IT CORRECTS, WHICH 250-VALIDATE-REFERENCE WORKS OUT
       250-EXIT.
           EXIT.

       270-POST-RECOVERY.

           MOVE ACCTNO TO CHGO-ACCTNO.
           READ CHGOFF
                INVALID KEY
                     MOVE 'NO CHARGE-OFF RECORD' TO WS-REJECT-REASON
                     PERFORM 400-REJECT-ITEM THRU 400-EXIT
                     GO TO 270-EXIT
           END-READ.

           ADD TRAN-AMOUNT TO CHGO-RECOV-AMT.
           ADD 1 TO CHGO-RECOV-COUNT.
           MOVE TRAN-DATE TO CHGO-LAST-RECOV-DATE.

      * THE MONTH-TO-DATE BUCKET BELONGS TO THE BUSINESS MONTH - THE
      * FIRST RECOVERY OF A NEW MONTH STARTS IT AGAIN FROM ZERO
           IF CHGO-MTD-MONTH NOT = WS-RUN-DATE(1:6) THEN
                MOVE WS-RUN-DATE(1:6) TO CHGO-MTD-MONTH
                MOVE ZERO TO CHGO-MTD-RECOV-AMT
                MOVE ZERO TO CHGO-MTD-RECOV-COUNT
           END-IF.
           ADD TRAN-AMOUNT TO CHGO-MTD-RECOV-AMT.
           ADD 1 TO CHGO-MTD-RECOV-COUNT.

           IF CHGO-RECOV-AMT NOT < CHGO-TOTAL-AMT THEN
                SET CHGO-RECOVERED TO TRUE
           END-IF.

           REWRITE CHGO-REC.
           IF WS-CHGO-STATUS NOT = '00'
                DISPLAY 'DCIA2BTP - CHGOFF REWRITE FAILED ON ACCOUNT '
                     ACCTNO ', STATUS ' WS-CHGO-STATUS
                PERFORM 900-TERMINATE THRU 900-EXIT
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           SET APPLY-NONE TO TRUE.
           PERFORM 300-WRITE-HISTORY THRU 300-EXIT.

           ADD 1 TO WS-POSTED-COUNT.
           ADD 1 TO WS-RECOV-COUNT.
           ADD TRAN-AMOUNT TO WS-RECOV-AMOUNT.

       270-EXIT.
           EXIT.

       210-READ-TRANFILE.

           READ TRANFILE
           MOVE SPACES TO TRANH-REASON.
           MOVE WS-APPLY-DIR TO TRANH-DIR.

      * A PAYMENT ON A CHARGED-OFF ACCOUNT GOES TO HISTORY AS A
      * RECOVERY - IT NEVER TOUCHED CURR-BAL
           IF APPLY-NONE THEN
                SET TRANH-IS-RECOVERY TO TRUE
                MOVE 'CHARGE-OFF RECOVERY' TO TRANH-REASON
           END-IF.

      * TWO ITEMS FOR THE SAME ACCOUNT ON THE SAME DAY WOULD OTHERWISE
      * COLLIDE ON TRANH-KEY - BUMP TRANH-SEQ AND RETRY, THE SAME
      * IDIOM THE ONLINE PROGRAMS USE FOR ACCTAUD-SEQ. THE RETRY IS
           WRITE RPT-LINE FROM WS-TOTAL-LINE-2.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-3.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-4.
           MOVE WS-RECOV-COUNT   TO WS-TOT-RECOV.
           MOVE WS-RECOV-AMOUNT  TO WS-TOT-RECOV-AMT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-5.

           DISPLAY 'DCIA2BTP - ITEMS READ     : ' WS-READ-COUNT.
           DISPLAY 'DCIA2BTP - ITEMS POSTED   : ' WS-POSTED-COUNT.
           DISPLAY 'DCIA2BTP - ITEMS REJECTED : ' WS-REJECT-COUNT.
           DISPLAY 'DCIA2BTP - RECOVERIES     : ' WS-RECOV-COUNT.

           CLOSE TRANFILE.
           CLOSE ACCTFILE.
           CLOSE TRANHIST.
           CLOSE CHGOFF.
           CLOSE REJFILE.
           CLOSE RPTFILE.

