       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2BTT.
       AUTHOR. DEREK JOHNSTON.

      * NIGHTLY DUPLICATE STATEMENT RUN - PRINTS EVERY DUPLICATE
      * ORDERED ON IA2B (DCIA2PGB) SINCE THE LAST RUN AND CLEARS THE
      * ORDER FROM THE REPRINT FILE (RPRTFILE). EACH DUPLICATE IS
      * LAID OUT LINE FOR LINE AS THE CYCLE-CUT RUN (DCIA2BTB)
      * PRINTED THE ORIGINAL, FROM THE SAME PRINT-LINE COPYBOOK: THE
      * PERIOD, BALANCES, LIMIT, MINIMUM AND DUE DATE COME FROM THE
      * STATEMENT HISTORY ROW ON STMTFILE, THE ITEMS FROM TRANHIST
      * FOR THE SAME PERIOD, AND THE NAME AND ADDRESS FROM THE
      * ACCOUNT AS IT STANDS TONIGHT SO THE COPY GOES WHERE THE
      * CUSTOMER NOW LIVES. AN ORDER WHOSE STATEMENT OR ACCOUNT IS NO
      * LONGER ON FILE CANNOT BE PRINTED - IT IS NAMED ON SYSOUT AND
      * CLEARED. AN ORDER IS CLEARED ONLY ONCE ITS COPY IS WRITTEN,
      * SO A RESTART AFTER AN ABEND PICKS UP WHERE THE RUN STOPPED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RPRTFILE ASSIGN TO RPRTFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RPRT-KEY
                FILE STATUS IS WS-RPRT-STATUS.

           SELECT STMTFILE ASSIGN TO STMTFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS STMT-KEY
                FILE STATUS IS WS-STMT-STATUS.

           SELECT ACCTFILE ASSIGN TO ACCTFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ACCTKEY
                FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANHIST ASSIGN TO TRANHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TRANH-KEY
                FILE STATUS IS WS-HIST-STATUS.

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

       FD  RPRTFILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY DUPLICATE STATEMENT REQUEST FD RECORD LAYOUT
           COPY 'RPRTFD'.

       FD  STMTFILE
           RECORD CONTAINS 180 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY STATEMENT HISTORY FD RECORD LAYOUT
           COPY 'STMTFD'.

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

       01  WS-RPRT-STATUS              PIC X(02).
       01  WS-STMT-STATUS              PIC X(02).
       01  WS-ACCT-STATUS              PIC X(02).
       01  WS-HIST-STATUS              PIC X(02).
       01  WS-RPT-STATUS               PIC X(02).

       01  WS-RPRT-EOF-IND             PIC X(01) VALUE 'N'.
           88  RPRTFILE-EOF                      VALUE 'Y'.
       01  WS-HIST-EOF-IND             PIC X(01).
           88  HIST-BROWSE-DONE                  VALUE 'Y'.

       01  WS-READ-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-PRINTED-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-DROPPED-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-OVERFLOW-COUNT           PIC 9(09) VALUE ZERO.

      * ONE STATEMENT'S ITEMS, GATHERED FROM TRANHIST BEFORE PRINTING,
      * AS IN DCIA2BTB - ANY SPILL PAST THE TABLE IS COUNTED AND
      * REPORTED, NOT LOST SILENTLY
       01  WS-ITEM-COUNT               PIC S9(04) COMP VALUE ZERO.
       01  WS-I                        PIC S9(04) COMP.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 100 TIMES.
               10  ITEM-DATE           PIC X(08).
               10  ITEM-TYPE           PIC X(01).
               10  ITEM-DIR            PIC X(01).
               10  ITEM-AMOUNT         PIC 9(07)V99.
               10  ITEM-NEWBAL         PIC 9(07)V99.

      * COPY CYCLE STATEMENT PRINT LINES
           COPY 'STMTPRT'.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       000-MAINLINE.

           PERFORM 100-INITIALIZE THRU 100-EXIT.
           PERFORM 200-PRINT-DUPLICATES THRU 200-EXIT.
           PERFORM 900-TERMINATE THRU 900-EXIT.
           PERFORM 910-CLOSE-RUN-CONTROL THRU 910-EXIT.
           STOP RUN.

       100-INITIALIZE.

           PERFORM 110-CHECK-RUN-CONTROL THRU 110-EXIT.

           OPEN I-O RPRTFILE.
           IF WS-RPRT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTT - UNABLE TO OPEN RPRTFILE, STATUS '
                     WS-RPRT-STATUS
                STOP RUN
           END-IF.

           OPEN INPUT STMTFILE.
           IF WS-STMT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTT - UNABLE TO OPEN STMTFILE, STATUS '
                     WS-STMT-STATUS
                STOP RUN
           END-IF.

           OPEN INPUT ACCTFILE.
           IF WS-ACCT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTT - UNABLE TO OPEN ACCTFILE, STATUS '
                     WS-ACCT-STATUS
                STOP RUN
           END-IF.

           OPEN INPUT TRANHIST.
           IF WS-HIST-STATUS NOT = '00'
                DISPLAY 'DCIA2BTT - UNABLE TO OPEN TRANHIST, STATUS '
                     WS-HIST-STATUS
                STOP RUN
           END-IF.

           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTT - UNABLE TO OPEN RPTFILE, STATUS '
                     WS-RPT-STATUS
                STOP RUN
           END-IF.

      * THE ONE PLACE A DUPLICATE DIFFERS FROM THE ORIGINAL
           MOVE 'CYCLE STATEMENT - DUPLICATE COPY' TO WS-STMT-TITLE.

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
                DISPLAY 'DCIA2BTT - UNABLE TO OPEN RUNCTL, STATUS '
                     WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           MOVE '*BUSDATE' TO RUN-JOBNAME.
           MOVE SPACES TO RUN-QUAL.
           READ RUNCTL
                INVALID KEY
                     DISPLAY 'DCIA2BTT - *BUSDATE ROW MISSING FROM '
                          'RUNCTL - RUN DCIA2BT0 FIRST'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
           END-READ.
           MOVE RUN-DATE TO WS-RUN-DATE.

           MOVE 'DCIA2BTT' TO RUN-JOBNAME.
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
                     DISPLAY 'DCIA2BTT - ALREADY COMPLETE FOR '
                          WS-RUN-DATE ' - RERUN REFUSED'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                IF RUN-LAST-DATE > WS-RUN-DATE
                     DISPLAY 'DCIA2BTT - LAST DATE ' RUN-LAST-DATE
                          ' IS PAST BUSINESS DATE ' WS-RUN-DATE
                          ' - OUT OF SEQUENCE, RUN REFUSED'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                IF RUN-IN-PROGRESS AND RUN-DATE = WS-RUN-DATE
                     DISPLAY 'DCIA2BTT - RESTART AFTER ABEND FOR '
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
                DISPLAY 'DCIA2BTT - UNABLE TO MARK RUNCTL IN '
                     'PROGRESS, STATUS ' WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       110-EXIT.
           EXIT.

       200-PRINT-DUPLICATES.

           PERFORM 210-READ-RPRTFILE THRU 210-EXIT.
           PERFORM 220-PRINT-ONE THRU 220-EXIT
                UNTIL RPRTFILE-EOF.

       200-EXIT.
           EXIT.

       210-READ-RPRTFILE.

           READ RPRTFILE NEXT
                AT END
                     SET RPRTFILE-EOF TO TRUE
           END-READ.

       210-EXIT.
           EXIT.

       220-PRINT-ONE.

           ADD 1 TO WS-READ-COUNT.

           MOVE RPRT-KEY TO STMT-KEY.
           READ STMTFILE
                INVALID KEY
                     DISPLAY 'DCIA2BTT - ACCOUNT ' RPRT-ACCTNO
                          ' STATEMENT ' RPRT-STMT-DATE
                          ' NOT ON STMTFILE - ORDER CLEARED'
                     ADD 1 TO WS-DROPPED-COUNT
                     GO TO 220-CLEAR
           END-READ.

           MOVE RPRT-ACCTNO TO ACCTNO.
           READ ACCTFILE
                INVALID KEY
                     DISPLAY 'DCIA2BTT - ACCOUNT ' RPRT-ACCTNO
                          ' NOT ON ACCTFILE - ORDER CLEARED'
                     ADD 1 TO WS-DROPPED-COUNT
                     GO TO 220-CLEAR
           END-READ.

           PERFORM 430-GATHER-ITEMS THRU 430-EXIT.
           PERFORM 500-PRINT-BODY THRU 500-EXIT.
           ADD 1 TO WS-PRINTED-COUNT.

       220-CLEAR.

           DELETE RPRTFILE
                INVALID KEY
                     DISPLAY 'DCIA2BTT - UNABLE TO CLEAR ORDER FOR '
                          'ACCOUNT ' RPRT-ACCTNO ', STATUS '
                          WS-RPRT-STATUS
                     PERFORM 900-TERMINATE THRU 900-EXIT
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
           END-DELETE.

           PERFORM 210-READ-RPRTFILE THRU 210-EXIT.

       220-EXIT.
           EXIT.

       430-GATHER-ITEMS.

      * COLLECT THE STATEMENT'S POSTED ITEMS - EVERY TRANHIST ROW
      * DATED AFTER ITS PERIOD-FROM DATE UP TO AND INCLUDING ITS
      * PERIOD-THRU DATE, THE SAME WINDOW DCIA2BTB PRINTED FROM
           MOVE ZERO TO WS-ITEM-COUNT.

           MOVE STMT-ACCTNO      TO TRANH-ACCTNO.
           MOVE STMT-PERIOD-FROM TO TRANH-DATE.
           MOVE 999              TO TRANH-SEQ.
           MOVE 'N' TO WS-HIST-EOF-IND.

           START TRANHIST KEY NOT LESS THAN TRANH-KEY
                INVALID KEY
                     SET HIST-BROWSE-DONE TO TRUE
           END-START.

           PERFORM 440-TAKE-ITEM THRU 440-EXIT
                UNTIL HIST-BROWSE-DONE.

       430-EXIT.
           EXIT.

       440-TAKE-ITEM.

           READ TRANHIST NEXT
                AT END
                     SET HIST-BROWSE-DONE TO TRUE
           END-READ.

           IF HIST-BROWSE-DONE THEN
                GO TO 440-EXIT
           END-IF.

           IF TRANH-ACCTNO NOT = STMT-ACCTNO
              OR TRANH-DATE > STMT-PERIOD-THRU THEN
                SET HIST-BROWSE-DONE TO TRUE
                GO TO 440-EXIT
           END-IF.

      * THE START KEY SITS ON THE PERIOD-FROM DATE ITSELF - ANYTHING
      * STILL DATED ON OR BEFORE IT BELONGS TO THE STATEMENT BEFORE
           IF TRANH-DATE NOT > STMT-PERIOD-FROM THEN
                GO TO 440-EXIT
           END-IF.

           IF WS-ITEM-COUNT < 100 THEN
                ADD 1 TO WS-ITEM-COUNT
                MOVE TRANH-DATE    TO ITEM-DATE(WS-ITEM-COUNT)
                MOVE TRANH-TYPE    TO ITEM-TYPE(WS-ITEM-COUNT)
                MOVE TRANH-DIR     TO ITEM-DIR(WS-ITEM-COUNT)
                MOVE TRANH-AMOUNT  TO ITEM-AMOUNT(WS-ITEM-COUNT)
                MOVE TRANH-NEW-BAL TO ITEM-NEWBAL(WS-ITEM-COUNT)
           ELSE
                ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

       440-EXIT.
           EXIT.

       500-PRINT-BODY.

           WRITE RPT-LINE FROM WS-STMT-HEADING.

           MOVE STMT-ACCTNO TO WS-STMT-ACCTNO.
           WRITE RPT-LINE FROM WS-STMT-ACCT-LINE.

           MOVE TITL   TO WS-STMT-TITL.
           MOVE FNAME  TO WS-STMT-FNAME.
           MOVE SNAME  TO WS-STMT-SNAME.
           WRITE RPT-LINE FROM WS-STMT-NAME-LINE.

           MOVE ADDR1 TO WS-STMT-ADDR1.
           WRITE RPT-LINE FROM WS-STMT-ADDR1-LINE.

           MOVE ADDR2 TO WS-STMT-ADDR2.
           WRITE RPT-LINE FROM WS-STMT-ADDR2-LINE.

           MOVE CITY TO WS-STMT-CITY.
           MOVE STAT TO WS-STMT-STAT.
           MOVE ZIP  TO WS-STMT-ZIP.
           WRITE RPT-LINE FROM WS-STMT-CITY-LINE.

           MOVE STMT-PERIOD-FROM TO WS-STMT-FROM.
           MOVE STMT-PERIOD-THRU TO WS-STMT-THRU.
           WRITE RPT-LINE FROM WS-STMT-PERIOD-LINE.

           MOVE STMT-OPEN-BAL TO WS-STMT-OPENBAL.
           WRITE RPT-LINE FROM WS-STMT-OPEN-LINE.

           PERFORM 510-PRINT-ONE-ITEM THRU 510-EXIT
                VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-ITEM-COUNT.

           MOVE STMT-CLOSE-BAL TO WS-STMT-CLOSEBAL.
           WRITE RPT-LINE FROM WS-STMT-CLOSE-LINE.

           MOVE STMT-CRLIMIT TO WS-STMT-CRLIMIT.
           WRITE RPT-LINE FROM WS-STMT-LIMIT-LINE.

           MOVE STMT-MIN-PAY-DUE TO WS-STMT-MINPAY.
           WRITE RPT-LINE FROM WS-STMT-MINPAY-LINE.

           MOVE STMT-DUE-DATE TO WS-STMT-DUEDATE.
           WRITE RPT-LINE FROM WS-STMT-DUE-LINE.

           WRITE RPT-LINE FROM WS-BLANK-LINE.

       500-EXIT.
           EXIT.

       510-PRINT-ONE-ITEM.

           MOVE ITEM-DATE(WS-I) TO WS-ITEM-LINE-DATE.
           IF ITEM-TYPE(WS-I) = 'D' THEN
                MOVE 'DEBIT   ' TO WS-ITEM-LINE-TYPE
           ELSE
           IF ITEM-TYPE(WS-I) = 'C' THEN
                MOVE 'CREDIT  ' TO WS-ITEM-LINE-TYPE
           ELSE
           IF ITEM-TYPE(WS-I) = 'P' THEN
                MOVE 'PAYMENT ' TO WS-ITEM-LINE-TYPE
           ELSE
           IF ITEM-TYPE(WS-I) = 'R' THEN
                MOVE 'REVERSAL' TO WS-ITEM-LINE-TYPE
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
           MOVE ITEM-AMOUNT(WS-I) TO WS-ITEM-LINE-AMOUNT.
           MOVE ITEM-NEWBAL(WS-I) TO WS-ITEM-LINE-NEWBAL.
           WRITE RPT-LINE FROM WS-STMT-ITEM-LINE.

       510-EXIT.
           EXIT.

       900-TERMINATE.

           DISPLAY 'DCIA2BTT - ORDERS READ        : ' WS-READ-COUNT.
           DISPLAY 'DCIA2BTT - DUPLICATES PRINTED : '
                WS-PRINTED-COUNT.
           DISPLAY 'DCIA2BTT - ORDERS NOT PRINTED : '
                WS-DROPPED-COUNT.

           IF WS-OVERFLOW-COUNT > ZERO THEN
                DISPLAY 'DCIA2BTT - WARNING: ' WS-OVERFLOW-COUNT
                     ' ITEMS PAST THE 100-PER-STATEMENT TABLE WERE'
                     ' NOT LISTED'
           END-IF.

           CLOSE RPRTFILE.
           CLOSE STMTFILE.
           CLOSE ACCTFILE.
           CLOSE TRANHIST.
           CLOSE RPTFILE.

       900-EXIT.
           EXIT.

       910-CLOSE-RUN-CONTROL.

      * CLEAN END-OF-JOB ONLY - ERROR PATHS STOP WITHOUT COMING HERE
      * SO THE ROW STAYS IN-PROGRESS AND A RERUN FOR THE SAME DATE
      * IS ALLOWED THROUGH AS A RESTART
           MOVE 'DCIA2BTT' TO RUN-JOBNAME.
           MOVE SPACES TO RUN-QUAL.
           MOVE WS-RUN-DATE TO RUN-LAST-DATE.
           SET RUN-COMPLETE TO TRUE.
           MOVE WS-RUN-DATE TO RUN-DATE.
           MOVE WS-READ-COUNT TO RUN-IN-COUNT.
           MOVE WS-PRINTED-COUNT TO RUN-OUT-COUNT.

           REWRITE RUN-REC.
           IF WS-RUN-STATUS NOT = '00'
                DISPLAY 'DCIA2BTT - UNABLE TO MARK RUNCTL COMPLETE, '
                     'STATUS ' WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           CLOSE RUNCTL.

       910-EXIT.
           EXIT.

       END PROGRAM DCIA2BTT.
