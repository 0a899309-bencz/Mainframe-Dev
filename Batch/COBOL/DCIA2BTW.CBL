       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2BTW.
       AUTHOR. DEREK JOHNSTON.

      * ONE-TIME ACCTFILE CONVERSION - COPIES EVERY RECORD FROM THE
      * 163-BYTE LAYOUT TO THE CURRENT 200-BYTE LAYOUT, WHICH ADDS
      * THE DATE THE ACCOUNT WAS OPENED (REPORTED TO THE CREDIT
      * BUREAUS BY DCIA2BTU) AND A RESERVE OF SPACES FOR FIELDS STILL
      * TO COME. NOTHING ON THE OLD RECORD SAYS WHEN THE ACCOUNT WAS
      * OPENED, SO THE DATE IS DERIVED FROM WHAT SURVIVES:
      *   1. THE ADD (W) ROW DCIA2PGC WROTE TO ACCTAUDIT, IF ANY
      *   2. OTHERWISE THE EARLIEST ITEM ON TRANHIST FOR THE ACCOUNT
      *   3. OTHERWISE ZEROS - THE BUREAU RUN LISTS THE ACCOUNT
      *      AMONG ITS EXCLUSIONS RATHER THAN REPORT A FALSE DATE
      * COUNTS BY SOURCE ARE DISPLAYED SO THE CLEANUP CAN BE SIZED.
      * THE OLD RECORD LAYOUT IS KEPT INLINE BELOW BECAUSE THE
      * COPYBOOKS NOW DESCRIBE ONLY THE NEW SHAPE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLDACCT ASSIGN TO OLDACCT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OLD-ACCTKEY
                FILE STATUS IS WS-OLD-STATUS.

           SELECT NEWACCT ASSIGN TO NEWACCT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ACCTKEY
                FILE STATUS IS WS-NEW-STATUS.

           SELECT ACCTAUDIT ASSIGN TO ACCTAUDIT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ACCTAUD-KEY
                FILE STATUS IS WS-AUD-STATUS.

           SELECT TRANHIST ASSIGN TO TRANHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TRANH-KEY
                FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  OLDACCT
           RECORD CONTAINS 163 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-REC.
           05  OLD-ACCTKEY.
               10  OLD-ACCTNO      PIC 9(09).
           05  OLD-TITL            PIC X(04).
           05  OLD-FNAME           PIC X(15).
           05  OLD-SNAME           PIC X(20).
           05  OLD-ADDR1           PIC X(20).
           05  OLD-ADDR2           PIC X(20).
           05  OLD-CITY            PIC X(15).
           05  OLD-ZIP             PIC 9(05).
           05  OLD-STAT            PIC X(02).
           05  OLD-CRLIMIT         PIC 9(07)V99.
           05  OLD-CURR-BAL        PIC 9(07)V99.
           05  OLD-CLOSE-IND       PIC X(01).
           05  OLD-CYCLE-CD        PIC 9(02).
           05  OLD-MIN-PAY-DUE     PIC 9(07)V99.
           05  OLD-LAST-STMT-DATE  PIC X(08).
           05  OLD-DELQ-STAGE      PIC X(01).
           05  OLD-DELQ-DATE       PIC X(08).
           05  OLD-CUSTNO          PIC 9(06).

       FD  NEWACCT
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY ACCTFILE FD RECORD LAYOUT
           COPY 'ACCTFD'.

       FD  ACCTAUDIT
           RECORD CONTAINS 131 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY ACCTAUDIT FD RECORD LAYOUT
           COPY 'AUDITFD'.

       FD  TRANHIST
           RECORD CONTAINS 81 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY TRANHIST FD RECORD LAYOUT
           COPY 'TRANHFD'.

       WORKING-STORAGE SECTION.

       01  WS-OLD-STATUS               PIC X(02).
       01  WS-NEW-STATUS               PIC X(02).
       01  WS-AUD-STATUS               PIC X(02).
       01  WS-HIST-STATUS              PIC X(02).

       01  WS-OLD-EOF-IND              PIC X(01) VALUE 'N'.
           88  OLDACCT-EOF                       VALUE 'Y'.

       01  WS-AUD-EOF-IND              PIC X(01).
           88  AUD-BROWSE-DONE                   VALUE 'Y'.

       01  WS-READ-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-FROM-AUDIT-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-FROM-HIST-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-DEFAULT-COUNT            PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.

       000-MAINLINE.

           PERFORM 100-INITIALIZE THRU 100-EXIT.
           PERFORM 210-READ-OLDACCT THRU 210-EXIT.
           PERFORM 200-CONVERT-RECORD THRU 200-EXIT
                UNTIL OLDACCT-EOF.
           PERFORM 900-TERMINATE THRU 900-EXIT.
           STOP RUN.

       100-INITIALIZE.

           OPEN INPUT OLDACCT.
           IF WS-OLD-STATUS NOT = '00'
                DISPLAY 'DCIA2BTW - UNABLE TO OPEN OLDACCT, STATUS '
                     WS-OLD-STATUS
                STOP RUN
           END-IF.

           OPEN OUTPUT NEWACCT.
           IF WS-NEW-STATUS NOT = '00'
                DISPLAY 'DCIA2BTW - UNABLE TO OPEN NEWACCT, STATUS '
                     WS-NEW-STATUS
                STOP RUN
           END-IF.

           OPEN INPUT ACCTAUDIT.
           IF WS-AUD-STATUS NOT = '00'
                DISPLAY 'DCIA2BTW - UNABLE TO OPEN ACCTAUDIT, STATUS '
                     WS-AUD-STATUS
                STOP RUN
           END-IF.

           OPEN INPUT TRANHIST.
           IF WS-HIST-STATUS NOT = '00'
                DISPLAY 'DCIA2BTW - UNABLE TO OPEN TRANHIST, STATUS '
                     WS-HIST-STATUS
                STOP RUN
           END-IF.

       100-EXIT.
           EXIT.

       200-CONVERT-RECORD.

           ADD 1 TO WS-READ-COUNT.

           MOVE SPACES TO ACCTREC.
           MOVE OLD-ACCTNO         TO ACCTNO.
           MOVE OLD-TITL           TO TITL.
           MOVE OLD-FNAME          TO FNAME.
           MOVE OLD-SNAME          TO SNAME.
           MOVE OLD-ADDR1          TO ADDR1.
           MOVE OLD-ADDR2          TO ADDR2.
           MOVE OLD-CITY           TO CITY.
           MOVE OLD-ZIP            TO ZIP.
           MOVE OLD-STAT           TO STAT.
           MOVE OLD-CRLIMIT        TO CRLIMIT.
           MOVE OLD-CURR-BAL       TO CURR-BAL.
           MOVE OLD-CLOSE-IND      TO CLOSE-IND.
           MOVE OLD-CYCLE-CD       TO CYCLE-CD.
           MOVE OLD-MIN-PAY-DUE    TO MIN-PAY-DUE.
           MOVE OLD-LAST-STMT-DATE TO LAST-STMT-DATE.
           MOVE OLD-DELQ-STAGE     TO DELQ-STAGE.
           MOVE OLD-DELQ-DATE      TO DELQ-DATE.
           MOVE OLD-CUSTNO         TO CUSTNO.
           MOVE ZEROS              TO OPEN-DATE.

           PERFORM 300-DATE-FROM-AUDIT THRU 300-EXIT.

           IF OPEN-DATE = ZEROS THEN
                PERFORM 400-DATE-FROM-HISTORY THRU 400-EXIT
           END-IF.

           IF OPEN-DATE = ZEROS THEN
                ADD 1 TO WS-DEFAULT-COUNT
           END-IF.

           WRITE ACCTREC.
           IF WS-NEW-STATUS NOT = '00'
                DISPLAY 'DCIA2BTW - WRITE FAILED ON ACCOUNT ' ACCTNO
                     ', STATUS ' WS-NEW-STATUS
                PERFORM 900-TERMINATE THRU 900-EXIT
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           PERFORM 210-READ-OLDACCT THRU 210-EXIT.

       200-EXIT.
           EXIT.

       210-READ-OLDACCT.

           READ OLDACCT
                AT END
                     SET OLDACCT-EOF TO TRUE
           END-READ.

       210-EXIT.
           EXIT.

       300-DATE-FROM-AUDIT.

      * THE AUDIT TRAIL RUNS IN TIMESTAMP ORDER WITHIN THE ACCOUNT,
      * SO THE FIRST ADD ROW FOUND IS THE ONE THAT OPENED IT
           MOVE ACCTNO TO ACCTAUD-ACCTNO.
           MOVE ZEROS  TO ACCTAUD-TS.
           MOVE ZERO   TO ACCTAUD-SEQ.
           MOVE 'N' TO WS-AUD-EOF-IND.

           START ACCTAUDIT KEY NOT LESS THAN ACCTAUD-KEY
                INVALID KEY
                     SET AUD-BROWSE-DONE TO TRUE
           END-START.

           PERFORM 310-NEXT-AUDIT-ROW THRU 310-EXIT
                UNTIL AUD-BROWSE-DONE.

       300-EXIT.
           EXIT.

       310-NEXT-AUDIT-ROW.

           READ ACCTAUDIT NEXT
                AT END
                     SET AUD-BROWSE-DONE TO TRUE
           END-READ.

           IF AUD-BROWSE-DONE THEN
                GO TO 310-EXIT
           END-IF.

           IF ACCTAUD-ACCTNO NOT = ACCTNO THEN
                SET AUD-BROWSE-DONE TO TRUE
                GO TO 310-EXIT
           END-IF.

           IF ACCTAUD-IS-WRITE THEN
                MOVE ACCTAUD-TS(1:8) TO OPEN-DATE
                ADD 1 TO WS-FROM-AUDIT-COUNT
                SET AUD-BROWSE-DONE TO TRUE
           END-IF.

       310-EXIT.
           EXIT.

       400-DATE-FROM-HISTORY.

      * NO ADD ROW SURVIVES (THE ACCOUNT PREDATES THE AUDIT TRAIL OR
      * WAS LOADED IN BULK) - THE FIRST POSTING IS THE NEXT BEST
      * EVIDENCE OF WHEN IT WAS OPEN FOR BUSINESS
           MOVE ACCTNO TO TRANH-ACCTNO.
           MOVE ZEROS  TO TRANH-DATE.
           MOVE ZERO   TO TRANH-SEQ.

           START TRANHIST KEY NOT LESS THAN TRANH-KEY
                INVALID KEY
                     GO TO 400-EXIT
           END-START.

           READ TRANHIST NEXT
                AT END
                     GO TO 400-EXIT
           END-READ.

           IF TRANH-ACCTNO = ACCTNO THEN
                MOVE TRANH-DATE TO OPEN-DATE
                ADD 1 TO WS-FROM-HIST-COUNT
           END-IF.

       400-EXIT.
           EXIT.

       900-TERMINATE.

           DISPLAY 'DCIA2BTW - RECORDS CONVERTED      : '
                WS-READ-COUNT.
           DISPLAY 'DCIA2BTW - OPEN DATE FROM AUDIT   : '
                WS-FROM-AUDIT-COUNT.
           DISPLAY 'DCIA2BTW - OPEN DATE FROM HISTORY : '
                WS-FROM-HIST-COUNT.
           DISPLAY 'DCIA2BTW - OPEN DATE LEFT AT ZERO : '
                WS-DEFAULT-COUNT.

           CLOSE OLDACCT.
           CLOSE NEWACCT.
           CLOSE ACCTAUDIT.
           CLOSE TRANHIST.

       900-EXIT.
           EXIT.

       END PROGRAM DCIA2BTW.
