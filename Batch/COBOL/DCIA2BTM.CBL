       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2BTM.
       AUTHOR. DEREK JOHNSTON.

      * NIGHTLY CARD EMBOSSING RUN - WALKS ACCTFILE IN ACCOUNT ORDER
      * AGAINST THE CARD PLASTICS MASTER (CARDFILE) AND WRITES EVERY
      * PLASTIC THAT HAS TO BE MADE TONIGHT TO THE FIXED-FORMAT
      * EMBOSSER FILE (EMBFD) FOR THE CARD VENDOR:
      *   - AN OPEN ACCOUNT WITH NO CARD ON FILE (A NEW ACCOUNT FROM
      *     DCIA2PGC) IS ISSUED ITS FIRST CARD, SEQUENCE 01;
      *   - A REPLACEMENT ORDERED ON IA2K WAITS ON FILE AS PENDING
      *     AND IS EMBOSSED HERE;
      *   - AN ACTIVE OR EXPIRED CARD WHOSE EXPIRY MONTH IS THIS
      *     MONTH OR NEXT, AND THAT HAS NOT BEEN REISSUED, IS RENEWED
      *     WITH A NEW CARD ON THE NEXT SEQUENCE.
      * AN ACTIVE CARD WHOSE EXPIRY MONTH HAS PASSED IS MARKED
      * EXPIRED, SO IA25 DECLINES IT ON ITS STATUS AS WELL AS ITS
      * DATE. CARDS ARE ONLY MADE FOR OPEN ACCOUNTS - A PENDING
      * REPLACEMENT ON A CLOSED OR CHARGED-OFF ACCOUNT IS HELD AND
      * REPORTED. NEW CARDS AND RENEWALS RUN THREE YEARS FROM THE
      * BUSINESS DATE ON THE RUNCTL FILE. EVERY CARD THIS RUN ISSUES
      * OR EXPIRES IS WRITTEN TO ACCTAUDIT SO THE HISTORY BROWSE
      * (IA26) SHOWS IT; A REPLACEMENT WAS AUDITED WHEN IA2K ORDERED
      * IT. CARD NUMBERS RUN IN ACCOUNT ORDER, SO THE EMBOSSER FILE
      * NEEDS NO SORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ACCTFILE ASSIGN TO ACCTFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ACCTKEY
                FILE STATUS IS WS-ACCT-STATUS.

           SELECT CARDFILE ASSIGN TO CARDFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CARD-KEY
                FILE STATUS IS WS-CARD-STATUS.

           SELECT ACCTAUDIT ASSIGN TO ACCTAUDIT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ACCTAUD-KEY
                FILE STATUS IS WS-AUD-STATUS.

           SELECT EMBFILE ASSIGN TO EMBFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EMB-STATUS.

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

       FD  CARDFILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY CARD PLASTICS FD RECORD LAYOUT
           COPY 'CARDFD'.

       FD  ACCTAUDIT
           RECORD CONTAINS 131 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY ACCTAUDIT FD RECORD LAYOUT
           COPY 'AUDITFD'.

       FD  EMBFILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY CARD EMBOSSER FD RECORD LAYOUT
           COPY 'EMBFD'.

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
       01  WS-CARD-STATUS              PIC X(02).
       01  WS-AUD-STATUS               PIC X(02).
       01  WS-EMB-STATUS               PIC X(02).
       01  WS-RPT-STATUS               PIC X(02).

       01  WS-ACCT-EOF-IND             PIC X(01) VALUE 'N'.
           88  ACCTFILE-EOF                      VALUE 'Y'.
       01  WS-CARD-EOF-IND             PIC X(01).
           88  CARD-BROWSE-DONE                  VALUE 'Y'.
       01  WS-AUD-DONE-IND             PIC X(01).
           88  AUDIT-WRITE-DONE                  VALUE 'Y'.
       01  WS-CHANGED-IND              PIC X(01).
           88  CARD-CHANGED                      VALUE 'Y'.
       01  WS-EXPIRED-IND              PIC X(01).
           88  CARD-EXPIRED-TONIGHT              VALUE 'Y'.
       01  WS-RENEW-IND                PIC X(01).
           88  CARD-TO-RENEW                     VALUE 'Y'.
       01  WS-SEQ-FOUND-IND            PIC X(01).
           88  SEQ-ON-FILE                       VALUE 'Y'.
      * A CARD STAMPED WITH TONIGHT'S EMBOSS DATE ON A RESTART WAS
      * ISSUED OR EMBOSSED BY THE RUN THAT ABENDED - IT GOES TO THE
      * EMBOSSER FILE AGAIN, SINCE THAT FILE WAS NEVER HANDED OVER,
      * BUT IS NOT AUDITED A SECOND TIME
       01  WS-REEMBOSS-IND             PIC X(01).
           88  CARD-REEMBOSS                     VALUE 'Y'.

      * SAME VALUE AS CARD-ISSUER-PREFIX IN CICS/COPY/CARDREC - EVERY
      * CARD NUMBER IS THE PREFIX, THE ACCOUNT NUMBER, A TWO-DIGIT
      * SEQUENCE AND A MOD-10 CHECK DIGIT
       01  WS-ISSUER-PREFIX            PIC 9(04) VALUE 4539.
       01  WS-ISSUER-ID                PIC X(10) VALUE 'DCIA2CARD'.
       01  WS-OPID                     PIC X(03) VALUE 'BTM'.

       01  WS-TIME-NOW                 PIC 9(08).
       01  WS-RUN-MONTH                PIC X(06).
       01  WS-RENEW-MONTH              PIC X(06).
       01  WS-NEW-EXPIRY               PIC X(06).
       01  WS-MONTH-WORK.
           05  WS-MW-YYYY              PIC 9(04).
           05  WS-MW-MM                PIC 9(02).
       01  WS-EMBOSS-NAME              PIC X(26).

      * THE ACCOUNT'S CARDS, LOADED BEFORE ANY IS TOUCHED SO THE
      * HIGHEST SEQUENCE IN USE IS KNOWN BEFORE A NEW ONE IS TAKEN
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY           PIC X(100) OCCURS 99 TIMES.
       01  WS-CARD-COUNT               PIC S9(04) COMP.
       01  WS-CARD-I                   PIC S9(04) COMP.
       01  WS-CARD-J                   PIC S9(04) COMP.
       01  WS-CARD-MAX                 PIC S9(04) COMP VALUE +99.
       01  WS-LAST-SEQ                 PIC 9(02).
       01  WS-NEW-SEQ                  PIC 9(02).
       01  WS-NEW-REASON               PIC X(01).
       01  WS-SAVE-CARD                PIC X(100).

       01  WS-STATUS-WORD              PIC X(08).
       01  WS-CARD-BEFORE              PIC X(20).
       01  WS-CARD-AFTER               PIC X(20).
       01  WS-AUDIT-CARDNO             PIC X(16).
       01  WS-EVENT                    PIC X(20).

      * MOD-10 (LUHN) WORK FIELDS - THE SAME RULE IA2K AND IA25 USE
      * OVER A CARD NUMBER
       01  WS-CARD-CHK-NUM.
           05  WS-CARD-CHK-DIGIT       PIC 9(01) OCCURS 16 TIMES.
       01  WS-CHK-I                    PIC S9(04) COMP.
       01  WS-CHK-HALF                 PIC S9(04) COMP.
       01  WS-CHK-ODD                  PIC S9(04) COMP.
       01  WS-CHK-D                    PIC 9(02).
       01  WS-CHK-SUM                  PIC 9(03).
       01  WS-CHK-QUOT                 PIC 9(03).
       01  WS-CHK-REM                  PIC 9(02).
       01  WS-CHK-EXPECT               PIC 9(02).

       01  WS-READ-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-NEW-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-REPLACE-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-RENEW-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-EXPIRED-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-EMBOSS-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-REEMBOSS-COUNT           PIC 9(09) VALUE ZERO.

       01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(30)
                   VALUE 'CARD EMBOSSING CONTROL REPORT'.
           05  FILLER                  PIC X(09) VALUE '   PAGE '.
           05  WS-HDG-PAGE             PIC ZZ9.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(19) VALUE 'CARD NUMBER'.
           05  FILLER                  PIC X(22) VALUE 'EVENT'.
           05  FILLER                  PIC X(10) VALUE 'EXPIRES'.
           05  FILLER                  PIC X(28) VALUE 'NAME'.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DET-ACCTNO           PIC 9(09).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DET-CARDNO           PIC X(16).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DET-EVENT            PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DET-EXPIRY           PIC X(07).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DET-NAME             PIC X(26).
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                  PIC X(24)
                   VALUE 'ACCOUNTS READ         : '.
           05  WS-TOT-READ             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                  PIC X(24)
                   VALUE 'NEW ACCOUNT CARDS     : '.
           05  WS-TOT-NEW              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                  PIC X(24)
                   VALUE 'REPLACEMENTS          : '.
           05  WS-TOT-REPLACE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER                  PIC X(24)
                   VALUE 'RENEWALS              : '.
           05  WS-TOT-RENEW            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER                  PIC X(24)
                   VALUE 'CARDS EXPIRED         : '.
           05  WS-TOT-EXPIRED          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-6.
           05  FILLER                  PIC X(24)
                   VALUE 'CARDS HELD            : '.
           05  WS-TOT-HELD             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-7.
           05  FILLER                  PIC X(24)
                   VALUE 'CARDS TO EMBOSSER     : '.
           05  WS-TOT-EMBOSS           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-TOT-REEMBOSS         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(30)
                   VALUE ' RE-EMBOSSED FROM EARLIER RUN'.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       000-MAINLINE.

           PERFORM 100-INITIALIZE THRU 100-EXIT.
           PERFORM 210-READ-ACCTFILE THRU 210-EXIT.
           PERFORM 220-CHECK-ONE THRU 220-EXIT
                UNTIL ACCTFILE-EOF.
           PERFORM 800-WRITE-TRAILER THRU 800-EXIT.
           PERFORM 900-TERMINATE THRU 900-EXIT.
           PERFORM 910-CLOSE-RUN-CONTROL THRU 910-EXIT.
           STOP RUN.

       100-INITIALIZE.

           PERFORM 110-CHECK-RUN-CONTROL THRU 110-EXIT.

      * A CARD IS GOOD THROUGH THE END OF ITS EXPIRY MONTH, SO ONE
      * EXPIRING BEFORE THIS MONTH HAS LAPSED, AND ONE EXPIRING THIS
      * MONTH OR NEXT IS RENEWED NOW SO THE NEW PLASTIC ARRIVES IN
      * TIME
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH.
           MOVE WS-RUN-MONTH TO WS-MONTH-WORK.
           IF WS-MW-MM = 12 THEN
                ADD 1 TO WS-MW-YYYY
                MOVE 1 TO WS-MW-MM
           ELSE
                ADD 1 TO WS-MW-MM
           END-IF.
           MOVE WS-MONTH-WORK TO WS-RENEW-MONTH.

           MOVE WS-RUN-MONTH TO WS-MONTH-WORK.
           ADD 3 TO WS-MW-YYYY.
           MOVE WS-MONTH-WORK TO WS-NEW-EXPIRY.

           OPEN INPUT ACCTFILE.
           IF WS-ACCT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTM - UNABLE TO OPEN ACCTFILE, STATUS '
                     WS-ACCT-STATUS
                STOP RUN
           END-IF.

           OPEN I-O CARDFILE.
           IF WS-CARD-STATUS NOT = '00'
                DISPLAY 'DCIA2BTM - UNABLE TO OPEN CARDFILE, STATUS '
                     WS-CARD-STATUS
                STOP RUN
           END-IF.

           OPEN I-O ACCTAUDIT.
           IF WS-AUD-STATUS NOT = '00'
                DISPLAY 'DCIA2BTM - UNABLE TO OPEN ACCTAUDIT, STATUS '
                     WS-AUD-STATUS
                STOP RUN
           END-IF.

           OPEN OUTPUT EMBFILE.
           IF WS-EMB-STATUS NOT = '00'
                DISPLAY 'DCIA2BTM - UNABLE TO OPEN EMBFILE, STATUS '
                     WS-EMB-STATUS
                STOP RUN
           END-IF.

           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTM - UNABLE TO OPEN RPTFILE, STATUS '
                     WS-RPT-STATUS
                STOP RUN
           END-IF.

           MOVE SPACES TO EMB-REC.
           SET EMB-IS-HEADER TO TRUE.
           MOVE WS-ISSUER-ID TO EMB-ISSUER.
           MOVE WS-RUN-DATE  TO EMB-FILE-DATE.
           WRITE EMB-REC.

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
                DISPLAY 'DCIA2BTM - UNABLE TO OPEN RUNCTL, STATUS '
                     WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           MOVE '*BUSDATE' TO RUN-JOBNAME.
           MOVE SPACES TO RUN-QUAL.
           READ RUNCTL
                INVALID KEY
                     DISPLAY 'DCIA2BTM - *BUSDATE ROW MISSING FROM '
                          'RUNCTL - RUN DCIA2BT0 FIRST'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
           END-READ.
           MOVE RUN-DATE TO WS-RUN-DATE.

           MOVE 'DCIA2BTM' TO RUN-JOBNAME.
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
                     DISPLAY 'DCIA2BTM - ALREADY COMPLETE FOR '
                          WS-RUN-DATE ' - RERUN REFUSED'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                IF RUN-LAST-DATE > WS-RUN-DATE
                     DISPLAY 'DCIA2BTM - LAST DATE ' RUN-LAST-DATE
                          ' IS PAST BUSINESS DATE ' WS-RUN-DATE
                          ' - OUT OF SEQUENCE, RUN REFUSED'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                IF RUN-IN-PROGRESS AND RUN-DATE = WS-RUN-DATE
                     DISPLAY 'DCIA2BTM - RESTART AFTER ABEND FOR '
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
                DISPLAY 'DCIA2BTM - UNABLE TO MARK RUNCTL IN '
                     'PROGRESS, STATUS ' WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       110-EXIT.
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

           MOVE SPACES TO WS-EMBOSS-NAME.
           STRING FNAME DELIMITED BY '  '
                ' '     DELIMITED BY SIZE
                SNAME   DELIMITED BY '  '
                INTO WS-EMBOSS-NAME.

           PERFORM 230-LOAD-CARDS THRU 230-EXIT.

      * NO CARD ON FILE - A NEW ACCOUNT OPENED SINCE THE LAST RUN, OR
      * ON THE FIRST RUN EVERY ACCOUNT ALREADY ON THE BOOK
           IF WS-CARD-COUNT = ZERO THEN
                IF ACCT-OPEN THEN
                     PERFORM 300-ISSUE-FIRST-CARD THRU 300-EXIT
                END-IF
                GO TO 220-NEXT
           END-IF.

           PERFORM 240-CHECK-CARD THRU 240-EXIT
                VARYING WS-CARD-I FROM 1 BY 1
                UNTIL WS-CARD-I > WS-CARD-COUNT.

       220-NEXT.

           PERFORM 210-READ-ACCTFILE THRU 210-EXIT.

       220-EXIT.
           EXIT.

       230-LOAD-CARDS.

           MOVE ZERO TO WS-CARD-COUNT.
           MOVE ZERO TO WS-LAST-SEQ.
           MOVE 'N' TO WS-CARD-EOF-IND.

           MOVE WS-ISSUER-PREFIX TO CARD-PREFIX.
           MOVE ACCTNO           TO CARD-ACCTNO.
           MOVE ZERO             TO CARD-SEQ.
           MOVE ZERO             TO CARD-CHKDIG.
           START CARDFILE KEY IS NOT LESS THAN CARD-KEY
                INVALID KEY
                     GO TO 230-EXIT
           END-START.

           PERFORM 235-LOAD-ONE THRU 235-EXIT
                UNTIL CARD-BROWSE-DONE.

       230-EXIT.
           EXIT.

       235-LOAD-ONE.

           READ CARDFILE NEXT RECORD
                AT END
                     SET CARD-BROWSE-DONE TO TRUE
                     GO TO 235-EXIT
           END-READ.

           IF CARD-PREFIX NOT = WS-ISSUER-PREFIX
              OR CARD-ACCTNO NOT = ACCTNO
              OR WS-CARD-COUNT NOT < WS-CARD-MAX THEN
                SET CARD-BROWSE-DONE TO TRUE
                GO TO 235-EXIT
           END-IF.

           ADD 1 TO WS-CARD-COUNT.
           MOVE CARD-REC TO WS-CARD-ENTRY(WS-CARD-COUNT).
           IF CARD-SEQ > WS-LAST-SEQ THEN
                MOVE CARD-SEQ TO WS-LAST-SEQ
           END-IF.

       235-EXIT.
           EXIT.

       240-CHECK-CARD.

           MOVE WS-CARD-ENTRY(WS-CARD-I) TO CARD-REC.
           MOVE 'N' TO WS-CHANGED-IND.
           MOVE 'N' TO WS-EXPIRED-IND.
           MOVE 'N' TO WS-RENEW-IND.

           PERFORM 710-STATUS-WORD THRU 710-EXIT.
           MOVE SPACES TO WS-CARD-BEFORE.
           STRING WS-STATUS-WORD ' EXP ' CARD-EXPIRY(1:4) '-'
                CARD-EXPIRY(5:2)
                DELIMITED BY SIZE INTO WS-CARD-BEFORE.

      * PAST ITS EXPIRY MONTH - THE CARD LAPSES WHETHER OR NOT THE
      * ACCOUNT IS STILL OPEN
           IF CARD-ACTIVE AND CARD-EXPIRY < WS-RUN-MONTH THEN
                SET CARD-EXPIRED TO TRUE
                MOVE WS-RUN-DATE TO CARD-STATUS-DATE
                MOVE WS-OPID     TO CARD-STATUS-OPID
                SET CARD-CHANGED TO TRUE
                SET CARD-EXPIRED-TONIGHT TO TRUE
           END-IF.

      * A REPLACEMENT ORDERED ON IA2K, WAITING TO BE MADE - OR, ON A
      * RESTART, A CARD THE ABENDED RUN HAD ALREADY SENT FOR EMBOSSING
           IF CARD-ACTIVE AND CARD-EMBOSS-PENDING THEN
                IF ACCT-OPEN THEN
                     SET CARD-EMBOSSED TO TRUE
                     MOVE WS-RUN-DATE    TO CARD-EMBOSS-DATE
                     MOVE WS-EMBOSS-NAME TO CARD-EMBOSS-NAME
                     SET CARD-CHANGED TO TRUE
                     MOVE 'N' TO WS-REEMBOSS-IND
                     PERFORM 600-EMBOSS-CARD THRU 600-EXIT
                ELSE
                     ADD 1 TO WS-HELD-COUNT
                     MOVE 'HELD - ACCT NOT OPEN' TO WS-EVENT
                     PERFORM 460-WRITE-DETAIL THRU 460-EXIT
                END-IF
           ELSE
           IF CARD-ACTIVE AND CARD-EMBOSSED
              AND CARD-EMBOSS-DATE = WS-RUN-DATE THEN
                SET CARD-REEMBOSS TO TRUE
                PERFORM 600-EMBOSS-CARD THRU 600-EXIT
           END-IF.

      * DUE FOR RENEWAL - A CARD ALREADY REISSUED IS LEFT ALONE,
      * UNLESS THE NEW CARD IT POINTS AT NEVER REACHED THE FILE
      * BECAUSE THE RUN ABENDED BETWEEN THE TWO WRITES
           IF (CARD-ACTIVE OR CARD-EXPIRED)
              AND CARD-EMBOSSED
              AND CARD-EXPIRY NOT > WS-RENEW-MONTH
              AND ACCT-OPEN THEN
                IF CARD-REPL-SEQ = ZERO THEN
                     SET CARD-TO-RENEW TO TRUE
                ELSE
                     PERFORM 250-FIND-SEQ THRU 250-EXIT
                     IF NOT SEQ-ON-FILE THEN
                          SET CARD-TO-RENEW TO TRUE
                     END-IF
                END-IF
           END-IF.

           IF CARD-TO-RENEW AND CARD-REPL-SEQ = ZERO THEN
                IF WS-LAST-SEQ = 99 THEN
                     MOVE 'N' TO WS-RENEW-IND
                     ADD 1 TO WS-HELD-COUNT
                     MOVE 'HELD - NO NUMBERS' TO WS-EVENT
                     PERFORM 460-WRITE-DETAIL THRU 460-EXIT
                ELSE
                     ADD 1 TO WS-LAST-SEQ
                     MOVE WS-LAST-SEQ TO CARD-REPL-SEQ
                     SET CARD-CHANGED TO TRUE
                END-IF
           END-IF.

           IF CARD-CHANGED THEN
                REWRITE CARD-REC
                     INVALID KEY
                          DISPLAY 'DCIA2BTM - UNABLE TO REWRITE CARD '
                               CARD-NUMBER ', STATUS ' WS-CARD-STATUS
                          PERFORM 900-TERMINATE THRU 900-EXIT
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                END-REWRITE
           END-IF.

           IF CARD-EXPIRED-TONIGHT THEN
                ADD 1 TO WS-EXPIRED-COUNT
                PERFORM 710-STATUS-WORD THRU 710-EXIT
                MOVE SPACES TO WS-CARD-AFTER
                STRING WS-STATUS-WORD ' EXP ' CARD-EXPIRY(1:4) '-'
                     CARD-EXPIRY(5:2)
                     DELIMITED BY SIZE INTO WS-CARD-AFTER
                MOVE CARD-NUMBER TO WS-AUDIT-CARDNO
                PERFORM 370-WRITE-CARD-AUDIT THRU 370-EXIT
                MOVE 'EXPIRED' TO WS-EVENT
                PERFORM 460-WRITE-DETAIL THRU 460-EXIT
           END-IF.

           IF CARD-TO-RENEW THEN
                MOVE CARD-REPL-SEQ TO WS-NEW-SEQ
                MOVE 'E' TO WS-NEW-REASON
                PERFORM 320-ISSUE-CARD THRU 320-EXIT
           END-IF.

       240-EXIT.
           EXIT.

       250-FIND-SEQ.

           MOVE 'N' TO WS-SEQ-FOUND-IND.
           MOVE CARD-REPL-SEQ TO WS-NEW-SEQ.
           MOVE CARD-REC TO WS-SAVE-CARD.
           PERFORM 255-CHECK-ONE-SEQ THRU 255-EXIT
                VARYING WS-CARD-J FROM 1 BY 1
                UNTIL WS-CARD-J > WS-CARD-COUNT
                   OR SEQ-ON-FILE.
           MOVE WS-SAVE-CARD TO CARD-REC.

       250-EXIT.
           EXIT.

       255-CHECK-ONE-SEQ.

           MOVE WS-CARD-ENTRY(WS-CARD-J) TO CARD-REC.
           IF CARD-SEQ = WS-NEW-SEQ THEN
                SET SEQ-ON-FILE TO TRUE
           END-IF.

       255-EXIT.
           EXIT.

       300-ISSUE-FIRST-CARD.

           MOVE 1 TO WS-NEW-SEQ.
           MOVE 1 TO WS-LAST-SEQ.
           MOVE 'N' TO WS-NEW-REASON.
           PERFORM 320-ISSUE-CARD THRU 320-EXIT.

       300-EXIT.
           EXIT.

       320-ISSUE-CARD.

      * BUILD THE NEW CARD ON THE SEQUENCE IN WS-NEW-SEQ FOR THE
      * ISSUE REASON IN WS-NEW-REASON. IT GOES STRAIGHT TO THE
      * EMBOSSER, SO IT IS WRITTEN ALREADY STAMPED AS EMBOSSED
           MOVE WS-ISSUER-PREFIX TO WS-CARD-CHK-NUM(1:4).
           MOVE ACCTNO           TO WS-CARD-CHK-NUM(5:9).
           MOVE WS-NEW-SEQ       TO WS-CARD-CHK-NUM(14:2).
           MOVE ZERO             TO WS-CARD-CHK-DIGIT(16).
           PERFORM 330-CARD-CHKDIG THRU 330-EXIT.
           MOVE WS-CHK-EXPECT TO WS-CARD-CHK-DIGIT(16).

           MOVE SPACES TO CARD-REC.
           MOVE WS-CARD-CHK-NUM TO CARD-NUMBER.
           SET CARD-ACTIVE TO TRUE.
           MOVE WS-NEW-EXPIRY  TO CARD-EXPIRY.
           MOVE WS-RUN-DATE    TO CARD-ISSUE-DATE.
           MOVE WS-NEW-REASON  TO CARD-ISSUE-REASON.
           SET CARD-EMBOSSED TO TRUE.
           MOVE WS-RUN-DATE    TO CARD-EMBOSS-DATE.
           MOVE WS-RUN-DATE    TO CARD-STATUS-DATE.
           MOVE WS-OPID        TO CARD-STATUS-OPID.
           MOVE ZERO           TO CARD-REPL-SEQ.
           MOVE WS-EMBOSS-NAME TO CARD-EMBOSS-NAME.

           WRITE CARD-REC
                INVALID KEY
                     DISPLAY 'DCIA2BTM - UNABLE TO WRITE CARD '
                          CARD-NUMBER ', STATUS ' WS-CARD-STATUS
                     PERFORM 900-TERMINATE THRU 900-EXIT
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
           END-WRITE.

           MOVE SPACES TO WS-CARD-BEFORE.
           PERFORM 710-STATUS-WORD THRU 710-EXIT.
           MOVE SPACES TO WS-CARD-AFTER.
           STRING WS-STATUS-WORD ' EXP ' CARD-EXPIRY(1:4) '-'
                CARD-EXPIRY(5:2)
                DELIMITED BY SIZE INTO WS-CARD-AFTER.
           MOVE CARD-NUMBER TO WS-AUDIT-CARDNO.
           PERFORM 370-WRITE-CARD-AUDIT THRU 370-EXIT.

           MOVE 'N' TO WS-REEMBOSS-IND.
           PERFORM 600-EMBOSS-CARD THRU 600-EXIT.

       320-EXIT.
           EXIT.

       330-CARD-CHKDIG.

      * MOD-10 OVER THE FIFTEEN-DIGIT BASE IN WS-CARD-CHK-NUM -
      * WS-CHK-EXPECT IS LEFT HOLDING THE CHECK DIGIT IT CALLS FOR
           MOVE ZERO TO WS-CHK-SUM.
           PERFORM 335-SUM-CARD-DIGIT THRU 335-EXIT
                VARYING WS-CHK-I FROM 1 BY 1
                UNTIL WS-CHK-I > 15.

           DIVIDE WS-CHK-SUM BY 10 GIVING WS-CHK-QUOT
                REMAINDER WS-CHK-REM.
           IF WS-CHK-REM = ZERO THEN
                MOVE ZERO TO WS-CHK-EXPECT
           ELSE
                COMPUTE WS-CHK-EXPECT = 10 - WS-CHK-REM
           END-IF.

       330-EXIT.
           EXIT.

       335-SUM-CARD-DIGIT.

      * FIFTEEN DIGITS OF BASE, SO THE ODD POSITIONS ARE THE ONES
      * THAT DOUBLE
           MOVE WS-CARD-CHK-DIGIT(WS-CHK-I) TO WS-CHK-D.
           DIVIDE WS-CHK-I BY 2 GIVING WS-CHK-HALF
                REMAINDER WS-CHK-ODD.
           IF WS-CHK-ODD = 1 THEN
                COMPUTE WS-CHK-D = WS-CHK-D * 2
                IF WS-CHK-D > 9 THEN
                     SUBTRACT 9 FROM WS-CHK-D
                END-IF
           END-IF.
           ADD WS-CHK-D TO WS-CHK-SUM.

       335-EXIT.
           EXIT.

       370-WRITE-CARD-AUDIT.

      * THE SAME CARD EVENT ROW IA2K WRITES - THE CARD NUMBER IN BOTH
      * ADDR1 SLOTS, ITS STATUS AND EXPIRY BEFORE AND AFTER IN THE
      * ADDR2 SLOTS (BEFORE BLANK FOR A NEW CARD)
           ACCEPT WS-TIME-NOW FROM TIME.

           MOVE ACCTNO            TO ACCTAUD-ACCTNO.
           MOVE WS-RUN-DATE       TO ACCTAUD-TS(1:8).
           MOVE WS-TIME-NOW(1:6)  TO ACCTAUD-TS(9:6).
           SET ACCTAUD-IS-CARD    TO TRUE.
           MOVE WS-OPID           TO ACCTAUD-OPID.
           MOVE 'BTCH'            TO ACCTAUD-TERMID.
           IF WS-CARD-BEFORE = SPACES THEN
                MOVE SPACES TO ACCTAUD-B-ADDR1
           ELSE
                MOVE WS-AUDIT-CARDNO TO ACCTAUD-B-ADDR1
           END-IF.
           MOVE WS-CARD-BEFORE    TO ACCTAUD-B-ADDR2.
           MOVE ZERO              TO ACCTAUD-B-CRLIMIT.
           MOVE WS-AUDIT-CARDNO   TO ACCTAUD-A-ADDR1.
           MOVE WS-CARD-AFTER     TO ACCTAUD-A-ADDR2.
           MOVE ZERO              TO ACCTAUD-A-CRLIMIT.

      * SAME SEQUENCE-BUMP RETRY AS THE ONLINE AUDIT WRITES - TWO
      * ROWS FOR ONE ACCOUNT IN THE SAME SECOND WOULD OTHERWISE
      * COLLIDE ON THE KEY
           MOVE ZERO TO ACCTAUD-SEQ.
           MOVE 'N' TO WS-AUD-DONE-IND.
           PERFORM 380-TRY-WRITE-AUDIT THRU 380-EXIT
                UNTIL AUDIT-WRITE-DONE
                   OR ACCTAUD-SEQ > 98.

           IF NOT AUDIT-WRITE-DONE
                DISPLAY 'DCIA2BTM - UNABLE TO WRITE ACCTAUDIT FOR '
                     'ACCOUNT ' ACCTNO ', STATUS ' WS-AUD-STATUS
                PERFORM 900-TERMINATE THRU 900-EXIT
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       370-EXIT.
           EXIT.

       380-TRY-WRITE-AUDIT.

           WRITE ACCTAUD-REC
                INVALID KEY
                     ADD 1 TO ACCTAUD-SEQ
                NOT INVALID KEY
                     SET AUDIT-WRITE-DONE TO TRUE
           END-WRITE.

       380-EXIT.
           EXIT.

       450-WRITE-HEADINGS.

           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE.
           WRITE RPT-LINE FROM WS-HEADING-1.
           WRITE RPT-LINE FROM WS-HEADING-2.
           MOVE ZERO TO WS-LINE-COUNT.

       450-EXIT.
           EXIT.

       460-WRITE-DETAIL.

           MOVE ACCTNO      TO WS-DET-ACCTNO.
           MOVE CARD-NUMBER TO WS-DET-CARDNO.
           MOVE WS-EVENT    TO WS-DET-EVENT.
           MOVE SPACES      TO WS-DET-EXPIRY.
           STRING CARD-EXPIRY(1:4) '-' CARD-EXPIRY(5:2)
                DELIMITED BY SIZE INTO WS-DET-EXPIRY.
           MOVE WS-EMBOSS-NAME TO WS-DET-NAME.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

           IF WS-LINE-COUNT >= 50 THEN
                PERFORM 450-WRITE-HEADINGS THRU 450-EXIT
           END-IF.

       460-EXIT.
           EXIT.

       600-EMBOSS-CARD.

      * ONE CARD SEGMENT FOR THE VENDOR - THE NAME AS EMBOSSED, THE
      * EXPIRY AS IT APPEARS ON THE FACE, AND THE ACCOUNT'S MAILING
      * ADDRESS FOR THE CARRIER
           MOVE SPACES TO EMB-REC.
           SET EMB-IS-CARD TO TRUE.
           MOVE CARD-NUMBER       TO EMB-CARD-NUMBER.
           MOVE CARD-EXPIRY       TO EMB-EXPIRY.
           STRING CARD-EXPIRY(5:2) '/' CARD-EXPIRY(3:2)
                DELIMITED BY SIZE INTO EMB-VALID-THRU.
           MOVE CARD-EMBOSS-NAME  TO EMB-NAME.
           MOVE ACCTNO            TO EMB-ACCTNO.
           MOVE CARD-ISSUE-REASON TO EMB-ISSUE-REASON.
           MOVE CARD-ISSUE-DATE   TO EMB-ISSUE-DATE.
           MOVE TITL              TO EMB-TITL.
           MOVE FNAME             TO EMB-FNAME.
           MOVE SNAME             TO EMB-SNAME.
           MOVE ADDR1             TO EMB-ADDR1.
           MOVE ADDR2             TO EMB-ADDR2.
           MOVE CITY              TO EMB-CITY.
           MOVE STAT              TO EMB-STAT.
           MOVE ZIP               TO EMB-ZIP.

           WRITE EMB-REC.
           IF WS-EMB-STATUS NOT = '00'
                DISPLAY 'DCIA2BTM - EMBFILE WRITE FAILED, STATUS '
                     WS-EMB-STATUS
                PERFORM 900-TERMINATE THRU 900-EXIT
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           ADD 1 TO WS-EMBOSS-COUNT.
           IF CARD-ISSUE-NEW THEN
                ADD 1 TO WS-NEW-COUNT
                MOVE 'NEW ACCOUNT CARD' TO WS-EVENT
           ELSE
           IF CARD-ISSUE-RENEW THEN
                ADD 1 TO WS-RENEW-COUNT
                MOVE 'RENEWAL' TO WS-EVENT
           ELSE
                ADD 1 TO WS-REPLACE-COUNT
                MOVE 'REPLACEMENT' TO WS-EVENT
           END-IF.

           IF CARD-REEMBOSS THEN
                ADD 1 TO WS-REEMBOSS-COUNT
                MOVE 'RE-EMBOSSED' TO WS-EVENT
           END-IF.

           PERFORM 460-WRITE-DETAIL THRU 460-EXIT.

       600-EXIT.
           EXIT.

       710-STATUS-WORD.

           IF CARD-ACTIVE THEN
                MOVE 'ACTIVE  ' TO WS-STATUS-WORD
           ELSE
           IF CARD-LOST THEN
                MOVE 'LOST    ' TO WS-STATUS-WORD
           ELSE
           IF CARD-STOLEN THEN
                MOVE 'STOLEN  ' TO WS-STATUS-WORD
           ELSE
           IF CARD-EXPIRED THEN
                MOVE 'EXPIRED ' TO WS-STATUS-WORD
           ELSE
           IF CARD-REPLACED THEN
                MOVE 'REPLACED' TO WS-STATUS-WORD
           ELSE
                MOVE '?       ' TO WS-STATUS-WORD
           END-IF.

       710-EXIT.
           EXIT.

       800-WRITE-TRAILER.

           MOVE SPACES TO EMB-REC.
           SET EMB-IS-TRAILER TO TRUE.
           MOVE WS-EMBOSS-COUNT  TO EMB-CARD-COUNT.
           MOVE WS-NEW-COUNT     TO EMB-NEW-COUNT.
           MOVE WS-REPLACE-COUNT TO EMB-REPLACE-COUNT.
           MOVE WS-RENEW-COUNT   TO EMB-RENEW-COUNT.
           WRITE EMB-REC.

       800-EXIT.
           EXIT.

       900-TERMINATE.

           MOVE WS-READ-COUNT     TO WS-TOT-READ.
           MOVE WS-NEW-COUNT      TO WS-TOT-NEW.
           MOVE WS-REPLACE-COUNT  TO WS-TOT-REPLACE.
           MOVE WS-RENEW-COUNT    TO WS-TOT-RENEW.
           MOVE WS-EXPIRED-COUNT  TO WS-TOT-EXPIRED.
           MOVE WS-HELD-COUNT     TO WS-TOT-HELD.
           MOVE WS-EMBOSS-COUNT   TO WS-TOT-EMBOSS.
           MOVE WS-REEMBOSS-COUNT TO WS-TOT-REEMBOSS.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-1.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-2.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-3.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-4.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-5.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-6.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-7.

           DISPLAY 'DCIA2BTM - ACCOUNTS READ    : ' WS-READ-COUNT.
           DISPLAY 'DCIA2BTM - CARDS EMBOSSED   : ' WS-EMBOSS-COUNT.
           DISPLAY 'DCIA2BTM - RE-EMBOSSED      : ' WS-REEMBOSS-COUNT.
           DISPLAY 'DCIA2BTM - CARDS EXPIRED    : ' WS-EXPIRED-COUNT.
           DISPLAY 'DCIA2BTM - CARDS HELD       : ' WS-HELD-COUNT.

           CLOSE ACCTFILE.
           CLOSE CARDFILE.
           CLOSE ACCTAUDIT.
           CLOSE EMBFILE.
           CLOSE RPTFILE.

       900-EXIT.
           EXIT.


       910-CLOSE-RUN-CONTROL.

      * CLEAN END-OF-JOB ONLY - ERROR PATHS STOP WITHOUT COMING HERE
      * SO THE ROW STAYS IN-PROGRESS AND A RERUN FOR THE SAME DATE
      * IS ALLOWED THROUGH AS A RESTART
           MOVE 'DCIA2BTM' TO RUN-JOBNAME.
           MOVE SPACES TO RUN-QUAL.
           MOVE WS-RUN-DATE TO RUN-LAST-DATE.
           SET RUN-COMPLETE TO TRUE.
           MOVE WS-RUN-DATE TO RUN-DATE.
           MOVE WS-READ-COUNT TO RUN-IN-COUNT.
           MOVE WS-EMBOSS-COUNT TO RUN-OUT-COUNT.

           REWRITE RUN-REC.
           IF WS-RUN-STATUS NOT = '00'
                DISPLAY 'DCIA2BTM - UNABLE TO MARK RUNCTL COMPLETE, '
                     'STATUS ' WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           CLOSE RUNCTL.

       910-EXIT.
           EXIT.

       END PROGRAM DCIA2BTM.
