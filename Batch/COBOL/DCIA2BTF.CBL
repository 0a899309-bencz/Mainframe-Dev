       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2BTF.
       AUTHOR. DEREK JOHNSTON.

      * NIGHTLY LOCKBOX PAYMENT INTAKE - THE FRONT END THAT TURNS THE
      * BANK'S LOCKBOX FILE INTO 'P' ITEMS ON TRANFILE FOR DCIA2BTP.
      * THE LOCKBOX FILE ARRIVES AS DEPOSIT BATCHES, EACH A HEADER
      * (DEPOSIT DATE, BANK ITEM COUNT AND DOLLAR TOTAL), THE PAYMENT
      * ITEMS, AND A TRAILER CARRYING THE SAME COUNT AND TOTAL. A
      * BATCH IS HELD IN STORAGE UNTIL ITS TRAILER ARRIVES AND IS
      * ONLY APPLIED ONCE IT PROVES - HEADER, TRAILER AND THE ITEMS
      * ACTUALLY COUNTED ALL AGREE. IN A BATCH THAT PROVES, EACH
      * ITEM'S ACCOUNT NUMBER MUST PASS ITS MOD-10 CHECK DIGIT AND
      * NAME AN OPEN ACCOUNT ON ACCTFILE TO GO OUT ON TRANFILE.
      * ANYTHING THAT CANNOT BE APPLIED - BAD CHECK DIGIT, ACCOUNT
      * NOT ON FILE OR CLOSED, OR EVERY ITEM OF A BATCH THAT FAILED
      * TO PROVE - GOES TO THE UNAPPLIED-PAYMENT SUSPENSE QUEUE
      * (SUSPFILE) FOR CUSTOMER SERVICE TO WORK ON IA2L. BEFORE THE
      * LOCKBOX FILE IS READ, ITEMS RELEASED ON IA2L SINCE THE LAST
      * RUN ARE SWEPT OFF SUSPFILE ONTO TRANFILE AGAINST THE ACCOUNT
      * THEY WERE RE-KEYED TO. THE ITEMS GO TO A NEW GENERATION OF
      * THEIR OWN, WHICH DCIA2BTP READS CONCATENATED BEHIND THE DAY'S
      * TRANFILE, SO THE RUN MUST COMPLETE BEFORE DCIA2BTP STARTS. AN
      * ABENDED RUN'S GENERATION IS NOT KEPT - THE RESTART BUILDS IT
      * AGAIN FROM THE TOP: LOCKBOX ITEMS ALREADY IN SUSPENSE ARE LEFT
      * THERE, AND RELEASED ITEMS ALREADY MARKED POSTED TONIGHT ARE
      * FED AGAIN, SO NOTHING IS POSTED TWICE OR LOST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LBXFILE ASSIGN TO LBXFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LBX-STATUS.

           SELECT ACCTFILE ASSIGN TO ACCTFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ACCTKEY
                FILE STATUS IS WS-ACCT-STATUS.

           SELECT SUSPFILE ASSIGN TO SUSPFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SUSP-KEY
                FILE STATUS IS WS-SUSP-STATUS.

           SELECT TRANFILE ASSIGN TO TRANFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.

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

      * BANK LOCKBOX TRANSMISSION - ONE RECORD TYPE BYTE AND THE
      * BANK'S BATCH NUMBER ON EVERY RECORD, THE REST DEPENDING ON
      * THE TYPE
       FD  LBXFILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  LBX-REC.
           05  LBX-REC-TYPE            PIC X(01).
               88  LBX-IS-HEADER                VALUE 'H'.
               88  LBX-IS-DETAIL                VALUE 'D'.
               88  LBX-IS-TRAILER               VALUE 'T'.
           05  LBX-BATCH               PIC X(05).
           05  FILLER                  PIC X(74).
       01  LBX-HDR-REC.
           05  FILLER                  PIC X(06).
           05  LBX-HDR-DEP-DATE        PIC X(08).
           05  LBX-HDR-COUNT           PIC 9(05).
           05  LBX-HDR-TOTAL           PIC 9(09)V99.
           05  FILLER                  PIC X(50).
       01  LBX-DTL-REC.
           05  FILLER                  PIC X(06).
           05  LBX-DTL-ACCTNO          PIC X(09).
           05  LBX-DTL-AMOUNT          PIC 9(07)V99.
           05  LBX-DTL-CHECK-NO        PIC X(10).
           05  LBX-DTL-REMITTER        PIC X(20).
           05  FILLER                  PIC X(26).
       01  LBX-TRL-REC.
           05  FILLER                  PIC X(06).
           05  LBX-TRL-COUNT           PIC 9(05).
           05  LBX-TRL-TOTAL           PIC 9(09)V99.
           05  FILLER                  PIC X(58).

       FD  ACCTFILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY ACCTFILE FD RECORD LAYOUT
           COPY 'ACCTFD'.

       FD  SUSPFILE
           RECORD CONTAINS 101 CHARACTERS
           LABEL RECORDS ARE STANDARD.

      * COPY SUSPENSE QUEUE FD RECORD LAYOUT
           COPY 'SUSPFD'.

      * SAME 47-BYTE FEED LAYOUT DCIA2BTP READS
       FD  TRANFILE
           RECORD CONTAINS 47 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TRAN-REC.
           05  TRAN-ACCTNO             PIC X(09).
           05  TRAN-DATE               PIC X(08).
           05  TRAN-TYPE               PIC X(01).
           05  TRAN-AMOUNT             PIC 9(07)V99.
           05  TRAN-ORIG-ACCTNO        PIC X(09).
           05  TRAN-ORIG-DATE          PIC X(08).
           05  TRAN-ORIG-SEQ           PIC X(03).

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

       01  WS-LBX-STATUS               PIC X(02).
       01  WS-ACCT-STATUS              PIC X(02).
       01  WS-SUSP-STATUS              PIC X(02).
       01  WS-TRAN-STATUS              PIC X(02).
       01  WS-RPT-STATUS               PIC X(02).

       01  WS-LBX-EOF-IND              PIC X(01) VALUE 'N'.
           88  LBXFILE-EOF                       VALUE 'Y'.
       01  WS-SUSP-EOF-IND             PIC X(01) VALUE 'N'.
           88  SUSPFILE-EOF                      VALUE 'Y'.
       01  WS-ACCT-FOUND-IND           PIC X(01).
           88  ACCT-ON-FILE                      VALUE 'Y'.

      * THE BATCH CURRENTLY BEING COLLECTED - OPEN FROM ITS HEADER
      * UNTIL ITS TRAILER (OR THE NEXT HEADER, OR END OF FILE)
       01  WS-BATCH-OPEN-IND           PIC X(01) VALUE 'N'.
           88  BATCH-IS-OPEN                     VALUE 'Y'.
       01  WS-BATCH-BAD-IND            PIC X(01).
           88  BATCH-OUT-OF-BALANCE              VALUE 'Y'.
       01  WS-BATCH-HDR-IND            PIC X(01).
           88  BATCH-HAD-HEADER                  VALUE 'Y'.
       01  WS-BATCH-ID                 PIC X(05).
       01  WS-BATCH-DEP-DATE           PIC X(08).
       01  WS-BATCH-HDR-COUNT          PIC 9(05).
       01  WS-BATCH-HDR-TOTAL          PIC 9(09)V99.
       01  WS-BATCH-TRL-COUNT          PIC 9(05).
       01  WS-BATCH-TRL-TOTAL          PIC 9(09)V99.
       01  WS-BATCH-COUNT              PIC 9(05).
       01  WS-BATCH-TOTAL              PIC 9(09)V99.
       01  WS-BATCH-PROBLEM            PIC X(30).

      * ONE BATCH'S ITEMS, HELD UNTIL THE TRAILER PROVES THE BATCH.
      * A BATCH BIGGER THAN THE TABLE CANNOT BE PROVED ITEM BY ITEM,
      * SO IT IS TREATED AS OUT OF BALANCE AND THE SPILL GOES STRAIGHT
      * TO SUSPENSE - NOTHING IS LOST
       01  WS-ITEM-COUNT               PIC S9(04) COMP VALUE ZERO.
       01  WS-I                        PIC S9(04) COMP.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 500 TIMES.
               10  ITEM-ACCTNO         PIC X(09).
               10  ITEM-AMOUNT         PIC 9(07)V99.
               10  ITEM-CHECK-NO       PIC X(10).
               10  ITEM-REMITTER       PIC X(20).

      * THE ITEM BEING APPLIED OR SUSPENDED RIGHT NOW
       01  WS-CUR-ITEM-NO              PIC 9(04).
       01  WS-CUR-ACCTNO               PIC X(09).
       01  WS-CUR-AMOUNT               PIC 9(07)V99.
       01  WS-CUR-CHECK-NO             PIC X(10).
       01  WS-CUR-REMITTER             PIC X(20).
       01  WS-CUR-REASON               PIC X(01).

       01  WS-CHK-NUM.
           05  WS-CHK-DIGIT            PIC 9(01) OCCURS 9 TIMES.
       01  WS-CHK-I                    PIC S9(04) COMP.
       01  WS-CHK-D                    PIC 9(02).
       01  WS-CHK-SUM                  PIC 9(03).
       01  WS-CHK-QUOT                 PIC 9(03).
       01  WS-CHK-REM                  PIC 9(02).
       01  WS-CHK-EXPECT               PIC 9(02).
       01  WS-CHKDIG-OK-IND            PIC X(01).
           88  CHKDIG-OK                         VALUE 'Y'.

       01  WS-REC-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-BATCH-READ-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-BATCH-BAD-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-ITEM-READ-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-APPLIED-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-APPLIED-AMOUNT           PIC 9(11)V99 VALUE ZERO.
       01  WS-SUSPENDED-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-SUSPENDED-AMOUNT         PIC 9(11)V99 VALUE ZERO.
       01  WS-RELEASED-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-RELEASED-AMOUNT          PIC 9(11)V99 VALUE ZERO.
       01  WS-RETURNED-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-IGNORED-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-DUP-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-REFED-COUNT              PIC 9(09) VALUE ZERO.

       01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(30)
                   VALUE 'LOCKBOX INTAKE REPORT'.
           05  FILLER                  PIC X(09) VALUE '   PAGE '.
           05  WS-HDG-PAGE             PIC ZZ9.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(07) VALUE 'BATCH'.
           05  FILLER                  PIC X(10) VALUE 'DEPOSIT'.
           05  FILLER                  PIC X(06) VALUE 'ITEM'.
           05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(13) VALUE 'AMOUNT'.
           05  FILLER                  PIC X(12) VALUE 'CHECK NO'.
           05  FILLER                  PIC X(30) VALUE 'DISPOSITION'.
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DET-BATCH            PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DET-DEP-DATE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DET-ITEM             PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DET-ACCTNO           PIC X(09).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DET-AMOUNT           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DET-CHECK-NO         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DET-DISP             PIC X(30).
           05  FILLER                  PIC X(42) VALUE SPACES.

      * ONE LINE PER BATCH - THE BANK'S FIGURES AGAINST WHAT WAS
      * ACTUALLY COUNTED, AND WHETHER THE BATCH PROVED
       01  WS-BATCH-LINE.
           05  WS-BAT-BATCH            PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BAT-DEP-DATE         PIC X(08).
           05  FILLER                  PIC X(07) VALUE ' BANK: '.
           05  WS-BAT-BANK-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-BAT-BANK-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(10) VALUE ' COUNTED: '.
           05  WS-BAT-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-BAT-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BAT-RESULT           PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-BAT-PROBLEM          PIC X(30).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                  PIC X(24)
                   VALUE 'BATCHES READ          : '.
           05  WS-TOT-BATCHES          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                  PIC X(24)
                   VALUE 'BATCHES OUT OF BALANCE: '.
           05  WS-TOT-BAD-BATCHES      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                  PIC X(24)
                   VALUE 'LOCKBOX ITEMS READ    : '.
           05  WS-TOT-ITEMS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER                  PIC X(24)
                   VALUE 'ITEMS TO TRANFILE     : '.
           05  WS-TOT-APPLIED          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-TOT-APPLIED-AMT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(77) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER                  PIC X(24)
                   VALUE 'ITEMS TO SUSPENSE     : '.
           05  WS-TOT-SUSPENDED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-TOT-SUSPENDED-AMT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(77) VALUE SPACES.

       01  WS-TOTAL-LINE-6.
           05  FILLER                  PIC X(24)
                   VALUE 'RELEASED ITEMS FED    : '.
           05  WS-TOT-RELEASED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-TOT-RELEASED-AMT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(77) VALUE SPACES.

       01  WS-TOTAL-LINE-7.
           05  FILLER                  PIC X(24)
                   VALUE 'RELEASED ITEMS HELD   : '.
           05  WS-TOT-RETURNED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       000-MAINLINE.

           PERFORM 100-INITIALIZE THRU 100-EXIT.
           PERFORM 150-SWEEP-RELEASED THRU 150-EXIT.
           PERFORM 210-READ-LBXFILE THRU 210-EXIT.
           PERFORM 200-TAKE-RECORD THRU 200-EXIT
                UNTIL LBXFILE-EOF.

      * A BATCH STILL OPEN AT END OF FILE NEVER GOT ITS TRAILER
           IF BATCH-IS-OPEN THEN
                SET BATCH-OUT-OF-BALANCE TO TRUE
                MOVE 'NO TRAILER BEFORE END OF FILE'
                     TO WS-BATCH-PROBLEM
                PERFORM 250-SETTLE-BATCH THRU 250-EXIT
           END-IF.

           PERFORM 900-TERMINATE THRU 900-EXIT.
           PERFORM 910-CLOSE-RUN-CONTROL THRU 910-EXIT.
           STOP RUN.

       070-VALIDATE-CHKDIG.

      * THE NINTH DIGIT IS A MOD-10 (LUHN) CHECK OVER THE EIGHT-DIGIT
      * BASE - THE CALLER HAS ALREADY MOVED THE CANDIDATE NUMBER TO
      * WS-CHK-NUM. FROM THE RIGHT OF THE BASE EVERY OTHER DIGIT
      * DOUBLES, A PRODUCT OVER NINE ADDS ITS DIGITS BACK TOGETHER,
      * AND THE CHECK DIGIT BRINGS THE TOTAL TO A MULTIPLE OF TEN
           MOVE 'N' TO WS-CHKDIG-OK-IND.
           MOVE ZERO TO WS-CHK-SUM.
           PERFORM 075-SUM-ONE-DIGIT THRU 075-EXIT
                VARYING WS-CHK-I FROM 1 BY 1
                UNTIL WS-CHK-I > 8.

           DIVIDE WS-CHK-SUM BY 10 GIVING WS-CHK-QUOT
                REMAINDER WS-CHK-REM.
           IF WS-CHK-REM = ZERO THEN
                MOVE ZERO TO WS-CHK-EXPECT
           ELSE
                COMPUTE WS-CHK-EXPECT = 10 - WS-CHK-REM
           END-IF.

           IF WS-CHK-EXPECT = WS-CHK-DIGIT(9) THEN
                SET CHKDIG-OK TO TRUE
           END-IF.

       070-EXIT.
           EXIT.

       075-SUM-ONE-DIGIT.

           MOVE WS-CHK-DIGIT(WS-CHK-I) TO WS-CHK-D.
           IF WS-CHK-I = 2 OR WS-CHK-I = 4
              OR WS-CHK-I = 6 OR WS-CHK-I = 8 THEN
                COMPUTE WS-CHK-D = WS-CHK-D * 2
                IF WS-CHK-D > 9 THEN
                     SUBTRACT 9 FROM WS-CHK-D
                END-IF
           END-IF.
           ADD WS-CHK-D TO WS-CHK-SUM.

       075-EXIT.
           EXIT.

       100-INITIALIZE.

           PERFORM 110-CHECK-RUN-CONTROL THRU 110-EXIT.

           OPEN INPUT LBXFILE.
           IF WS-LBX-STATUS NOT = '00'
                DISPLAY 'DCIA2BTF - UNABLE TO OPEN LBXFILE, STATUS '
                     WS-LBX-STATUS
                STOP RUN
           END-IF.

           OPEN INPUT ACCTFILE.
           IF WS-ACCT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTF - UNABLE TO OPEN ACCTFILE, STATUS '
                     WS-ACCT-STATUS
                STOP RUN
           END-IF.

           OPEN I-O SUSPFILE.
           IF WS-SUSP-STATUS NOT = '00'
                DISPLAY 'DCIA2BTF - UNABLE TO OPEN SUSPFILE, STATUS '
                     WS-SUSP-STATUS
                STOP RUN
           END-IF.

           OPEN OUTPUT TRANFILE.
           IF WS-TRAN-STATUS NOT = '00'
                DISPLAY 'DCIA2BTF - UNABLE TO OPEN TRANFILE, STATUS '
                     WS-TRAN-STATUS
                STOP RUN
           END-IF.

           OPEN OUTPUT RPTFILE.
           IF WS-RPT-STATUS NOT = '00'
                DISPLAY 'DCIA2BTF - UNABLE TO OPEN RPTFILE, STATUS '
                     WS-RPT-STATUS
                STOP RUN
           END-IF.

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
                DISPLAY 'DCIA2BTF - UNABLE TO OPEN RUNCTL, STATUS '
                     WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           MOVE '*BUSDATE' TO RUN-JOBNAME.
           MOVE SPACES TO RUN-QUAL.
           READ RUNCTL
                INVALID KEY
                     DISPLAY 'DCIA2BTF - *BUSDATE ROW MISSING FROM '
                          'RUNCTL - RUN DCIA2BT0 FIRST'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
           END-READ.
           MOVE RUN-DATE TO WS-RUN-DATE.

           MOVE 'DCIA2BTF' TO RUN-JOBNAME.
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
                     DISPLAY 'DCIA2BTF - ALREADY COMPLETE FOR '
                          WS-RUN-DATE ' - RERUN REFUSED'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                IF RUN-LAST-DATE > WS-RUN-DATE
                     DISPLAY 'DCIA2BTF - LAST DATE ' RUN-LAST-DATE
                          ' IS PAST BUSINESS DATE ' WS-RUN-DATE
                          ' - OUT OF SEQUENCE, RUN REFUSED'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                END-IF
                IF RUN-IN-PROGRESS AND RUN-DATE = WS-RUN-DATE
                     DISPLAY 'DCIA2BTF - RESTART AFTER ABEND FOR '
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
                DISPLAY 'DCIA2BTF - UNABLE TO MARK RUNCTL IN '
                     'PROGRESS, STATUS ' WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       110-EXIT.
           EXIT.

       150-SWEEP-RELEASED.

      * ITEMS CUSTOMER SERVICE RELEASED ON IA2L SINCE THE LAST RUN GO
      * OUT ON TRANFILE AGAINST THE ACCOUNT THEY WERE RE-KEYED TO.
      * ON A RESTART, ITEMS THE ABENDED RUN ALREADY MARKED POSTED
      * TONIGHT ARE FED AGAIN, SINCE ITS GENERATION OF TRANFILE WAS
      * NOT KEPT. THE WHOLE QUEUE IS SMALL, SO A FULL PASS IS CHEAP
           MOVE LOW-VALUES TO SUSP-KEY.
           START SUSPFILE KEY NOT LESS THAN SUSP-KEY
                INVALID KEY
                     SET SUSPFILE-EOF TO TRUE
           END-START.

           PERFORM 160-SWEEP-ONE THRU 160-EXIT
                UNTIL SUSPFILE-EOF.

       150-EXIT.
           EXIT.

       160-SWEEP-ONE.

           READ SUSPFILE NEXT
                AT END
                     SET SUSPFILE-EOF TO TRUE
           END-READ.

           IF SUSPFILE-EOF THEN
                GO TO 160-EXIT
           END-IF.

           IF SUSP-POSTED AND SUSP-POST-DATE = WS-RUN-DATE THEN
                PERFORM 170-REFEED-ONE THRU 170-EXIT
                GO TO 160-EXIT
           END-IF.

           IF NOT SUSP-RELEASED THEN
                GO TO 160-EXIT
           END-IF.

      * THE SCREEN CHECKED THE ACCOUNT AT RELEASE TIME, BUT IT MAY
      * HAVE BEEN CLOSED SINCE - SUCH AN ITEM GOES BACK ON THE QUEUE
      * AS OPEN, WITH THE NEW REASON, RATHER THAN BOUNCE IN POSTING.
      * THE ROW IS MARKED POSTED BEFORE ITS PAYMENT IS WRITTEN, SO AN
      * ABEND BETWEEN THE TWO LEAVES IT FOR THE RESTART TO FEED AGAIN
      * RATHER THAN OPEN TO BE SWEPT A SECOND TIME
           MOVE SUSP-APPLY-ACCTNO TO ACCTNO.
           PERFORM 280-READ-ACCOUNT THRU 280-EXIT.

           MOVE SUSP-BATCH        TO WS-DET-BATCH.
           MOVE SUSP-DEP-DATE     TO WS-DET-DEP-DATE.
           MOVE SUSP-ITEM         TO WS-DET-ITEM.
           MOVE SUSP-APPLY-ACCTNO TO WS-DET-ACCTNO.
           MOVE SUSP-AMOUNT       TO WS-DET-AMOUNT.
           MOVE SUSP-CHECK-NO     TO WS-DET-CHECK-NO.

           IF NOT ACCT-ON-FILE OR ACCT-CLOSED THEN
                IF ACCT-ON-FILE THEN
                     SET SUSP-REAS-CLOSED TO TRUE
                     MOVE 'RELEASE HELD - ACCOUNT CLOSED'
                          TO WS-DET-DISP
                ELSE
                     SET SUSP-REAS-NOTFND TO TRUE
                     MOVE 'RELEASE HELD - NOT ON FILE'
                          TO WS-DET-DISP
                END-IF
                SET SUSP-OPEN TO TRUE
                ADD 1 TO WS-RETURNED-COUNT
           ELSE
                SET SUSP-POSTED TO TRUE
                MOVE WS-RUN-DATE TO SUSP-POST-DATE
                MOVE 'RELEASED ITEM TO TRANFILE' TO WS-DET-DISP
                ADD 1 TO WS-RELEASED-COUNT
                ADD SUSP-AMOUNT TO WS-RELEASED-AMOUNT
           END-IF.

           REWRITE SUSP-REC.
           IF WS-SUSP-STATUS NOT = '00'
                DISPLAY 'DCIA2BTF - SUSPFILE REWRITE FAILED ON '
                     SUSP-KEY ', STATUS ' WS-SUSP-STATUS
                PERFORM 900-TERMINATE THRU 900-EXIT
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           IF SUSP-POSTED THEN
                MOVE ACCTNO            TO TRAN-ACCTNO
                MOVE SUSP-AMOUNT       TO TRAN-AMOUNT
                PERFORM 300-WRITE-PAYMENT THRU 300-EXIT
           END-IF.

           PERFORM 400-PRINT-DETAIL THRU 400-EXIT.

       160-EXIT.
           EXIT.

       170-REFEED-ONE.

      * A RELEASED ITEM THE ABENDED RUN POSTED - ITS ROW IS ALREADY
      * SETTLED, ONLY THE PAYMENT HAS TO GO OUT AGAIN
           MOVE SUSP-APPLY-ACCTNO TO TRAN-ACCTNO.
           MOVE SUSP-AMOUNT       TO TRAN-AMOUNT.
           PERFORM 300-WRITE-PAYMENT THRU 300-EXIT.
           ADD 1 TO WS-RELEASED-COUNT.
           ADD SUSP-AMOUNT TO WS-RELEASED-AMOUNT.
           ADD 1 TO WS-REFED-COUNT.

           MOVE SUSP-BATCH        TO WS-DET-BATCH.
           MOVE SUSP-DEP-DATE     TO WS-DET-DEP-DATE.
           MOVE SUSP-ITEM         TO WS-DET-ITEM.
           MOVE SUSP-APPLY-ACCTNO TO WS-DET-ACCTNO.
           MOVE SUSP-AMOUNT       TO WS-DET-AMOUNT.
           MOVE SUSP-CHECK-NO     TO WS-DET-CHECK-NO.
           MOVE 'RELEASED ITEM FED AGAIN' TO WS-DET-DISP.
           PERFORM 400-PRINT-DETAIL THRU 400-EXIT.

       170-EXIT.
           EXIT.

       200-TAKE-RECORD.

           ADD 1 TO WS-REC-COUNT.

           IF LBX-IS-HEADER THEN
                PERFORM 220-START-BATCH THRU 220-EXIT
           ELSE
           IF LBX-IS-DETAIL THEN
                PERFORM 230-HOLD-ITEM THRU 230-EXIT
           ELSE
           IF LBX-IS-TRAILER THEN
                PERFORM 240-END-BATCH THRU 240-EXIT
           ELSE
      * A RECORD OF NO KNOWN TYPE MEANS THE TRANSMISSION IS DAMAGED -
      * WHATEVER BATCH IT LANDED IN CAN NO LONGER BE TRUSTED TO PROVE
                DISPLAY 'DCIA2BTF - UNKNOWN RECORD TYPE ' LBX-REC-TYPE
                     ' AT RECORD ' WS-REC-COUNT ' - IGNORED'
                ADD 1 TO WS-IGNORED-COUNT
                IF BATCH-IS-OPEN THEN
                     SET BATCH-OUT-OF-BALANCE TO TRUE
                     MOVE 'DAMAGED RECORD INSIDE BATCH'
                          TO WS-BATCH-PROBLEM
                END-IF
           END-IF.

           PERFORM 210-READ-LBXFILE THRU 210-EXIT.

       200-EXIT.
           EXIT.

       210-READ-LBXFILE.

           READ LBXFILE
                AT END
                     SET LBXFILE-EOF TO TRUE
           END-READ.

       210-EXIT.
           EXIT.

       220-START-BATCH.

      * A NEW HEADER WHILE A BATCH IS STILL OPEN MEANS THE LAST ONE
      * NEVER GOT ITS TRAILER - SETTLE IT AS UNPROVED FIRST
           IF BATCH-IS-OPEN THEN
                SET BATCH-OUT-OF-BALANCE TO TRUE
                MOVE 'NO TRAILER BEFORE NEXT HEADER'
                     TO WS-BATCH-PROBLEM
                PERFORM 250-SETTLE-BATCH THRU 250-EXIT
           END-IF.

           PERFORM 225-OPEN-BATCH THRU 225-EXIT.
           SET BATCH-HAD-HEADER TO TRUE.

           IF LBX-HDR-DEP-DATE IS NUMERIC THEN
                MOVE LBX-HDR-DEP-DATE TO WS-BATCH-DEP-DATE
           ELSE
                SET BATCH-OUT-OF-BALANCE TO TRUE
                MOVE 'HEADER DEPOSIT DATE NOT NUMERIC'
                     TO WS-BATCH-PROBLEM
           END-IF.

           IF LBX-HDR-COUNT IS NUMERIC
              AND LBX-HDR-TOTAL IS NUMERIC THEN
                MOVE LBX-HDR-COUNT TO WS-BATCH-HDR-COUNT
                MOVE LBX-HDR-TOTAL TO WS-BATCH-HDR-TOTAL
           ELSE
                SET BATCH-OUT-OF-BALANCE TO TRUE
                MOVE 'HEADER CONTROLS NOT NUMERIC'
                     TO WS-BATCH-PROBLEM
           END-IF.

       220-EXIT.
           EXIT.

       225-OPEN-BATCH.

      * THE DEPOSIT DATE DEFAULTS TO TONIGHT'S BUSINESS DATE UNTIL A
      * GOOD HEADER SAYS OTHERWISE - IT ONLY KEYS THE SUSPENSE ROWS
           SET BATCH-IS-OPEN TO TRUE.
           MOVE 'N' TO WS-BATCH-BAD-IND.
           MOVE 'N' TO WS-BATCH-HDR-IND.
           MOVE SPACES TO WS-BATCH-PROBLEM.
           MOVE LBX-BATCH TO WS-BATCH-ID.
           MOVE WS-RUN-DATE TO WS-BATCH-DEP-DATE.
           MOVE ZERO TO WS-BATCH-HDR-COUNT.
           MOVE ZERO TO WS-BATCH-HDR-TOTAL.
           MOVE ZERO TO WS-BATCH-TRL-COUNT.
           MOVE ZERO TO WS-BATCH-TRL-TOTAL.
           MOVE ZERO TO WS-BATCH-COUNT.
           MOVE ZERO TO WS-BATCH-TOTAL.
           MOVE ZERO TO WS-ITEM-COUNT.
           ADD 1 TO WS-BATCH-READ-COUNT.

       225-EXIT.
           EXIT.

       230-HOLD-ITEM.

           ADD 1 TO WS-ITEM-READ-COUNT.

      * AN ITEM WITH NO HEADER AHEAD OF IT STARTS A BATCH OF ITS OWN
      * THAT CAN NEVER PROVE - ITS ITEMS ALL END UP IN SUSPENSE
           IF NOT BATCH-IS-OPEN THEN
                PERFORM 225-OPEN-BATCH THRU 225-EXIT
                SET BATCH-OUT-OF-BALANCE TO TRUE
                MOVE 'ITEMS WITH NO BATCH HEADER'
                     TO WS-BATCH-PROBLEM
           END-IF.

           IF LBX-BATCH NOT = WS-BATCH-ID THEN
                SET BATCH-OUT-OF-BALANCE TO TRUE
                MOVE 'ITEM FROM A DIFFERENT BATCH'
                     TO WS-BATCH-PROBLEM
           END-IF.

           ADD 1 TO WS-BATCH-COUNT.

           MOVE LBX-DTL-ACCTNO   TO WS-CUR-ACCTNO.
           MOVE LBX-DTL-CHECK-NO TO WS-CUR-CHECK-NO.
           MOVE LBX-DTL-REMITTER TO WS-CUR-REMITTER.
           IF LBX-DTL-AMOUNT IS NUMERIC THEN
                MOVE LBX-DTL-AMOUNT TO WS-CUR-AMOUNT
                ADD LBX-DTL-AMOUNT TO WS-BATCH-TOTAL
           ELSE
                MOVE ZERO TO WS-CUR-AMOUNT
                SET BATCH-OUT-OF-BALANCE TO TRUE
                MOVE 'ITEM AMOUNT NOT NUMERIC' TO WS-BATCH-PROBLEM
           END-IF.

           IF WS-ITEM-COUNT < 500 THEN
                ADD 1 TO WS-ITEM-COUNT
                MOVE WS-CUR-ACCTNO   TO ITEM-ACCTNO(WS-ITEM-COUNT)
                MOVE WS-CUR-AMOUNT   TO ITEM-AMOUNT(WS-ITEM-COUNT)
                MOVE WS-CUR-CHECK-NO TO ITEM-CHECK-NO(WS-ITEM-COUNT)
                MOVE WS-CUR-REMITTER TO ITEM-REMITTER(WS-ITEM-COUNT)
           ELSE
                SET BATCH-OUT-OF-BALANCE TO TRUE
                MOVE 'BATCH TOO LARGE TO PROVE' TO WS-BATCH-PROBLEM
                MOVE WS-BATCH-COUNT TO WS-CUR-ITEM-NO
                SET SUSP-REAS-BATCH TO TRUE
                MOVE SUSP-REASON TO WS-CUR-REASON
                PERFORM 310-SUSPEND-ITEM THRU 310-EXIT
           END-IF.

       230-EXIT.
           EXIT.

       240-END-BATCH.

           IF NOT BATCH-IS-OPEN THEN
                DISPLAY 'DCIA2BTF - TRAILER FOR BATCH ' LBX-BATCH
                     ' WITH NO OPEN BATCH - IGNORED'
                ADD 1 TO WS-IGNORED-COUNT
                GO TO 240-EXIT
           END-IF.

      * THE PROOF - TRAILER MATCHES THE ITEMS COUNTED, AND THE HEADER
      * (WHEN THERE WAS ONE) MATCHES THE TRAILER. THE FIRST FAILURE
      * FOUND IS THE ONE REPORTED
           IF LBX-BATCH NOT = WS-BATCH-ID THEN
                SET BATCH-OUT-OF-BALANCE TO TRUE
                MOVE 'TRAILER FOR A DIFFERENT BATCH'
                     TO WS-BATCH-PROBLEM
           ELSE
           IF LBX-TRL-COUNT IS NOT NUMERIC
              OR LBX-TRL-TOTAL IS NOT NUMERIC THEN
                SET BATCH-OUT-OF-BALANCE TO TRUE
                MOVE 'TRAILER CONTROLS NOT NUMERIC'
                     TO WS-BATCH-PROBLEM
           ELSE
                MOVE LBX-TRL-COUNT TO WS-BATCH-TRL-COUNT
                MOVE LBX-TRL-TOTAL TO WS-BATCH-TRL-TOTAL
                IF WS-BATCH-TRL-COUNT NOT = WS-BATCH-COUNT THEN
                     SET BATCH-OUT-OF-BALANCE TO TRUE
                     MOVE 'ITEM COUNT NOT = TRAILER'
                          TO WS-BATCH-PROBLEM
                ELSE
                IF WS-BATCH-TRL-TOTAL NOT = WS-BATCH-TOTAL THEN
                     SET BATCH-OUT-OF-BALANCE TO TRUE
                     MOVE 'DOLLAR TOTAL NOT = TRAILER'
                          TO WS-BATCH-PROBLEM
                ELSE
                IF BATCH-HAD-HEADER
                   AND (WS-BATCH-HDR-COUNT NOT = WS-BATCH-TRL-COUNT
                   OR WS-BATCH-HDR-TOTAL NOT = WS-BATCH-TRL-TOTAL)
                   THEN
                     SET BATCH-OUT-OF-BALANCE TO TRUE
                     MOVE 'HEADER NOT = TRAILER'
                          TO WS-BATCH-PROBLEM
                END-IF
           END-IF.

           PERFORM 250-SETTLE-BATCH THRU 250-EXIT.

       240-EXIT.
           EXIT.

       250-SETTLE-BATCH.

      * PRINT THE BATCH'S PROOF LINE, THEN APPLY OR SUSPEND EVERY
      * ITEM HELD FOR IT. AN UNPROVED BATCH IS SUSPENDED WHOLE - NOT
      * ONE OF ITS ITEMS CAN BE TRUSTED UNTIL THE BANK ANSWERS FOR IT
           IF BATCH-OUT-OF-BALANCE THEN
                ADD 1 TO WS-BATCH-BAD-COUNT
           END-IF.

           PERFORM 420-PRINT-BATCH THRU 420-EXIT.

           PERFORM 270-APPLY-ONE-ITEM THRU 270-EXIT
                VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-ITEM-COUNT.

           MOVE 'N' TO WS-BATCH-OPEN-IND.
           MOVE ZERO TO WS-ITEM-COUNT.

       250-EXIT.
           EXIT.

       270-APPLY-ONE-ITEM.

           MOVE WS-I                TO WS-CUR-ITEM-NO.
           MOVE ITEM-ACCTNO(WS-I)   TO WS-CUR-ACCTNO.
           MOVE ITEM-AMOUNT(WS-I)   TO WS-CUR-AMOUNT.
           MOVE ITEM-CHECK-NO(WS-I) TO WS-CUR-CHECK-NO.
           MOVE ITEM-REMITTER(WS-I) TO WS-CUR-REMITTER.

           IF BATCH-OUT-OF-BALANCE THEN
                SET SUSP-REAS-BATCH TO TRUE
                MOVE SUSP-REASON TO WS-CUR-REASON
                PERFORM 310-SUSPEND-ITEM THRU 310-EXIT
                GO TO 270-EXIT
           END-IF.

      * SAME CHECK DIGIT TEST THE ONLINE SCREENS APPLY TO A KEYED
      * ACCOUNT NUMBER - A NON-NUMERIC NUMBER FAILS IT OUTRIGHT
           IF WS-CUR-ACCTNO IS NOT NUMERIC THEN
                SET SUSP-REAS-CHKDIG TO TRUE
                MOVE SUSP-REASON TO WS-CUR-REASON
                PERFORM 310-SUSPEND-ITEM THRU 310-EXIT
                GO TO 270-EXIT
           END-IF.

           MOVE WS-CUR-ACCTNO TO WS-CHK-NUM.
           PERFORM 070-VALIDATE-CHKDIG THRU 070-EXIT.
           IF NOT CHKDIG-OK THEN
                SET SUSP-REAS-CHKDIG TO TRUE
                MOVE SUSP-REASON TO WS-CUR-REASON
                PERFORM 310-SUSPEND-ITEM THRU 310-EXIT
                GO TO 270-EXIT
           END-IF.

           MOVE WS-CUR-ACCTNO TO ACCTNO.
           PERFORM 280-READ-ACCOUNT THRU 280-EXIT.

           IF NOT ACCT-ON-FILE THEN
                SET SUSP-REAS-NOTFND TO TRUE
                MOVE SUSP-REASON TO WS-CUR-REASON
                PERFORM 310-SUSPEND-ITEM THRU 310-EXIT
                GO TO 270-EXIT
           END-IF.

      * A CHARGED-OFF ACCOUNT IS NOT CLOSED - ITS PAYMENTS GO
      * THROUGH AND DCIA2BTP POSTS THEM AS RECOVERIES
           IF ACCT-CLOSED THEN
                SET SUSP-REAS-CLOSED TO TRUE
                MOVE SUSP-REASON TO WS-CUR-REASON
                PERFORM 310-SUSPEND-ITEM THRU 310-EXIT
                GO TO 270-EXIT
           END-IF.

           MOVE ACCTNO        TO TRAN-ACCTNO.
           MOVE WS-CUR-AMOUNT TO TRAN-AMOUNT.
           PERFORM 300-WRITE-PAYMENT THRU 300-EXIT.
           ADD 1 TO WS-APPLIED-COUNT.
           ADD WS-CUR-AMOUNT TO WS-APPLIED-AMOUNT.

       270-EXIT.
           EXIT.

       280-READ-ACCOUNT.

      * CALLER HAS KEYED ACCTNO
           MOVE 'Y' TO WS-ACCT-FOUND-IND.
           READ ACCTFILE
                INVALID KEY
                     MOVE 'N' TO WS-ACCT-FOUND-IND
           END-READ.

       280-EXIT.
           EXIT.

       300-WRITE-PAYMENT.

      * CALLER HAS SET TRAN-ACCTNO AND TRAN-AMOUNT. THE ITEM IS DATED
      * TONIGHT'S BUSINESS DATE - THE NIGHT IT ACTUALLY POSTS - NOT
      * THE BANK'S DEPOSIT DATE, WHICH STAYS ON THE SUSPENSE ROW
           MOVE WS-RUN-DATE TO TRAN-DATE.
           MOVE 'P'         TO TRAN-TYPE.
           MOVE SPACES      TO TRAN-ORIG-ACCTNO.
           MOVE SPACES      TO TRAN-ORIG-DATE.
           MOVE SPACES      TO TRAN-ORIG-SEQ.

           WRITE TRAN-REC.
           IF WS-TRAN-STATUS NOT = '00'
                DISPLAY 'DCIA2BTF - TRANFILE WRITE FAILED ON ACCOUNT '
                     TRAN-ACCTNO ', STATUS ' WS-TRAN-STATUS
                PERFORM 900-TERMINATE THRU 900-EXIT
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

       300-EXIT.
           EXIT.

       310-SUSPEND-ITEM.

      * CALLER HAS SET THE WS-CUR- FIELDS AND THE REASON CODE
           MOVE WS-BATCH-DEP-DATE TO SUSP-DEP-DATE.
           MOVE WS-BATCH-ID       TO SUSP-BATCH.
           MOVE WS-CUR-ITEM-NO    TO SUSP-ITEM.
           MOVE WS-CUR-ACCTNO     TO SUSP-RECV-ACCTNO.
           MOVE WS-CUR-AMOUNT     TO SUSP-AMOUNT.
           MOVE WS-CUR-CHECK-NO   TO SUSP-CHECK-NO.
           MOVE WS-CUR-REMITTER   TO SUSP-REMITTER.
           MOVE WS-CUR-REASON     TO SUSP-REASON.
           SET SUSP-OPEN TO TRUE.
           MOVE ZERO   TO SUSP-APPLY-ACCTNO.
           MOVE SPACES TO SUSP-REL-OPID.
           MOVE SPACES TO SUSP-REL-TS.
           MOVE ZEROS  TO SUSP-POST-DATE.

      * A ROW ALREADY ON FILE UNDER THIS KEY WAS WRITTEN BEFORE AN
      * ABEND - THE RESTART LEAVES IT AS IT IS
           WRITE SUSP-REC
                INVALID KEY
                     ADD 1 TO WS-DUP-COUNT
                     GO TO 310-EXIT
           END-WRITE.

           ADD 1 TO WS-SUSPENDED-COUNT.
           ADD WS-CUR-AMOUNT TO WS-SUSPENDED-AMOUNT.

           MOVE WS-BATCH-ID       TO WS-DET-BATCH.
           MOVE WS-BATCH-DEP-DATE TO WS-DET-DEP-DATE.
           MOVE WS-CUR-ITEM-NO    TO WS-DET-ITEM.
           MOVE WS-CUR-ACCTNO     TO WS-DET-ACCTNO.
           MOVE WS-CUR-AMOUNT     TO WS-DET-AMOUNT.
           MOVE WS-CUR-CHECK-NO   TO WS-DET-CHECK-NO.

           IF SUSP-REAS-CHKDIG THEN
                MOVE 'SUSPENSE - BAD CHECK DIGIT' TO WS-DET-DISP
           ELSE
           IF SUSP-REAS-NOTFND THEN
                MOVE 'SUSPENSE - ACCOUNT NOT ON FILE' TO WS-DET-DISP
           ELSE
           IF SUSP-REAS-CLOSED THEN
                MOVE 'SUSPENSE - ACCOUNT CLOSED' TO WS-DET-DISP
           ELSE
                MOVE 'SUSPENSE - BATCH NOT PROVED' TO WS-DET-DISP
           END-IF.

           PERFORM 400-PRINT-DETAIL THRU 400-EXIT.

       310-EXIT.
           EXIT.

       400-PRINT-DETAIL.

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

       420-PRINT-BATCH.

           MOVE WS-BATCH-ID        TO WS-BAT-BATCH.
           MOVE WS-BATCH-DEP-DATE  TO WS-BAT-DEP-DATE.
           MOVE WS-BATCH-TRL-COUNT TO WS-BAT-BANK-COUNT.
           MOVE WS-BATCH-TRL-TOTAL TO WS-BAT-BANK-TOTAL.
           MOVE WS-BATCH-COUNT     TO WS-BAT-COUNT.
           MOVE WS-BATCH-TOTAL     TO WS-BAT-TOTAL.
           IF BATCH-OUT-OF-BALANCE THEN
                MOVE 'OUT OF BALANCE' TO WS-BAT-RESULT
           ELSE
                MOVE 'PROVED' TO WS-BAT-RESULT
           END-IF.
           MOVE WS-BATCH-PROBLEM TO WS-BAT-PROBLEM.

           WRITE RPT-LINE FROM WS-BATCH-LINE.
           ADD 1 TO WS-LINE-COUNT.

           IF WS-LINE-COUNT >= 50 THEN
                PERFORM 410-WRITE-HEADINGS THRU 410-EXIT
           END-IF.

       420-EXIT.
           EXIT.

       900-TERMINATE.

           MOVE WS-BATCH-READ-COUNT TO WS-TOT-BATCHES.
           MOVE WS-BATCH-BAD-COUNT  TO WS-TOT-BAD-BATCHES.
           MOVE WS-ITEM-READ-COUNT  TO WS-TOT-ITEMS.
           MOVE WS-APPLIED-COUNT    TO WS-TOT-APPLIED.
           MOVE WS-APPLIED-AMOUNT   TO WS-TOT-APPLIED-AMT.
           MOVE WS-SUSPENDED-COUNT  TO WS-TOT-SUSPENDED.
           MOVE WS-SUSPENDED-AMOUNT TO WS-TOT-SUSPENDED-AMT.
           MOVE WS-RELEASED-COUNT   TO WS-TOT-RELEASED.
           MOVE WS-RELEASED-AMOUNT  TO WS-TOT-RELEASED-AMT.
           MOVE WS-RETURNED-COUNT   TO WS-TOT-RETURNED.
           WRITE RPT-LINE FROM WS-BLANK-LINE.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-1.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-2.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-3.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-4.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-5.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-6.
           WRITE RPT-LINE FROM WS-TOTAL-LINE-7.

           DISPLAY 'DCIA2BTF - BATCHES READ         : '
                WS-BATCH-READ-COUNT.
           DISPLAY 'DCIA2BTF - BATCHES OUT OF BAL   : '
                WS-BATCH-BAD-COUNT.
           DISPLAY 'DCIA2BTF - ITEMS READ           : '
                WS-ITEM-READ-COUNT.
           DISPLAY 'DCIA2BTF - ITEMS TO TRANFILE    : '
                WS-APPLIED-COUNT.
           DISPLAY 'DCIA2BTF - ITEMS TO SUSPENSE    : '
                WS-SUSPENDED-COUNT.
           DISPLAY 'DCIA2BTF - RELEASED ITEMS FED   : '
                WS-RELEASED-COUNT.
           DISPLAY 'DCIA2BTF - RELEASED ITEMS HELD  : '
                WS-RETURNED-COUNT.

           IF WS-IGNORED-COUNT > ZERO THEN
                DISPLAY 'DCIA2BTF - WARNING: ' WS-IGNORED-COUNT
                     ' LOCKBOX RECORDS COULD NOT BE PLACED IN A BATCH'
           END-IF.

           IF WS-DUP-COUNT > ZERO THEN
                DISPLAY 'DCIA2BTF - ' WS-DUP-COUNT
                     ' ITEMS ALREADY IN SUSPENSE FROM AN EARLIER'
                     ' ATTEMPT'
           END-IF.

           IF WS-REFED-COUNT > ZERO THEN
                DISPLAY 'DCIA2BTF - ' WS-REFED-COUNT
                     ' RELEASED ITEMS FED AGAIN FROM AN EARLIER'
                     ' ATTEMPT'
           END-IF.

           CLOSE LBXFILE.
           CLOSE ACCTFILE.
           CLOSE SUSPFILE.
           CLOSE TRANFILE.
           CLOSE RPTFILE.

       900-EXIT.
           EXIT.


       910-CLOSE-RUN-CONTROL.

      * CLEAN END-OF-JOB ONLY - ERROR PATHS STOP WITHOUT COMING HERE
      * SO THE ROW STAYS IN-PROGRESS AND A RERUN FOR THE SAME DATE
      * IS ALLOWED THROUGH AS A RESTART
           MOVE 'DCIA2BTF' TO RUN-JOBNAME.
           MOVE SPACES TO RUN-QUAL.
           MOVE WS-RUN-DATE TO RUN-LAST-DATE.
           SET RUN-COMPLETE TO TRUE.
           MOVE WS-RUN-DATE TO RUN-DATE.
           MOVE WS-ITEM-READ-COUNT TO RUN-IN-COUNT.
           COMPUTE RUN-OUT-COUNT
                = WS-APPLIED-COUNT + WS-RELEASED-COUNT.

           REWRITE RUN-REC.
           IF WS-RUN-STATUS NOT = '00'
                DISPLAY 'DCIA2BTF - UNABLE TO MARK RUNCTL COMPLETE, '
                     'STATUS ' WS-RUN-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-IF.

           CLOSE RUNCTL.

       910-EXIT.
           EXIT.

       END PROGRAM DCIA2BTF.
