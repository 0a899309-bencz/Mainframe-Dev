       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCIA2PGP.
       AUTHOR. DEREK JOHNSTON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY PRICING PLAN MAINTENANCE MAP LAYOUT
       COPY 'DCIA2FM'.

      * COPY PRICING PLAN RECORD LAYOUT
       COPY 'PLANREC'.

      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'OPERREC'.

      * COPY ACCTAUDIT RECORD LAYOUT
       COPY 'ACCTAUD'.

       01 WS-RESP               PIC S9(08) COMP.
       01 WS-ABSTIME            PIC S9(15) COMP-3.
       01 WS-DATE8              PIC X(08).
       01 WS-TIME6              PIC X(06).
       01 WS-LINE-TEXT          PIC X(78).
       01 WS-SAVED-MSG          PIC X(60).

      * RATES ARE KEYED AS FOUR DIGITS WITH THE DECIMAL POINT
      * IMPLIED IN FRONT (0150 = .0150 = 1.50 PCT), AMOUNTS AS FIVE
      * DIGITS WITH IMPLIED CENTS (02500 = 25.00)
       01 WS-RATE-KEYED         PIC X(04).
       01 WS-RATE-N REDEFINES WS-RATE-KEYED
                                PIC V9(04).
       01 WS-MPRATE-KEYED       PIC X(04).
       01 WS-MPRATE-N REDEFINES WS-MPRATE-KEYED
                                PIC V9(04).
       01 WS-FLOOR-KEYED        PIC X(05).
       01 WS-FLOOR-N REDEFINES WS-FLOOR-KEYED
                                PIC 9(03)V99.
       01 WS-LATE-KEYED         PIC X(05).
       01 WS-LATE-N REDEFINES WS-LATE-KEYED
                                PIC 9(03)V99.
       01 WS-OVL-KEYED          PIC X(05).
       01 WS-OVL-N REDEFINES WS-OVL-KEYED
                                PIC 9(03)V99.

       01 WS-PCT-WORK           PIC 9(02)V99.
       01 WS-RATE-EDIT          PIC Z9.99.
       01 WS-MPRATE-EDIT        PIC Z9.99.
       01 WS-FLOOR-EDIT         PIC ZZ9.99.
       01 WS-LATE-EDIT          PIC ZZ9.99.
       01 WS-OVL-EDIT           PIC ZZ9.99.

      * THE PLAN AS IT STOOD BEFORE THE ACTION, FOR THE AUDIT TRAIL
       01 WS-TARGET-FOUND-IND   PIC X(01).
           88 TARGET-ON-FILE              VALUE 'Y'.
       01 WS-BEFORE-ADDR1       PIC X(20).
       01 WS-BEFORE-ADDR2       PIC X(20).

      * A PLAN TO SHOW IN THE ENTRY FIELDS ONCE THE LIST IS BUILT -
      * THE BROWSE READS THROUGH PLAN-REC, SO IT IS HELD HERE
       01 WS-SHOW-IND           PIC X(01).
           88 SHOW-PLAN-WANTED            VALUE 'Y'.
       01 WS-SHOW-REC           PIC X(80).

       01 WS-COMMAREA.
           05 CA-LAST-PLAN       PIC X(02).
           05 CA-MORE-IND        PIC X(01).
       01 WS-COMM-LEN            PIC S9(4) COMP VALUE +3.

      * DCIA2PGM'S OWN "COMING BACK TO THE MENU" COMMAREA
       01 WS-MENU-COMMAREA       PIC X(3) VALUE 'XXX'.
       01 WS-MENU-COMM-LEN       PIC S9(4) COMP VALUE +3.

       LINKAGE SECTION.

       01 DFHCOMMAREA            PIC X(3).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * NO COMMAREA MEANS THIS IS A FRESH CALL OFF THE MENU - LIST
      * THE PLANS FROM THE TOP STRAIGHT AWAY
           IF EIBCALEN < 3 THEN
               GO TO 100-FIRST-TIME
           END-IF.

           MOVE DFHCOMMAREA TO WS-COMMAREA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(150-LIST-FROM-TOP)
           END-EXEC.

           EXEC CICS HANDLE AID
                PF3(999-RETURN-TO-MENU)
                PF8(250-NEXT-PAGE)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPE')
                MAPSET('DCIA2FM')
           END-EXEC.

      * A PLAN CODE ALONE PULLS THE PLAN UP FOR CHANGE; WITH AN
      * ACTION IT IS AN ADD OR A CHANGE; A BARE ENTER RELISTS
           IF (PLANCDL = 0 OR PLANCDI = SPACES)
              AND (ACTIONL = 0 OR ACTIONI = SPACE) THEN
                GO TO 150-LIST-FROM-TOP
           END-IF.

           GO TO 400-WORK-ACTION.

       050-CHECK-AUTHORITY.

      * PRICING IS SUPERVISOR-ONLY - LOOK THE OPERATOR UP ON THE
      * AUTHORITY FILE; ANYONE NOT ON FILE IS TREATED AS
      * INQUIRY-ONLY, THE SAFEST DEFAULT
           MOVE EIBOPID TO OPER-OPID.
           EXEC CICS READ
                FILE('OPERFILE')
                INTO(OPER-REC)
                LENGTH(OPER-LEN)
                RIDFLD(OPER-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'I' TO OPER-AUTH
           END-IF.

       050-EXIT.
           EXIT.

       100-FIRST-TIME.

           MOVE SPACES TO WS-COMMAREA.

       150-LIST-FROM-TOP.

           PERFORM 050-CHECK-AUTHORITY THRU 050-EXIT.
           IF NOT OPER-IS-SUPER THEN
                GO TO 960-NOT-AUTHORIZED
           END-IF.

           MOVE LOW-VALUES TO CA-LAST-PLAN.
           MOVE 'N' TO CA-MORE-IND.
           MOVE SPACES TO WS-SAVED-MSG.
           MOVE 'N' TO WS-SHOW-IND.
           GO TO 260-START-BROWSE.

       250-NEXT-PAGE.

           PERFORM 050-CHECK-AUTHORITY THRU 050-EXIT.
           IF NOT OPER-IS-SUPER THEN
                GO TO 960-NOT-AUTHORIZED
           END-IF.

           IF CA-MORE-IND NOT = 'Y' THEN
                GO TO 150-LIST-FROM-TOP
           END-IF.

           MOVE SPACES TO WS-SAVED-MSG.
           MOVE 'N' TO WS-SHOW-IND.

       260-START-BROWSE.

           MOVE CA-LAST-PLAN TO PLAN-CD.

           EXEC CICS STARTBR
                FILE('PLANFILE')
                RIDFLD(PLAN-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 305-EMPTY-LIST
           END-IF.

           GO TO 300-BROWSE-PAGE.

       305-EMPTY-LIST.

           MOVE LOW-VALUES TO MAPEO.
           IF WS-SAVED-MSG NOT = SPACES THEN
                MOVE WS-SAVED-MSG TO MSGO
           ELSE
                MOVE 'NO PLANS ON FILE - KEY PLAN ST AND A TO ADD'
                     TO MSGO
           END-IF.
           MOVE SPACES TO WS-COMMAREA.

           EXEC CICS SEND
                MAP('MAPE')
                MAPSET('DCIA2FM')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA2P')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       300-BROWSE-PAGE.

           MOVE LOW-VALUES TO MAPEO.
           MOVE SPACES TO LINE1O LINE2O LINE3O LINE4O LINE5O.
           MOVE 'N' TO CA-MORE-IND.

           PERFORM 310-READ-LINE-1 THRU 310-READ-LINE-1-EXIT.

           EXEC CICS ENDBR
                FILE('PLANFILE')
           END-EXEC.

           IF SHOW-PLAN-WANTED THEN
                MOVE WS-SHOW-REC TO PLAN-REC
                PERFORM 720-PLAN-TO-MAP THRU 720-PLAN-TO-MAP-EXIT
           END-IF.

           IF WS-SAVED-MSG NOT = SPACES THEN
                MOVE WS-SAVED-MSG TO MSGO
           ELSE
           IF LINE1O = SPACES THEN
                MOVE 'NO PLANS ON FILE - KEY PLAN ST AND A TO ADD'
                     TO MSGO
           ELSE
           IF CA-MORE-IND = 'Y' THEN
                MOVE 'KEY PLAN TO SHOW, OR ALL FIELDS AND A/C  PF8=MORE'
                     TO MSGO
           ELSE
                MOVE 'KEY PLAN TO SHOW, OR ALL FIELDS AND A/C  PF3=MENU'
                     TO MSGO
           END-IF.

           EXEC CICS SEND
                MAP('MAPE')
                MAPSET('DCIA2FM')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA2P')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       305-READNEXT-FILTERED.

      * A RESUMED BROWSE IS POSITIONED ON THE LAST PLAN THE PRIOR
      * PAGE ALREADY SHOWED - READ PAST IT SO IT IS NOT REPEATED. ON
      * A FRESH LIST CA-LAST-PLAN IS LOW-VALUES, WHICH NO REAL KEY
      * CAN MATCH, SO THE LOOP FALLS OUT AFTER ITS FIRST READ
           PERFORM 306-READNEXT-RAW THRU 306-READNEXT-RAW-EXIT
                WITH TEST AFTER
                UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                   OR PLAN-CD NOT = CA-LAST-PLAN.

       305-READNEXT-FILTERED-EXIT.
           EXIT.

       306-READNEXT-RAW.

           EXEC CICS READNEXT
                FILE('PLANFILE')
                INTO(PLAN-REC)
                LENGTH(PLAN-LEN)
                RIDFLD(PLAN-KEY)
                RESP(WS-RESP)
           END-EXEC.

       306-READNEXT-RAW-EXIT.
           EXIT.

       310-READ-LINE-1.

      * READ UP TO FIVE PLANS A LINE AT A TIME; A SIXTH READ IS
      * TAKEN TO SEE IF THERE IS A FURTHER PAGE WITHOUT SHOWING IT
           PERFORM 305-READNEXT-FILTERED
                THRU 305-READNEXT-FILTERED-EXIT.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 310-READ-LINE-1-EXIT
           END-IF.

           PERFORM 700-FORMAT-LINE THRU 700-FORMAT-LINE-EXIT.
           MOVE WS-LINE-TEXT TO LINE1O.
           MOVE PLAN-CD TO CA-LAST-PLAN.

           PERFORM 320-READ-LINE-2 THRU 320-READ-LINE-2-EXIT.

       310-READ-LINE-1-EXIT.
           EXIT.

       320-READ-LINE-2.

           PERFORM 305-READNEXT-FILTERED
                THRU 305-READNEXT-FILTERED-EXIT.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 320-READ-LINE-2-EXIT
           END-IF.

           PERFORM 700-FORMAT-LINE THRU 700-FORMAT-LINE-EXIT.
           MOVE WS-LINE-TEXT TO LINE2O.
           MOVE PLAN-CD TO CA-LAST-PLAN.

           PERFORM 330-READ-LINE-3 THRU 330-READ-LINE-3-EXIT.

       320-READ-LINE-2-EXIT.
           EXIT.

       330-READ-LINE-3.

           PERFORM 305-READNEXT-FILTERED
                THRU 305-READNEXT-FILTERED-EXIT.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 330-READ-LINE-3-EXIT
           END-IF.

           PERFORM 700-FORMAT-LINE THRU 700-FORMAT-LINE-EXIT.
           MOVE WS-LINE-TEXT TO LINE3O.
           MOVE PLAN-CD TO CA-LAST-PLAN.

           PERFORM 340-READ-LINE-4 THRU 340-READ-LINE-4-EXIT.

       330-READ-LINE-3-EXIT.
           EXIT.

       340-READ-LINE-4.

           PERFORM 305-READNEXT-FILTERED
                THRU 305-READNEXT-FILTERED-EXIT.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 340-READ-LINE-4-EXIT
           END-IF.

           PERFORM 700-FORMAT-LINE THRU 700-FORMAT-LINE-EXIT.
           MOVE WS-LINE-TEXT TO LINE4O.
           MOVE PLAN-CD TO CA-LAST-PLAN.

           PERFORM 350-READ-LINE-5 THRU 350-READ-LINE-5-EXIT.

       340-READ-LINE-4-EXIT.
           EXIT.

       350-READ-LINE-5.

           PERFORM 305-READNEXT-FILTERED
                THRU 305-READNEXT-FILTERED-EXIT.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 350-READ-LINE-5-EXIT
           END-IF.

           PERFORM 700-FORMAT-LINE THRU 700-FORMAT-LINE-EXIT.
           MOVE WS-LINE-TEXT TO LINE5O.
           MOVE PLAN-CD TO CA-LAST-PLAN.

      * PAGE IS FULL - PEEK ONE MORE RECORD TO SEE IF PF8 SHOULD WORK
           PERFORM 305-READNEXT-FILTERED
                THRU 305-READNEXT-FILTERED-EXIT.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO CA-MORE-IND
           END-IF.

       350-READ-LINE-5-EXIT.
           EXIT.

       700-FORMAT-LINE.

      * RATES ARE SHOWN AS PERCENTAGES, AMOUNTS IN DOLLARS AND CENTS
           COMPUTE WS-PCT-WORK = PLAN-PERIODIC-RATE * 100.
           MOVE WS-PCT-WORK TO WS-RATE-EDIT.
           COMPUTE WS-PCT-WORK = PLAN-MIN-PAY-RATE * 100.
           MOVE WS-PCT-WORK TO WS-MPRATE-EDIT.
           MOVE PLAN-MIN-PAY-FLOOR TO WS-FLOOR-EDIT.
           MOVE PLAN-LATE-FEE      TO WS-LATE-EDIT.
           MOVE PLAN-OVERLIMIT-FEE TO WS-OVL-EDIT.

           MOVE SPACES TO WS-LINE-TEXT.
           STRING PLAN-CD ' ' PLAN-DESC ' ' WS-RATE-EDIT '% '
                WS-MPRATE-EDIT '%  FLR ' WS-FLOOR-EDIT '  LATE '
                WS-LATE-EDIT '  OVL ' WS-OVL-EDIT
                DELIMITED BY SIZE INTO WS-LINE-TEXT.

       700-FORMAT-LINE-EXIT.
           EXIT.

       720-PLAN-TO-MAP.

      * PUT A PLAN BACK IN THE ENTRY FIELDS IN THE SAME DIGITS THE
      * SUPERVISOR KEYS, READY TO BE TYPED OVER
           MOVE PLAN-CD   TO PLANCDO.
           MOVE PLAN-DESC TO DESCO.
           MOVE PLAN-PERIODIC-RATE TO WS-RATE-N.
           MOVE WS-RATE-KEYED      TO RATEO.
           MOVE PLAN-MIN-PAY-RATE  TO WS-MPRATE-N.
           MOVE WS-MPRATE-KEYED    TO MPRATEO.
           MOVE PLAN-MIN-PAY-FLOOR TO WS-FLOOR-N.
           MOVE WS-FLOOR-KEYED     TO FLOORO.
           MOVE PLAN-LATE-FEE      TO WS-LATE-N.
           MOVE WS-LATE-KEYED      TO LATEFEEO.
           MOVE PLAN-OVERLIMIT-FEE TO WS-OVL-N.
           MOVE WS-OVL-KEYED       TO OVLFEEO.

       720-PLAN-TO-MAP-EXIT.
           EXIT.

       400-WORK-ACTION.

           PERFORM 050-CHECK-AUTHORITY THRU 050-EXIT.
           IF NOT OPER-IS-SUPER THEN
                GO TO 960-NOT-AUTHORIZED
           END-IF.

           IF PLANCDL < 2
              OR PLANCDI(1:1) = SPACE OR PLANCDI(2:1) = SPACE THEN
                MOVE 'A TWO-CHARACTER PLAN CODE IS REQUIRED' TO MSGO
                GO TO 450-SEND-AND-RETURN
           END-IF.

           IF ACTIONL = 0 OR ACTIONI = SPACE THEN
                GO TO 420-SHOW-PLAN
           END-IF.

           IF ACTIONI NOT = 'A' AND ACTIONI NOT = 'C' THEN
                MOVE 'ACTION MUST BE A (ADD) OR C (CHANGE)' TO MSGO
                GO TO 450-SEND-AND-RETURN
           END-IF.

           IF DESCL = 0 OR DESCI = SPACES THEN
                MOVE 'A PLAN DESCRIPTION IS REQUIRED' TO MSGO
                GO TO 450-SEND-AND-RETURN
           END-IF.

           MOVE RATEI TO WS-RATE-KEYED.
           IF WS-RATE-KEYED IS NOT NUMERIC THEN
                MOVE 'RATE MUST BE 4 DIGITS - 0150 IS 1.50 PCT A CYCLE'
                     TO MSGO
                GO TO 450-SEND-AND-RETURN
           END-IF.

           MOVE MPRATEI TO WS-MPRATE-KEYED.
           IF WS-MPRATE-KEYED IS NOT NUMERIC
              OR WS-MPRATE-N = ZERO THEN
                MOVE 'MIN PAY PCT MUST BE 4 DIGITS, NOT ZERO - 0500 IS 5
      -              ' PCT' TO MSGO
                GO TO 450-SEND-AND-RETURN
           END-IF.

           MOVE FLOORI   TO WS-FLOOR-KEYED.
           MOVE LATEFEEI TO WS-LATE-KEYED.
           MOVE OVLFEEI  TO WS-OVL-KEYED.
           IF WS-FLOOR-KEYED IS NOT NUMERIC
              OR WS-LATE-KEYED IS NOT NUMERIC
              OR WS-OVL-KEYED IS NOT NUMERIC THEN
                MOVE 'FLOOR AND FEES MUST BE 5 DIGITS - 02500 IS 25.00'
                     TO MSGO
                GO TO 450-SEND-AND-RETURN
           END-IF.

      * PULL THE PLAN AS IT STANDS NOW - THE BEFORE IMAGE FOR THE
      * AUDIT TRAIL
           MOVE 'N' TO WS-TARGET-FOUND-IND.
           MOVE PLANCDI TO PLAN-CD.
           EXEC CICS READ
                FILE('PLANFILE')
                INTO(PLAN-REC)
                LENGTH(PLAN-LEN)
                RIDFLD(PLAN-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
                SET TARGET-ON-FILE TO TRUE
                PERFORM 740-PLAN-AUDIT-TEXT
                     THRU 740-PLAN-AUDIT-TEXT-EXIT
                MOVE ACCTAUD-A-ADDR1 TO WS-BEFORE-ADDR1
                MOVE ACCTAUD-A-ADDR2 TO WS-BEFORE-ADDR2
           ELSE
                MOVE SPACES TO WS-BEFORE-ADDR1
                MOVE SPACES TO WS-BEFORE-ADDR2
                STRING 'PLAN ' PLANCDI ' NOT ON FILE'
                     DELIMITED BY SIZE INTO WS-BEFORE-ADDR1
           END-IF.

           IF ACTIONI = 'A' THEN
                GO TO 500-ADD-PLAN
           ELSE
                GO TO 520-CHANGE-PLAN
           END-IF.

       420-SHOW-PLAN.

           MOVE PLANCDI TO PLAN-CD.
           EXEC CICS READ
                FILE('PLANFILE')
                INTO(PLAN-REC)
                LENGTH(PLAN-LEN)
                RIDFLD(PLAN-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'PLAN NOT ON FILE - KEY ALL FIELDS AND A TO ADD'
                     TO MSGO
                GO TO 450-SEND-AND-RETURN
           END-IF.

           MOVE PLAN-REC TO WS-SHOW-REC.
           SET SHOW-PLAN-WANTED TO TRUE.
           MOVE 'TYPE OVER THE FIELDS AND KEY C TO CHANGE THIS PLAN'
                TO WS-SAVED-MSG.
           MOVE LOW-VALUES TO CA-LAST-PLAN.
           MOVE 'N' TO CA-MORE-IND.
           GO TO 260-START-BROWSE.

       450-SEND-AND-RETURN.

           EXEC CICS SEND
                MAP('MAPE')
                MAPSET('DCIA2FM')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA2P')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       500-ADD-PLAN.

           IF TARGET-ON-FILE THEN
                MOVE 'PLAN ALREADY ON FILE - USE C TO CHANGE' TO MSGO
                GO TO 450-SEND-AND-RETURN
           END-IF.

           MOVE SPACES TO PLAN-REC.
           MOVE PLANCDI TO PLAN-CD.
           PERFORM 730-MAP-TO-PLAN THRU 730-MAP-TO-PLAN-EXIT.

           EXEC CICS WRITE
                FILE('PLANFILE')
                FROM(PLAN-REC)
                LENGTH(PLAN-LEN)
                RIDFLD(PLAN-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'UNABLE TO ADD PLAN - PLEASE TRY AGAIN' TO MSGO
                GO TO 450-SEND-AND-RETURN
           END-IF.

           PERFORM 800-WRITE-PLAN-AUDIT THRU 800-WRITE-PLAN-AUDIT-EXIT.

           MOVE 'PLAN ADDED' TO WS-SAVED-MSG.
           GO TO 630-RELIST-WITH-MSG.

       520-CHANGE-PLAN.

           IF NOT TARGET-ON-FILE THEN
                MOVE 'PLAN NOT ON FILE - USE A TO ADD' TO MSGO
                GO TO 450-SEND-AND-RETURN
           END-IF.

           MOVE PLANCDI TO PLAN-CD.
           EXEC CICS READ
                FILE('PLANFILE')
                INTO(PLAN-REC)
                LENGTH(PLAN-LEN)
                RIDFLD(PLAN-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'PLAN NOT ON FILE - USE A TO ADD' TO MSGO
                GO TO 450-SEND-AND-RETURN
           END-IF.

      * A CHANGE TAKES EFFECT AT EACH ACCOUNT'S NEXT CYCLE CUT -
      * NOTHING ALREADY BILLED IS REPRICED
           PERFORM 730-MAP-TO-PLAN THRU 730-MAP-TO-PLAN-EXIT.

           EXEC CICS REWRITE
                FILE('PLANFILE')
                FROM(PLAN-REC)
                LENGTH(PLAN-LEN)
           END-EXEC.

           PERFORM 800-WRITE-PLAN-AUDIT THRU 800-WRITE-PLAN-AUDIT-EXIT.

           MOVE 'PLAN CHANGED - APPLIES FROM EACH ACCOUNT''S NEXT CUT'
                TO WS-SAVED-MSG.
           GO TO 630-RELIST-WITH-MSG.

       630-RELIST-WITH-MSG.

      * RELIST THE PLANS AFTER AN ACTION, KEEPING THE ACTION MESSAGE
      * AND THE PLAN JUST SAVED - THE NEW STATE OF THE FILE IS WHAT
      * SHOWS
           MOVE PLAN-REC TO WS-SHOW-REC.
           SET SHOW-PLAN-WANTED TO TRUE.
           MOVE LOW-VALUES TO CA-LAST-PLAN.
           MOVE 'N' TO CA-MORE-IND.
           GO TO 260-START-BROWSE.

       730-MAP-TO-PLAN.

           MOVE DESCI           TO PLAN-DESC.
           MOVE WS-RATE-N       TO PLAN-PERIODIC-RATE.
           MOVE WS-MPRATE-N     TO PLAN-MIN-PAY-RATE.
           MOVE WS-FLOOR-N      TO PLAN-MIN-PAY-FLOOR.
           MOVE WS-LATE-N       TO PLAN-LATE-FEE.
           MOVE WS-OVL-N        TO PLAN-OVERLIMIT-FEE.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-DATE8)
                TIME(WS-TIME6)
           END-EXEC.

           MOVE WS-DATE8 TO PLAN-CHG-DATE.
           MOVE EIBOPID  TO PLAN-CHG-OPID.

       730-MAP-TO-PLAN-EXIT.
           EXIT.

       740-PLAN-AUDIT-TEXT.

      * SPELL A PLAN OUT IN THE AUDIT ADDRESS SLOTS IN ITS KEYED
      * DIGITS - RATE AND MINIMUM PERCENT IN ADDR1, FLOOR, LATE FEE
      * AND OVER-LIMIT FEE IN ADDR2
           MOVE PLAN-PERIODIC-RATE TO WS-RATE-N.
           MOVE PLAN-MIN-PAY-RATE  TO WS-MPRATE-N.
           MOVE PLAN-MIN-PAY-FLOOR TO WS-FLOOR-N.
           MOVE PLAN-LATE-FEE      TO WS-LATE-N.
           MOVE PLAN-OVERLIMIT-FEE TO WS-OVL-N.

           MOVE SPACES TO ACCTAUD-A-ADDR1.
           STRING 'PLAN ' PLAN-CD ' ' WS-RATE-KEYED ' '
                WS-MPRATE-KEYED
                DELIMITED BY SIZE INTO ACCTAUD-A-ADDR1.
           MOVE SPACES TO ACCTAUD-A-ADDR2.
           STRING WS-FLOOR-KEYED ' ' WS-LATE-KEYED ' ' WS-OVL-KEYED
                DELIMITED BY SIZE INTO ACCTAUD-A-ADDR2.

       740-PLAN-AUDIT-TEXT-EXIT.
           EXIT.

       800-WRITE-PLAN-AUDIT.

      * EVERY PLAN ADD AND CHANGE GOES ON THE AUDIT TRAIL THE WAY
      * SECURITY CHANGES DO - KEYED UNDER ACCOUNT ZERO, WITH THE
      * PLAN'S BEFORE AND AFTER TERMS IN THE ADDRESS SLOTS FOR THE
      * IA26 BROWSE TO SHOW
           MOVE ZERO TO ACCTAUD-ACCTNO.

           MOVE WS-DATE8 TO ACCTAUD-TS(1:8).
           MOVE WS-TIME6 TO ACCTAUD-TS(9:6).

           SET ACCTAUD-IS-PRICING TO TRUE.
           MOVE EIBOPID  TO ACCTAUD-OPID.
           MOVE EIBTRMID TO ACCTAUD-TERMID.

           PERFORM 740-PLAN-AUDIT-TEXT THRU 740-PLAN-AUDIT-TEXT-EXIT.
           MOVE WS-BEFORE-ADDR1 TO ACCTAUD-B-ADDR1.
           MOVE WS-BEFORE-ADDR2 TO ACCTAUD-B-ADDR2.
           MOVE ZERO TO ACCTAUD-B-CRLIMIT.
           MOVE ZERO TO ACCTAUD-A-CRLIMIT.

           PERFORM 810-WRITE-AUDIT-REC THRU 810-WRITE-AUDIT-REC-EXIT.

       800-WRITE-PLAN-AUDIT-EXIT.
           EXIT.

       810-WRITE-AUDIT-REC.

      * TWO PRICING ACTIONS IN THE SAME SECOND WOULD OTHERWISE
      * COLLIDE ON ACCTAUD-KEY - BUMP ACCTAUD-SEQ AND RETRY RATHER
      * THAN LET THE AUDIT WRITE ABEND THE ACTION ITSELF
           MOVE ZERO TO ACCTAUD-SEQ.
           PERFORM 820-TRY-WRITE-AUDIT THRU 820-TRY-WRITE-AUDIT-EXIT
                WITH TEST AFTER
                UNTIL WS-RESP = DFHRESP(NORMAL)
                   OR ACCTAUD-SEQ > 99.

       810-WRITE-AUDIT-REC-EXIT.
           EXIT.

       820-TRY-WRITE-AUDIT.

           EXEC CICS WRITE
                FILE('ACCTAUDIT')
                FROM(ACCTAUD-REC)
                LENGTH(ACCTAUD-LEN)
                RIDFLD(ACCTAUD-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                ADD 1 TO ACCTAUD-SEQ
           END-IF.

       820-TRY-WRITE-AUDIT-EXIT.
           EXIT.

       860-WRITE-DENIED-AUDIT.

      * RECORD THE ATTEMPTED OVERREACH ON THE AUDIT TRAIL - NO
      * ACCOUNT IS INVOLVED SO THE ROW IS KEYED UNDER ACCOUNT ZERO
           MOVE ZERO TO ACCTAUD-ACCTNO.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-DATE8)
                TIME(WS-TIME6)
           END-EXEC.

           MOVE WS-DATE8 TO ACCTAUD-TS(1:8).
           MOVE WS-TIME6 TO ACCTAUD-TS(9:6).

           SET ACCTAUD-IS-DENIED TO TRUE.
           MOVE EIBOPID  TO ACCTAUD-OPID.
           MOVE EIBTRMID TO ACCTAUD-TERMID.
           MOVE SPACES TO ACCTAUD-B-ADDR1.
           MOVE SPACES TO ACCTAUD-B-ADDR2.
           MOVE SPACES TO ACCTAUD-A-ADDR1.
           MOVE SPACES TO ACCTAUD-A-ADDR2.
           MOVE ZERO TO ACCTAUD-B-CRLIMIT.
           MOVE ZERO TO ACCTAUD-A-CRLIMIT.

           PERFORM 810-WRITE-AUDIT-REC THRU 810-WRITE-AUDIT-REC-EXIT.

       860-WRITE-DENIED-AUDIT-EXIT.
           EXIT.

       960-NOT-AUTHORIZED.

           PERFORM 860-WRITE-DENIED-AUDIT
                THRU 860-WRITE-DENIED-AUDIT-EXIT.

           MOVE LOW-VALUES TO MAPEO.
           MOVE 'YOU ARE NOT AUTHORIZED FOR THIS FUNCTION - PF3 MENU'
                TO MSGO.
           MOVE SPACES TO WS-COMMAREA.

           EXEC CICS SEND
                MAP('MAPE')
                MAPSET('DCIA2FM')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA2P')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       999-RETURN-TO-MENU.

           EXEC CICS XCTL
                PROGRAM('DCIA2PGM')
                COMMAREA(WS-MENU-COMMAREA)
                LENGTH(WS-MENU-COMM-LEN)
           END-EXEC.

       END PROGRAM DCIA2PGP.
