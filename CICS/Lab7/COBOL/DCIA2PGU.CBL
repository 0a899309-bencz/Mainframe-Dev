      * COPY OPERATOR AUTHORITY RECORD LAYOUT
       COPY 'OPERREC'.

      * COPY PRICING PLAN RECORD LAYOUT
       COPY 'PLANREC'.

       01 WS-COMMAREA.
           05 CA-MODE           PIC X(01).
           05 CA-ACCTNO         PIC 9(09).
       01 WS-BEFORE-ADDR2       PIC X(20).
       01 WS-BEFORE-CRLIMIT     PIC 9(07)V99.
       01 WS-NEW-CRLIMIT        PIC 9(07)V99.
       01 WS-BEFORE-PLAN-CD     PIC X(02).
       01 WS-NEW-PLAN-CD        PIC X(02).
       01 WS-PEND-RESP          PIC S9(08) COMP.
       01 WS-ARC-SAVE           PIC X(175).
       01 WS-CHK-NUM.
           MOVE ZIP      TO ZIPO.
           MOVE STAT     TO STATO.
           MOVE CRLIMIT  TO CRLIMITO.
           MOVE ACCT-PLAN-CD TO PLANCDO.
           MOVE 'ENTER=SAVE  PF4=CLOSE  PF5=REOPEN  PF3=MENU'
                TO MSGO.

                UPDATE
           END-EXEC.

      * A CHARGED-OFF ACCOUNT IS FROZEN - NOTHING ON IT IS
      * MAINTAINED FROM HERE ANY MORE
           IF ACCT-CHARGED-OFF THEN
                GO TO 725-CHARGED-OFF
           END-IF.

           IF ACCT-CLOSED THEN
                GO TO 720-ALREADY-CLOSED
           END-IF.
                     CONTINUE
           END-SEARCH.

      * A PLAN CODE LEFT BLANK KEEPS THE ACCOUNT ON ITS PLAN. A NEW
      * ONE MUST BE ON PLANFILE, AND SINCE MOVING AN ACCOUNT BETWEEN
      * PLANS REPRICES IT, THAT IS SUPERVISOR-ONLY LIKE THE PLANS
      * THEMSELVES
           MOVE ACCT-PLAN-CD TO WS-BEFORE-PLAN-CD.
           MOVE ACCT-PLAN-CD TO WS-NEW-PLAN-CD.
           IF PLANCDL > 0 AND PLANCDI NOT = SPACES THEN
                MOVE PLANCDI TO WS-NEW-PLAN-CD
           END-IF.

           IF WS-NEW-PLAN-CD NOT = WS-BEFORE-PLAN-CD THEN
                IF NOT OPER-IS-SUPER THEN
                     GO TO 547-PLAN-DENIED
                END-IF
                MOVE WS-NEW-PLAN-CD TO PLAN-CD
                EXEC CICS READ
                     FILE('PLANFILE')
                     INTO(PLAN-REC)
                     LENGTH(PLAN-LEN)
                     RIDFLD(PLAN-KEY)
                     RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                     GO TO 545-BAD-PLAN
                END-IF
           END-IF.

      * MAKER-CHECKER: A LIMIT INCREASE OF 5,000 OR MORE, OR TO MORE
      * THAN DOUBLE THE CURRENT LIMIT, IS NOT APPLIED HERE - IT IS
      * QUEUED ON PENDFILE FOR A SECOND OPERATOR TO APPROVE ON IA27.
           MOVE ZIPI     TO ZIP.
           MOVE STATI    TO STAT.
           MOVE CRLIMITI TO CRLIMIT.
           MOVE WS-NEW-PLAN-CD TO ACCT-PLAN-CD.

           EXEC CICS REWRITE
                FILE('ACCTFILE')
           SET ACCTAUD-IS-REWRITE TO TRUE.
           PERFORM 800-WRITE-AUDIT THRU 800-WRITE-AUDIT-EXIT.

           IF WS-NEW-PLAN-CD NOT = WS-BEFORE-PLAN-CD THEN
                PERFORM 840-WRITE-PLAN-AUDIT
                     THRU 840-WRITE-PLAN-AUDIT-EXIT
           END-IF.

           MOVE LOW-VALUES TO MAP2O.
           MOVE ACCTNO   TO ACCTNOO.
           MOVE TITL     TO TITLO.
           MOVE ZIP      TO ZIPO.
           MOVE STAT     TO STATO.
           MOVE CRLIMIT  TO CRLIMITO.
           MOVE ACCT-PLAN-CD TO PLANCDO.
           MOVE 'ACCOUNT UPDATED - ENTER ANOTHER ACCOUNT NUMBER OR PF3'
                TO MSGO.

           MOVE CITYI  TO CITY.
           MOVE ZIPI   TO ZIP.
           MOVE STATI  TO STAT.
           MOVE WS-NEW-PLAN-CD TO ACCT-PLAN-CD.

           EXEC CICS REWRITE
                FILE('ACCTFILE')
           SET ACCTAUD-IS-REWRITE TO TRUE.
           PERFORM 800-WRITE-AUDIT THRU 800-WRITE-AUDIT-EXIT.

           IF WS-NEW-PLAN-CD NOT = WS-BEFORE-PLAN-CD THEN
                PERFORM 840-WRITE-PLAN-AUDIT
                     THRU 840-WRITE-PLAN-AUDIT-EXIT
           END-IF.

      * A SECOND AUDIT ROW RECORDS THE REQUESTED INCREASE ITSELF
           SET ACCTAUD-IS-PENDING TO TRUE.
           PERFORM 830-WRITE-PEND-AUDIT THRU 830-WRITE-PEND-AUDIT-EXIT.
           MOVE ZIP      TO ZIPO.
           MOVE STAT     TO STATO.
           MOVE CRLIMIT  TO CRLIMITO.
           MOVE ACCT-PLAN-CD TO PLANCDO.
           MOVE 'UPDATED - LIMIT INCREASE QUEUED FOR APPROVAL'
                TO MSGO.

                LENGTH(WS-COMM-LEN)
           END-EXEC.

       545-BAD-PLAN.

           MOVE 'PRICING PLAN IS NOT ON FILE' TO MSGO.

           EXEC CICS SEND
                MAP('MAP2')
                MAPSET('DCIA2UM')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA22')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       547-PLAN-DENIED.

      * THE DENIAL IS AUDITED UNDER THE ACCOUNT; THE COMMAREA IS LEFT
      * ALONE SO THE OPERATOR CAN BLANK THE PLAN AND SAVE THE REST
           MOVE CA-ACCTNO TO ACCTAUD-ACCTNO.
           PERFORM 860-WRITE-DENIED-AUDIT
                THRU 860-WRITE-DENIED-AUDIT-EXIT.

           MOVE 'NOT AUTHORIZED TO CHANGE PLANS - SUPERVISOR ONLY'
                TO MSGO.

           EXEC CICS SEND
                MAP('MAP2')
                MAPSET('DCIA2UM')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA22')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       560-ALREADY-PENDING.

           MOVE 'A LIMIT CHANGE IS ALREADY PENDING APPROVAL' TO MSGO.
                UPDATE
           END-EXEC.

      * A CHARGED-OFF ACCOUNT IS FROZEN - NOTHING ON IT IS
      * MAINTAINED FROM HERE ANY MORE
           IF ACCT-CHARGED-OFF THEN
                GO TO 725-CHARGED-OFF
           END-IF.

           IF ACCT-CLOSED THEN
                GO TO 720-ALREADY-CLOSED
           END-IF.
                UPDATE
           END-EXEC.

      * CHARGE-OFF IS FINAL - THE WRITTEN-OFF BALANCE CANNOT COME
      * BACK ONTO THE BOOK BY REOPENING THE ACCOUNT
           IF ACCT-CHARGED-OFF THEN
                GO TO 725-CHARGED-OFF
           END-IF.

           IF ACCT-OPEN THEN
                GO TO 780-NOT-CLOSED
           END-IF.
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       725-CHARGED-OFF.

           MOVE LOW-VALUES TO MAP2O.
           MOVE 'ACCOUNT IS CHARGED OFF - REFER TO RECOVERIES' TO MSGO.
           MOVE SPACES TO WS-COMMAREA.

           EXEC CICS SEND
                MAP('MAP2')
                MAPSET('DCIA2UM')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('IA22')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMM-LEN)
           END-EXEC.

       800-WRITE-AUDIT.

      * ONE AUDIT ROW PER READ/REWRITE/CLOSE AGAINST ACCTFILE -
       830-WRITE-PEND-AUDIT-EXIT.
           EXIT.

       840-WRITE-PLAN-AUDIT.

      * A MOVE BETWEEN PRICING PLANS GETS ITS OWN ROW SO IT SHOWS ON
      * IA26 AS A PRICING EVENT, NOT BURIED IN AN ADDRESS CHANGE
           MOVE ACCTNO TO ACCTAUD-ACCTNO.

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

           SET ACCTAUD-IS-PRICING TO TRUE.
           MOVE EIBOPID  TO ACCTAUD-OPID.
           MOVE EIBTRMID TO ACCTAUD-TERMID.
           MOVE SPACES TO ACCTAUD-B-ADDR1.
           MOVE SPACES TO ACCTAUD-A-ADDR1.
           STRING 'PLAN ' WS-BEFORE-PLAN-CD
                DELIMITED BY SIZE INTO ACCTAUD-B-ADDR1.
           STRING 'PLAN ' WS-NEW-PLAN-CD
                DELIMITED BY SIZE INTO ACCTAUD-A-ADDR1.
           MOVE SPACES  TO ACCTAUD-B-ADDR2.
           MOVE SPACES  TO ACCTAUD-A-ADDR2.
           MOVE CRLIMIT TO ACCTAUD-B-CRLIMIT.
           MOVE CRLIMIT TO ACCTAUD-A-CRLIMIT.

           PERFORM 810-WRITE-AUDIT-REC THRU 810-WRITE-AUDIT-REC-EXIT.

       840-WRITE-PLAN-AUDIT-EXIT.
           EXIT.

       860-WRITE-DENIED-AUDIT.

      * RECORD THE ATTEMPTED OVERREACH ON THE AUDIT TRAIL - THE
