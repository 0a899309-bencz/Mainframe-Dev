           IF CHOICEI IS EQUAL TO 'S'
                GO TO 699-CHOICE-S
           ELSE
           IF CHOICEI IS EQUAL TO 'L'
                GO TO 696-CHOICE-L
           ELSE
           IF CHOICEI IS EQUAL TO 'P'
                GO TO 692-CHOICE-P
           ELSE
           IF CHOICEI IS EQUAL TO 'B'
                GO TO 693-CHOICE-B
           ELSE
           IF CHOICEI IS EQUAL TO 'K'
                GO TO 694-CHOICE-K
           ELSE
           IF CHOICEI IS EQUAL TO '9'
                GO TO 700-CHOICE-9
           ELSE
                PROGRAM('DCIA2PGT')
           END-EXEC.

       696-CHOICE-L.

      * RELEASING SUSPENDED PAYMENTS NEEDS MAINTENANCE AUTHORITY
           PERFORM 050-CHECK-AUTHORITY THRU 050-EXIT.
           IF NOT OPER-IS-MAINT AND NOT OPER-IS-SUPER THEN
                GO TO 990-NOT-AUTHORIZED
           END-IF.

           MOVE LOW-VALUES TO MENUO.

      * DCIA2PGL BUILDS ITS OWN COMMAREA ONCE AN ITEM IS SHOWN -
      * A FRESH CALL OFF THE MENU PASSES NONE
           EXEC CICS XCTL
                PROGRAM('DCIA2PGL')
           END-EXEC.

       698-CHOICE-A.

      * ONLY SUPERVISORS KEY REVERSALS AND ADJUSTMENTS
                PROGRAM('DCIA2PGO')
           END-EXEC.

       692-CHOICE-P.

      * PRICING PLAN MAINTENANCE IS SUPERVISOR-ONLY
           PERFORM 050-CHECK-AUTHORITY THRU 050-EXIT.
           IF NOT OPER-IS-SUPER THEN
                GO TO 990-NOT-AUTHORIZED
           END-IF.

           MOVE LOW-VALUES TO MENUO.

      * DCIA2PGP BUILDS ITS OWN COMMAREA ONCE THE LIST IS UP -
      * A FRESH CALL OFF THE MENU PASSES NONE
           EXEC CICS XCTL
                PROGRAM('DCIA2PGP')
           END-EXEC.

       693-CHOICE-B.

           MOVE LOW-VALUES TO MENUO.

      * DCIA2PGB BUILDS ITS OWN COMMAREA ONCE A LIST IS UNDERWAY -
      * A FRESH CALL OFF THE MENU PASSES NONE
           EXEC CICS XCTL
                PROGRAM('DCIA2PGB')
           END-EXEC.

       694-CHOICE-K.

      * BLOCKING AND REPLACING CARDS NEEDS MAINTENANCE AUTHORITY
           PERFORM 050-CHECK-AUTHORITY THRU 050-EXIT.
           IF NOT OPER-IS-MAINT AND NOT OPER-IS-SUPER THEN
                GO TO 990-NOT-AUTHORIZED
           END-IF.

           MOVE LOW-VALUES TO MENUO.

      * DCIA2PGK BUILDS ITS OWN COMMAREA ONCE AN ACCOUNT IS LISTED -
      * A FRESH CALL OFF THE MENU PASSES NONE
           EXEC CICS XCTL
                PROGRAM('DCIA2PGK')
           END-EXEC.

       700-CHOICE-9.

           MOVE LOW-VALUES TO MENUO.
       999-SEND-ERROR-MSG.

           MOVE LOW-VALUES TO MENUO.
           MOVE 'INVAID ENTRY : ENTER 1 - 9, T, A, S, L, P, B OR K'
                TO MSGO.
           EXEC CICS SEND MAP('MENU') MAPSET('DCIA2MM') END-EXEC.
           EXEC CICS RETURN TRANSID('IA20') END-EXEC.

