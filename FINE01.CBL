      *           ON THE IBMUSER.FINE_PAYMENTS LEDGER WITH THE        *
      *           SIGNED-ON OPERATOR, AND THE FINE CARRIES A          *
      *           DECLINING BALANCE UNTIL IT REACHES ZERO             *
      *    -- W > WAIVE THE KEYED FINE ID - A REASON IS REQUIRED. A   *
      *           BALANCE ABOVE 'WAIVEMAX' (LIB_SETTINGS, DEFAULT     *
      *           25.00) OR ANY TYPE 'L' REPLACEMENT CHARGE IS ONLY   *
      *           QUEUED ON IBMUSER.FINE_WAIVERS FOR A SUPERVISOR TO  *
      *           APPROVE ON WAIVAPR1; A SMALLER ONE TAKES EFFECT AND *
      *           IS RECORDED THERE FOR THE WAIVRPT REGISTER          *
      *                                                               *
      * RELATED PROGRAMS: LOAN01, BORRW01, CASHRPT                    *
      *    -- LOAN01  > ASSESSES OVERDUE FINES AT RETURN TIME         *
      *    -- BORRW01 > MAINTAINS THE BORROWER MASTER READ HERE       *
      *    -- CASHRPT > END-OF-DAY CASH TOTALS BY OPERATOR FROM THE   *
      *                 PAYMENTS LEDGER WRITTEN HERE                  *
      *    -- WAIVAPR1> APPROVES OR REJECTS THE QUEUED WAIVERS        *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
           05  WS-ABS-TIME             PIC S9(15) COMP-3             .
           05  WS-PAY-DATE             PIC X(10)                     .
           05  WS-PAY-TIME             PIC X(08)                     .
           05  WS-WAIVE-LIMIT          PIC S9(5)V9(2) USAGE COMP-3   .
           05  WS-PENDING-COUNT        PIC S9(9) COMP                .
           05  WS-NEXT-WAIVER-ID       PIC S9(9) COMP                .

      *-----------------------------------------------------------------
      *ONE DISPLAY LINE PER OUTSTANDING FINE - SAME FORMAT-ONCE--------
                INCLUDE DCLBORRW
           END-EXEC.

           EXEC SQL
                INCLUDE DCLWAIVR
           END-EXEC.

           EXEC SQL
                INCLUDE DCLSETTG
           END-EXEC.

           EXEC SQL
                INCLUDE DCLOPER
           END-EXEC.
           EXIT
           .
      *-----------------------------------------------------------------
      *WAIVE ('W') THE KEYED FINE ID WITH THE CLERK'S REASON. A LARGE---
      *BALANCE (OVER 'WAIVEMAX') OR A TYPE 'L' REPLACEMENT CHARGE ONLY--
      *GOES ON THE FINE_WAIVERS QUEUE ('P') FOR A SUPERVISOR - THE FINE-
      *STAYS OUTSTANDING UNTIL WAIVAPR1 APPROVES IT. ANYTHING SMALLER---
      *IS WAIVED NOW AND RECORDED ('W') FOR THE MONTHLY REGISTER--------
       A2200-SETTLE-FINE.
           IF MFIDI = LOW-VALUE OR SPACES
              MOVE 'FINE ID IS REQUIRED.'      TO MESSAGEO
              PERFORM Z0000-SEND-MAP         THRU Z0000-EXIT
           END-IF

           IF MREASNI = LOW-VALUE OR SPACES
              MOVE 'A WAIVER NEEDS A REASON FOR THE AUDIT TRAIL.'
                                               TO MESSAGEO
              PERFORM Z0000-SEND-MAP         THRU Z0000-EXIT
           END-IF

           COMPUTE FINES-FINE-ID = FUNCTION NUMVAL(MFIDI)

           EXEC SQL
                SELECT BORROWER_ID, FINE_TYPE,
                       AMOUNT - VALUE(PAID_AMOUNT, 0)
                INTO  :FINES-BORROWER-ID, :FINES-FINE-TYPE,
                      :WS-BALANCE
                FROM   IBMUSER.FINES
                WHERE  FINE_ID = :FINES-FINE-ID
                AND    STATUS  = 'O'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE 'NO OUTSTANDING FINE WITH THAT ID.'
                                               TO MESSAGEO
                   PERFORM Z0000-SEND-MAP    THRU Z0000-EXIT
              WHEN OTHER
                   MOVE    'A2200-SETTLE-FINE.' TO ERR-LOC
                   MOVE     SQLCODE             TO ERR-CODE
                   MOVE    'Y'                  TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-PENDING-COUNT
                FROM   IBMUSER.FINE_WAIVERS
                WHERE  FINE_ID = :FINES-FINE-ID
                AND    STATUS  = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2200-SETTLE-FINE.' TO ERR-LOC
              MOVE     SQLCODE             TO ERR-CODE
              MOVE    'Y'                  TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF WS-PENDING-COUNT > 0
              MOVE 'A WAIVER OF THIS FINE IS ALREADY AWAITING APPROVAL.'
                                               TO MESSAGEO
              PERFORM Z0000-SEND-MAP         THRU Z0000-EXIT
           END-IF

           PERFORM A2210-GET-WAIVE-LIMIT THRU A2210-EXIT

           IF FINES-FINE-TYPE = 'L' OR WS-BALANCE > WS-WAIVE-LIMIT
              MOVE 'P' TO WAIVR-STATUS
              PERFORM A2220-WRITE-WAIVER THRU A2220-EXIT
              MOVE 'WAIVER QUEUED FOR SUPERVISOR APPROVAL.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP         THRU Z0000-EXIT
           END-IF

           EXEC SQL
                UPDATE IBMUSER.FINES
                SET    STATUS    = 'W',
                       PAID_DATE = CURRENT DATE
                WHERE  FINE_ID   = :FINES-FINE-ID
                AND    STATUS    = 'O'

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE 'W' TO WAIVR-STATUS
                   PERFORM A2220-WRITE-WAIVER THRU A2220-EXIT
                   MOVE 'FINE WAIVED.'      TO MESSAGEO
                   PERFORM Z0000-SEND-MAP    THRU Z0000-EXIT
              WHEN SQLCODE = 100
                   MOVE 'NO OUTSTANDING FINE WITH THAT ID.'
           EXIT
           .
      *-----------------------------------------------------------------
      *THE LARGEST BALANCE A CLERK MAY WAIVE WITHOUT A SUPERVISOR-------
      *('WAIVEMAX' ON IBMUSER.LIB_SETTINGS, DEFAULT 25.00)--------------
       A2210-GET-WAIVE-LIMIT.
           MOVE 'WAIVEMAX' TO SETTG-SETTING-ID

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   COMPUTE WS-WAIVE-LIMIT =
                           FUNCTION NUMVAL(SETTG-SETTING-VALUE)
              WHEN SQLCODE = 100
                   MOVE 25.00 TO WS-WAIVE-LIMIT
              WHEN OTHER
                   MOVE    'A2210-GET-WAIVE-LIMIT.' TO ERR-LOC
                   MOVE     SQLCODE                 TO ERR-CODE
                   MOVE    'Y'                      TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2210-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE FINE_WAIVERS ROW PER WAIVER KEYED, WITH THE BALANCE, THE-----
      *REASON AND THE CLERK - CALLER SETS WAIVR-STATUS ('W' OR 'P')-----
       A2220-WRITE-WAIVER.
           PERFORM Z6000-ASKTIME THRU Z6000-EXIT

           MOVE 'WAIVERID' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(WAIVER_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.FINE_WAIVERS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2220-WRITE-WAIVER.' TO ERR-LOC
              MOVE     SQLCODE              TO ERR-CODE
              MOVE    'Y'                   TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT
           MOVE WS-NEXT-KEY-VALUE TO WS-NEXT-WAIVER-ID

           MOVE WS-NEXT-WAIVER-ID  TO WAIVR-WAIVER-ID
           MOVE FINES-FINE-ID      TO WAIVR-FINE-ID
           MOVE FINES-BORROWER-ID  TO WAIVR-BORROWER-ID
           MOVE FINES-FINE-TYPE    TO WAIVR-FINE-TYPE
           MOVE WS-BALANCE         TO WAIVR-AMOUNT
           MOVE MREASNI            TO WAIVR-REASON
           MOVE WS-OPER-ID         TO WAIVR-REQ-OPER-ID
           MOVE WS-PAY-DATE        TO WAIVR-REQ-DATE
           MOVE WS-PAY-TIME        TO WAIVR-REQ-TIME

           EXEC SQL
                INSERT INTO IBMUSER.FINE_WAIVERS
                       (WAIVER_ID, FINE_ID, BORROWER_ID, FINE_TYPE,
                        AMOUNT, REASON, REQ_OPER_ID, REQ_DATE,
                        REQ_TIME, STATUS, APPR_OPER_ID, DECIDE_DATE,
                        DECIDE_TIME, DECIDE_NOTE)
                VALUES (:WAIVR-WAIVER-ID, :WAIVR-FINE-ID,
                        :WAIVR-BORROWER-ID, :WAIVR-FINE-TYPE,
                        :WAIVR-AMOUNT, :WAIVR-REASON,
                        :WAIVR-REQ-OPER-ID, :WAIVR-REQ-DATE,
                        :WAIVR-REQ-TIME, :WAIVR-STATUS,
                        ' ', NULL, ' ', ' ')
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2220-WRITE-WAIVER.' TO ERR-LOC
              MOVE     SQLCODE              TO ERR-CODE
              MOVE    'Y'                   TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       A2220-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *RECORD A PAYMENT ('P') - FULL OR PARTIAL - AGAINST THE KEYED-----
      *FINE ID. A BLANK AMOUNT PAYS THE FULL BALANCE; A PAYMENT CAN-----
      *NEVER EXCEED THE BALANCE. EVERY PAYMENT GOES ON THE--------------
           MOVE ATTR-UNPROT-NUM-MDT TO MBIDA
           MOVE ATTR-UNPROT-NUM-MDT TO MFIDA
           MOVE ATTR-UNPROT-NUM-MDT TO MAMTA
           MOVE ATTR-UNPROT-MDT     TO MREASNA

           EXEC CICS
                SEND MAP(WS-MAP)
