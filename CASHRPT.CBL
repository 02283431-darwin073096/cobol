      * ACTION), GROUPED BY THE OPERATOR WHO TOOK THE MONEY, AND      *
      * PRINTS EVERY RECEIPT WITH A TOTAL PER OPERATOR AND A GRAND    *
      * TOTAL ON CSHOUT - SO EACH DRAWER CAN BE COUNTED AGAINST WHAT  *
      * DB2 SAYS IT SHOULD HOLD. RECEIPTS WITH AN EXTERNAL REFERENCE  *
      * (ONLINE CARD PAYMENTS, AGENCY REMITTANCES) LIST UNDER THEIR   *
      * OWN BATCH OPERATOR AND ARE TOTALLED APART FROM DRAWER CASH.   *
      * A LOST BOOK THAT TURNS UP AGAIN PUTS NEGATIVE ROWS ON THE     *
      * LEDGER: A BLANK-REFERENCE REFUND CAME OUT OF THAT DRAWER,     *
      * 'LOST CREDIT' AND 'REFUND DUE' ROWS MOVED NO CASH AND ARE     *
      * TOTALLED ON THEIR OWN. BOOK-SALE PROCEEDS DISP01 LEDGERS      *
      * ('BOOK SALE') WENT INTO THE DRAWER LIKE ANY FINE AND COUNT AS *
      * DRAWER CASH, WITH THEIR OWN TOTAL UNDER IT. THE DAY'S         *
      * LOST_REFUNDS REGISTER FOLLOWS THE SUMMARY.                    *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- FINE01   > WRITES THE PAYMENTS LEDGER READ HERE         *
      *    -- OVRDUE01 > SAME CURSOR-AND-PRINT-FILE SHAPE             *
      *    -- AGYRMIT  > LEDGERS AGENCY REMITTANCES UNDER ITS OWN     *
      *                  BATCH OPERATOR ID                            *
      *    -- PAYSETL  > LEDGERS ONLINE CARD PAYMENTS THE SAME WAY    *
      *    -- LOAN01   > REFUNDS / CREDITS A RETURNED LOST COPY       *
      *    -- BULKRET  > SAME FOR A LOST COPY IN THE BOOK DROP        *
      *    -- DISP01   > LEDGERS WITHDRAWN-COPY SALE PROCEEDS         *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
           05  WS-CL-TIME            PIC X(008)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'AMOUNT: '      .
           05  WS-CL-AMOUNT          PIC ZZ,ZZ9.99-                   .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(005) VALUE 'REF: '         .
           05  WS-CL-EXT-REF         PIC X(020)                       .
           05  FILLER                PIC X(122) VALUE ALL SPACES      .

       01  WS-OPER-TOTAL-LINE.
           05  FILLER                PIC X(020) VALUE
           05  WS-OT-COUNT           PIC ZZZZ9                        .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'AMOUNT: '      .
           05  WS-OT-AMOUNT          PIC ZZZ,ZZ9.99-                  .
           05  FILLER                PIC X(164) VALUE ALL SPACES      .

      *THE LOST-BOOK REFUND REGISTER (IBMUSER.LOST_REFUNDS) - ONE LINE--
      *PER PAID-FOR LOST COPY THAT CAME BACK TODAY----------------------
       01  WS-REFUND-HEAD.
           05  FILLER                PIC X(025) VALUE
                                     'LOST-BOOK REFUND REGISTER'      .
           05  FILLER                PIC X(205) VALUE ALL SPACES      .

       01  WS-REFUND-LINE.
           05  FILLER                PIC X(004) VALUE ALL SPACES      .
           05  WS-RL-REFUND-ID       PIC Z(008)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'LOAN: '        .
           05  WS-RL-LOAN-ID         PIC Z(008)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'BORROWER: '    .
           05  WS-RL-BORROWER-ID     PIC Z(003)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(011) VALUE 'ACCESSION: '   .
           05  WS-RL-ACCESSION-NO    PIC X(012)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'PAID: '        .
           05  WS-RL-PAID            PIC ZZ,ZZ9.99                    .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'CREDITED: '    .
           05  WS-RL-CREDITED        PIC ZZ,ZZ9.99                    .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'REFUNDED: '    .
           05  WS-RL-REFUNDED        PIC ZZ,ZZ9.99                    .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'STATUS: '      .
           05  WS-RL-STATUS          PIC X(001)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'OPER: '        .
           05  WS-RL-OPER-ID         PIC X(008)                       .
           05  FILLER                PIC X(073) VALUE ALL SPACES      .

      *CASH PAID = STATUS 'P' (OUT OF A DRAWER, ALREADY NETTED ABOVE),--
      *CASH DUE = STATUS 'D' (BOOK DROP - STILL TO BE PAID OUT)---------
       01  WS-REFUND-TOTAL-LINE.
           05  FILLER                PIC X(020) VALUE
                                         'REFUNDS REGISTERED: '       .
           05  WS-RT-COUNT           PIC ZZZZ9                        .
           05  FILLER                PIC X(003) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'CREDITED: '    .
           05  WS-RT-CREDITED        PIC ZZZ,ZZ9.99                   .
           05  FILLER                PIC X(003) VALUE ALL SPACES      .
           05  FILLER                PIC X(011) VALUE 'CASH PAID: '   .
           05  WS-RT-PAID            PIC ZZZ,ZZ9.99                   .
           05  FILLER                PIC X(003) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'CASH DUE: '    .
           05  WS-RT-DUE             PIC ZZZ,ZZ9.99                   .
           05  FILLER                PIC X(135) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
               10  WS-SM-COUNT     PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(008) VALUE 'AMOUNT: '        .
               10  WS-SM-AMOUNT    PIC ZZZ,ZZ9.99-                    .
               10  FILLER          PIC X(181) VALUE ALL SPACES        .
      *RECEIPTS CARRYING AN EXTERNAL REFERENCE (ONLINE CARD PAYMENTS,---
      *AGENCY REMITTANCES) NEVER PASSED THROUGH A DRAWER----------------
           05  WS-SUMMARY-2.
               10  FILLER          PIC X(013) VALUE 'DRAWER CASH: '   .
               10  WS-SM-DRW-COUNT PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(008) VALUE 'AMOUNT: '        .
               10  WS-SM-DRW-AMT   PIC ZZZ,ZZ9.99-                    .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(033) VALUE
                           'ONLINE/AGENCY (NOT IN A DRAWER): '        .
               10  WS-SM-EXT-COUNT PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(008) VALUE 'AMOUNT: '        .
               10  WS-SM-EXT-AMT   PIC ZZZ,ZZ9.99                     .
               10  FILLER          PIC X(128) VALUE ALL SPACES        .
      *LOST-BOOK CREDITS AND BOOK-DROP REFUNDS DUE - LEDGER ROWS THAT---
      *MOVED NO CASH AT ALL---------------------------------------------
           05  WS-SUMMARY-3.
               10  FILLER          PIC X(033) VALUE
                           'LOST-BOOK CREDITS / REFUNDS DUE: '        .
               10  WS-SM-LST-COUNT PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(008) VALUE 'AMOUNT: '        .
               10  WS-SM-LST-AMT   PIC ZZZ,ZZ9.99-                    .
               10  FILLER          PIC X(170) VALUE ALL SPACES        .
      *WITHDRAWN-COPY SALE PROCEEDS - ALREADY IN DRAWER CASH ABOVE,-----
      *SHOWN AGAIN SO THE FRIENDS' SALE TAKINGS CAN BE CHECKED----------
           05  WS-SUMMARY-4.
               10  FILLER          PIC X(033) VALUE
                           'OF DRAWER CASH, BOOK SALES: '             .
               10  WS-SM-BKS-COUNT PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(008) VALUE 'AMOUNT: '        .
               10  WS-SM-BKS-AMT   PIC ZZZ,ZZ9.99-                    .
               10  FILLER          PIC X(170) VALUE ALL SPACES        .
           05  WS-FOOTER.
               10  FILLER          PIC X(108) VALUE ALL '-'           .
               10  FILLER          PIC X(015) VALUE 'NOTHING FOLLOWS' .
           05  WS-TOTAL-COUNT      PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-AMOUNT     PIC S9(7)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  WS-DRAWER-COUNT     PIC  9(05) VALUE 0                 .
           05  WS-DRAWER-AMOUNT    PIC S9(7)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  WS-EXT-COUNT        PIC  9(05) VALUE 0                 .
           05  WS-EXT-AMOUNT       PIC S9(7)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  WS-LOST-COUNT       PIC  9(05) VALUE 0                 .
           05  WS-LOST-AMOUNT      PIC S9(7)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  WS-SALE-COUNT       PIC  9(05) VALUE 0                 .
           05  WS-SALE-AMOUNT      PIC S9(7)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  WS-RFND-COUNT       PIC  9(05) VALUE 0                 .
           05  WS-RFND-CREDITED    PIC S9(7)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  WS-RFND-PAID        PIC S9(7)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  WS-RFND-DUE         PIC S9(7)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  WS-OPER-COUNT       PIC  9(05) VALUE 0                 .
           05  WS-OPER-AMOUNT      PIC S9(7)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  WS-PREV-OPER-ID     PIC X(08)  VALUE LOW-VALUES        .
           05  LAST-REC            PIC  9                             .
               88  EOF                        VALUE 1                 .
           05  LAST-REFUND         PIC  9     VALUE 0                 .
               88  REFUND-EOF                 VALUE 1                 .
           05  ERROR-HANDLING          PIC X                          .
               88  SOME-ERROR                   VALUE 'Y'             .
           05  WS-MESSAGE.
       01  WS-BRUN-VARS.
           05  WS-BRUN-RUN-ID          PIC S9(9) COMP                 .
           05  WS-BRUN-COUNT           PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-COUNT      PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-X          PIC ZZZ9                       .
           05  WS-BRUN-TODAY.
               10  WS-BR-YYYY          PIC 9(04)                      .
               10  WS-BR-MM            PIC 9(02)                      .
              INCLUDE DCLFPAY
           END-EXEC.

           EXEC SQL
              INCLUDE DCLLREF
           END-EXEC.

      *-----------------------------------------------------------------
      *TODAY'S RECEIPTS IN OPERATOR ORDER SO THE CONTROL BREAK BELOW----
      *CAN TOTAL EACH DRAWER---------------------------------------------
           EXEC SQL DECLARE  C1_CURSOR CURSOR FOR
                SELECT PAYMENT_ID, FINE_ID, BORROWER_ID, AMOUNT,
                       PAY_TIME, OPER_ID, VALUE(EXT_REF, ' ')
                FROM   IBMUSER.FINE_PAYMENTS
                WHERE  PAY_DATE = CHAR(CURRENT DATE, ISO)
                ORDER BY OPER_ID, PAYMENT_ID
           END-EXEC.

      *-----------------------------------------------------------------
      *TODAY'S LOST-BOOK REFUND REGISTER ROWS---------------------------
           EXEC SQL DECLARE  C2_CURSOR CURSOR FOR
                SELECT REFUND_ID, LOAN_ID, BORROWER_ID, ACCESSION_NO,
                       PAID_AMOUNT, CREDIT_AMOUNT, REFUND_AMOUNT,
                       STATUS, OPER_ID
                FROM   IBMUSER.LOST_REFUNDS
                WHERE  REFUND_DATE = CHAR(CURRENT DATE, ISO)
                ORDER BY REFUND_ID
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
                                    ,:FPAY-AMOUNT
                                    ,:FPAY-PAY-TIME
                                    ,:FPAY-OPER-ID
                                    ,:FPAY-EXT-REF
           END-EXEC

           EVALUATE TRUE
           ADD FPAY-AMOUNT  TO WS-OPER-AMOUNT
           ADD FPAY-AMOUNT  TO WS-TOTAL-AMOUNT

           EVALUATE TRUE
               WHEN FPAY-EXT-REF = SPACES
                    ADD 1            TO WS-DRAWER-COUNT
                    ADD FPAY-AMOUNT  TO WS-DRAWER-AMOUNT
               WHEN FPAY-EXT-REF = 'BOOK SALE'
                    ADD 1            TO WS-DRAWER-COUNT
                    ADD FPAY-AMOUNT  TO WS-DRAWER-AMOUNT
                    ADD 1            TO WS-SALE-COUNT
                    ADD FPAY-AMOUNT  TO WS-SALE-AMOUNT
               WHEN FPAY-EXT-REF = 'LOST CREDIT'
               WHEN FPAY-EXT-REF = 'REFUND DUE'
                    ADD 1            TO WS-LOST-COUNT
                    ADD FPAY-AMOUNT  TO WS-LOST-AMOUNT
               WHEN OTHER
                    ADD 1            TO WS-EXT-COUNT
                    ADD FPAY-AMOUNT  TO WS-EXT-AMOUNT
           END-EVALUATE

           MOVE FPAY-PAYMENT-ID  TO WS-CL-PAYMENT-ID
           MOVE FPAY-FINE-ID     TO WS-CL-FINE-ID
           MOVE FPAY-BORROWER-ID TO WS-CL-BORROWER-ID
           MOVE FPAY-PAY-TIME    TO WS-CL-TIME
           MOVE FPAY-AMOUNT      TO WS-CL-AMOUNT
           MOVE FPAY-EXT-REF     TO WS-CL-EXT-REF

           MOVE  WS-CASH-LINE TO OP-FIELDS
           WRITE OP-FIELDS
       2900-WRITE-SUMMARY.
           MOVE    WS-TOTAL-COUNT          TO WS-SM-COUNT
           MOVE    WS-TOTAL-AMOUNT         TO WS-SM-AMOUNT
           MOVE    WS-DRAWER-COUNT         TO WS-SM-DRW-COUNT
           MOVE    WS-DRAWER-AMOUNT        TO WS-SM-DRW-AMT
           MOVE    WS-EXT-COUNT            TO WS-SM-EXT-COUNT
           MOVE    WS-EXT-AMOUNT           TO WS-SM-EXT-AMT
           MOVE    WS-LOST-COUNT           TO WS-SM-LST-COUNT
           MOVE    WS-LOST-AMOUNT          TO WS-SM-LST-AMT
           MOVE    WS-SALE-COUNT           TO WS-SM-BKS-COUNT
           MOVE    WS-SALE-AMOUNT          TO WS-SM-BKS-AMT
           MOVE    WS-SPACES               TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-BREAKER              TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-SUMMARY-1            TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-SUMMARY-2            TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-SUMMARY-3            TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-SUMMARY-4            TO OP-FIELDS
           WRITE   OP-FIELDS

           PERFORM 2950-REFUND-REGISTER    THRU 2950-EXIT

           MOVE    WS-TRAILER              TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-FOOTER               TO OP-FIELDS
       2900-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *LIST TODAY'S LOST_REFUNDS REGISTER UNDER THE SUMMARY, WITH-------
      *CREDIT / CASH PAID / CASH DUE TOTALS-----------------------------
       2950-REFUND-REGISTER.
           MOVE  WS-SPACES      TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-REFUND-HEAD TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-BREAKER     TO OP-FIELDS
           WRITE OP-FIELDS

           EXEC SQL
                OPEN C2_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                      TO ERROR-HANDLING
              MOVE   '2950-REFUND-REGISTER'   TO ERR-LOC
              MOVE    SQLCODE                 TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM 2960-FETCH-REFUND THRU 2960-EXIT UNTIL REFUND-EOF

           EXEC SQL
                CLOSE C2_CURSOR
           END-EXEC

           MOVE WS-RFND-COUNT    TO WS-RT-COUNT
           MOVE WS-RFND-CREDITED TO WS-RT-CREDITED
           MOVE WS-RFND-PAID     TO WS-RT-PAID
           MOVE WS-RFND-DUE      TO WS-RT-DUE

           MOVE  WS-REFUND-TOTAL-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           .
       2950-EXIT.
           EXIT
           .
       2960-FETCH-REFUND.
           EXEC SQL
                FETCH C2_CURSOR INTO :LREF-REFUND-ID
                                    ,:LREF-LOAN-ID
                                    ,:LREF-BORROWER-ID
                                    ,:LREF-ACCESSION-NO
                                    ,:LREF-PAID-AMOUNT
                                    ,:LREF-CREDIT-AMOUNT
                                    ,:LREF-REFUND-AMOUNT
                                    ,:LREF-STATUS
                                    ,:LREF-OPER-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE    1                       TO LAST-REFUND
                    GO TO 2960-EXIT
               WHEN OTHER
                    MOVE    1                       TO LAST-REFUND
                    MOVE   'Y'                      TO ERROR-HANDLING
                    MOVE   '2960-FETCH-REFUND'      TO ERR-LOC
                    MOVE    SQLCODE                 TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           ADD 1                  TO WS-RFND-COUNT
           ADD LREF-CREDIT-AMOUNT TO WS-RFND-CREDITED

           IF LREF-STATUS = 'D'
              ADD LREF-REFUND-AMOUNT TO WS-RFND-DUE
           ELSE
              ADD LREF-REFUND-AMOUNT TO WS-RFND-PAID
           END-IF

           MOVE LREF-REFUND-ID     TO WS-RL-REFUND-ID
           MOVE LREF-LOAN-ID       TO WS-RL-LOAN-ID
           MOVE LREF-BORROWER-ID   TO WS-RL-BORROWER-ID
           MOVE LREF-ACCESSION-NO  TO WS-RL-ACCESSION-NO
           MOVE LREF-PAID-AMOUNT   TO WS-RL-PAID
           MOVE LREF-CREDIT-AMOUNT TO WS-RL-CREDITED
           MOVE LREF-REFUND-AMOUNT TO WS-RL-REFUNDED
           MOVE LREF-STATUS        TO WS-RL-STATUS
           MOVE LREF-OPER-ID       TO WS-RL-OPER-ID

           MOVE  WS-REFUND-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           .
       2960-EXIT.
           EXIT
           .
       3000-CLOSE-SQL.
           DISPLAY 'START 3000-CLOSE-SQL'
           CLOSE PRT-CASH
           EXEC SQL
                COMMIT
           END-EXEC

           PERFORM Z9150-CHECK-PREDECESSORS THRU Z9150-EXIT
           .
       Z9100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *HOLD THE RUN WHEN A PREDECESSOR ON IBMUSER.BATCH_DEPS HAS NOT----
      *ENDED CLEAN - TODAY FOR A NIGHTLY PREDECESSOR, INSIDE ITS WEEK---
      *OR MONTH FOR A WEEKLY OR MONTHLY ONE (ITS BATCH_SCHED FREQUENCY)-
      *THE RUN IS STAMPED HELD ('H') AND ENDS RC 12 BEFORE ANY WORK IS--
      *DONE, SO NOTHING RUNS ON HALF-FINISHED DATA. BEST-EFFORT LIKE----
      *THE REST OF THE REGISTRY - IF THE CHECK ITSELF FAILS, THE JOB----
      *RUNS-------------------------------------------------------------
       Z9150-CHECK-PREDECESSORS.
           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-BRUN-HELD-COUNT
                FROM   IBMUSER.BATCH_DEPS D
                       LEFT OUTER JOIN IBMUSER.BATCH_SCHED S
                          ON S.JOB_NAME = D.PRED_JOB_NAME
                WHERE  D.JOB_NAME = :BRUN-JOB-NAME
                AND    NOT EXISTS
                       (SELECT 1
                        FROM   IBMUSER.BATCH_RUNS R
                        WHERE  R.JOB_NAME = D.PRED_JOB_NAME
                        AND    R.STATUS   = 'C'
                        AND    R.START_DATE >=
                               CHAR(CURRENT DATE -
                                    (CASE S.FREQUENCY
                                          WHEN 'W' THEN 7
                                          WHEN 'M' THEN 31
                                          ELSE 0 END) DAYS, ISO))
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-BRUN-HELD-COUNT = 0
              GO TO Z9150-EXIT
           END-IF

           EXEC SQL
                UPDATE IBMUSER.BATCH_RUNS
                SET    END_DATE = :BRUN-START-DATE,
                       END_TIME = :BRUN-START-TIME,
                       STATUS   = 'H'
                WHERE  RUN_ID   = :WS-BRUN-RUN-ID
           END-EXEC

           EXEC SQL
                COMMIT
           END-EXEC

           MOVE WS-BRUN-HELD-COUNT TO WS-BRUN-HELD-X
           DISPLAY BRUN-JOB-NAME ' HELD FOR PREDECESSOR - '
                   WS-BRUN-HELD-X ' NOT RUN CLEAN'
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .
       Z9150-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *CLOSE THE RUN CLEAN ('C') - BEST-EFFORT, A REGISTRY FAILURE------
      *MUST NOT FAIL A JOB THAT OTHERWISE WORKED------------------------
       Z9200-CLOSE-RUN.
