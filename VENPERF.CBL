      *PROGRAM DESCRIPTION.                                           *
      * --- VENDOR PERFORMANCE REPORT. FOR EVERY VENDOR ON THE        *
      * IBMUSER.VENDORS MASTER, TOTALS ITS IBMUSER.ORDERS LINES:      *
      * LINES PLACED, FILL RATE (COPIES RECEIVED/COPIES ORDERED),     *
      * CANCEL RATE, AVERAGE DAYS FROM ORDER_DATE TO EACH SHIPMENT    *
      * RECEIVED, AND SPEND (QTY TIMES UNIT COST OF WHAT CAME IN) -   *
      * ALL TAKEN FROM THE IBMUSER.ORDER_RECEIPTS SHIPMENT ROWS, SO A *
      * PART-FILLED LINE COUNTS FOR WHAT ARRIVED - SO RENEWAL         *
      * NEGOTIATIONS RUN ON NUMBERS INSTEAD OF ANECDOTE. PRINTS ON    *
      * VPFOUT.                                                       *
      *                                                               *
       01  WS-VARS.
           05  WS-TOTAL-VENDORS    PIC  9(05) VALUE 0                 .
           05  WS-LINE-COUNT       PIC S9(09) COMP                    .
           05  WS-ORD-COPIES       PIC S9(09) COMP                    .
           05  WS-RECD-COPIES      PIC S9(09) COMP                    .
           05  WS-RECEIPT-COUNT    PIC S9(09) COMP                    .
           05  WS-TOTAL-DAYS       PIC S9(09) COMP                    .
           05  WS-CANC-COUNT       PIC S9(09) COMP                    .
           05  WS-AVG-DAYS         PIC S9(09) COMP                    .
           05  WS-SPEND            PIC S9(9)V9(2) USAGE COMP-3        .
       01  WS-BRUN-VARS.
           05  WS-BRUN-RUN-ID          PIC S9(9) COMP                 .
           05  WS-BRUN-COUNT           PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-COUNT      PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-X          PIC ZZZ9                       .
           05  WS-BRUN-TODAY.
               10  WS-BR-YYYY          PIC 9(04)                      .
               10  WS-BR-MM            PIC 9(02)                      .
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE VENDOR - DB2 DOES THE ARITHMETIC IN TWO AGGREGATE PASSES,----
      *ONE OVER ITS ORDER LINES (LINES, COPIES ORDERED, CANCELS) AND----
      *ONE OVER WHAT IT SHIPPED. A VENDOR WITH NO LINES YET STILL-------
      *PRINTS (ZEROS), SO THE NEW SUPPLIER SET UP YESTERDAY IS VISIBLE--
       2200-TOTAL-VENDOR.
           EXEC SQL
                SELECT COUNT(*),
                       VALUE(SUM(QTY), 0),
                       VALUE(SUM(CASE WHEN STATUS = 'C'
                                      THEN 1 ELSE 0 END), 0)
                INTO  :WS-LINE-COUNT, :WS-ORD-COPIES,
                      :WS-CANC-COUNT
                FROM   IBMUSER.ORDERS
                WHERE  VENDOR_ID = :VENDR-VENDOR-ID
           END-EXEC
              PERFORM XXXX-ERROR-HANDLING
           END-IF

      *EACH SHIPMENT ON ORDER_RECEIPTS IS ONE RECEIPT - COPIES, DAYS----
      *FROM ORDERING AND SPEND AT THE ORDERED COST. A LINE RECEIVED-----
      *BEFORE THE RECEIPTS WERE KEPT COUNTS AS ONE RECEIPT OF ITS-------
      *WHOLE QTY ON ITS RECEIVED_DATE-----------------------------------
           EXEC SQL
                SELECT VALUE(SUM(X.RECV_QTY), 0), COUNT(*),
                       VALUE(SUM(X.RECV_DAYS), 0),
                       VALUE(SUM(X.AMOUNT), 0)
                INTO  :WS-RECD-COPIES, :WS-RECEIPT-COUNT,
                      :WS-TOTAL-DAYS, :WS-SPEND
                FROM  (SELECT R.RECEIVE_QTY AS RECV_QTY,
                              DAYS(R.RECEIVE_DATE)
                            - DAYS(O.ORDER_DATE) AS RECV_DAYS,
                              R.RECEIVE_QTY * O.UNIT_COST AS AMOUNT
                       FROM   IBMUSER.ORDER_RECEIPTS R,
                              IBMUSER.ORDERS O
                       WHERE  O.LINE_ID   = R.LINE_ID
                       AND    O.VENDOR_ID = :VENDR-VENDOR-ID
                       UNION ALL
                       SELECT O.QTY,
                              DAYS(O.RECEIVED_DATE)
                            - DAYS(O.ORDER_DATE),
                              O.QTY * O.UNIT_COST
                       FROM   IBMUSER.ORDERS O
                       WHERE  O.VENDOR_ID = :VENDR-VENDOR-ID
                       AND    O.STATUS    = 'R'
                       AND    NOT EXISTS
                              (SELECT 1
                               FROM   IBMUSER.ORDER_RECEIPTS R
                               WHERE  R.LINE_ID = O.LINE_ID)) X
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2200-TOTAL-VENDOR' TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-LINE-COUNT > 0
              COMPUTE WS-CANCEL-PCT = WS-CANC-COUNT * 100
                                    / WS-LINE-COUNT
           ELSE
              MOVE 0 TO WS-CANCEL-PCT
           END-IF

           IF WS-ORD-COPIES > 0
              COMPUTE WS-FILL-PCT   = WS-RECD-COPIES * 100
                                    / WS-ORD-COPIES
           ELSE
              MOVE 0 TO WS-FILL-PCT
           END-IF

           IF WS-RECEIPT-COUNT > 0
              COMPUTE WS-AVG-DAYS   = WS-TOTAL-DAYS
                                    / WS-RECEIPT-COUNT
           ELSE
              MOVE 0 TO WS-AVG-DAYS
           END-IF

           ADD 1 TO WS-TOTAL-VENDORS

           MOVE VENDR-VENDOR-ID TO WS-PL-VENDOR-ID
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
