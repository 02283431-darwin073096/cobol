      * AND THE VARIANCE COLUMN THE FORM DEMANDS:                     *
      *    -- COLLECTION SIZE (ACTIVE TITLES, COPIES OWNED)           *
      *    -- TITLES ADDED / WITHDRAWN (BOOKS_AUDIT 'I' / 'D')        *
      *    -- CIRCULATION - TOTAL LOANS, BROKEN OUT BY ITEM TYPE      *
      *       (BOOKS, AUDIOBOOKS, DVDS, PASSES, LAPTOPS - SEE         *
      *       DCLITYPE), PLUS PER-BRANCH FOR THE REPORT YEAR          *
      *    -- REGISTERED AND ACTIVE BORROWERS (ACTIVE = BORROWED IN   *
      *       THE YEAR)                                               *
      *    -- ACQUISITIONS SPEND (RECEIVED ORDER LINES)               *
      *    -- FINE REVENUE (THE FINE_PAYMENTS LEDGER)                 *
      *    -- BOOK-SALE REVENUE (WITHDRAWN COPIES SOLD THROUGH DISP01 *
      *       - 'BOOK SALE' ROWS ON THE SAME LEDGER, KEPT OUT OF THE  *
      *       FINE FIGURE)                                            *
      *    -- BORROWERS AND CIRCULATION BY RESIDENCY DISTRICT (THE    *
      *       DISTRICT BORRW01 DERIVES FROM THE ADDRESS POSTCODE -    *
      *       LOANS COUNT UNDER THE BORROWER'S DISTRICT AS IT STANDS  *
      *       AT THE RUN)                                             *
      * PRINTS ON STROUT. NO MORE ASSEMBLING THE RETURN BY HAND FROM  *
      * FOUR REPORTS AND A SPREADSHEET.                               *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- CIRCRPT/PUBSUM1 > THE REPORTS THIS USED TO BE CUT FROM  *
      *    -- PCDMNT01 > THE POSTCODE-TO-DISTRICT TABLE               *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
           05  WS-THIS-VALUE       PIC S9(9)V9(2) USAGE COMP-3        .
           05  WS-LAST-VALUE       PIC S9(9)V9(2) USAGE COMP-3        .
           05  WS-COUNT            PIC S9(09) COMP                    .
           05  WS-LAST-COUNT       PIC S9(09) COMP                    .
           05  WS-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3        .
           05  WS-DIST-CAPTION     PIC X(12)                          .
           05  LAST-REC            PIC  9                             .
               88  EOF                        VALUE 1                 .
           05  ERROR-HANDLING          PIC X                          .
       01  WS-BRUN-VARS.
           05  WS-BRUN-RUN-ID          PIC S9(9) COMP                 .
           05  WS-BRUN-COUNT           PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-COUNT      PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-X          PIC ZZZ9                       .
           05  WS-BRUN-TODAY.
               10  WS-BR-YYYY          PIC 9(04)                      .
               10  WS-BR-MM            PIC 9(02)                      .
              INCLUDE DCLBRNCH
           END-EXEC.

           EXEC SQL
              INCLUDE DCLITYPE
           END-EXEC.

           EXEC SQL
              INCLUDE DCLPCDST
           END-EXEC.

      *-----------------------------------------------------------------
      *CIRCULATION BY ITEM TYPE FOR BOTH YEARS IN ONE PASS (THE PRIOR---
      *YEAR RUNS STRAIGHT INTO THE REPORT YEAR). A BLANK TYPE COUNTS AS-
      *'B' BOOK; A TYPE WITH NO ITEM_TYPES ROW STILL PRINTS-------------
           EXEC SQL DECLARE  T1_CURSOR CURSOR FOR
                SELECT VALUE(NULLIF(B.ITEM_TYPE, ' '), 'B'),
                       VALUE(T.DESCRIPTION, 'UNKNOWN TYPE'),
                       SUM(CASE WHEN L.LOAN_DATE >= :WS-THIS-LO
                                 AND L.LOAN_DATE <= :WS-THIS-HI
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN L.LOAN_DATE >= :WS-LAST-LO
                                 AND L.LOAN_DATE <= :WS-LAST-HI
                                THEN 1 ELSE 0 END)
                FROM   IBMUSER.LOANS L
                       INNER JOIN IBMUSER.BOOKS B
                          ON B.BOOK_ID = L.BOOK_ID
                       LEFT OUTER JOIN IBMUSER.ITEM_TYPES T
                          ON T.ITEM_TYPE =
                             VALUE(NULLIF(B.ITEM_TYPE, ' '), 'B')
                WHERE  L.LOAN_DATE >= :WS-LAST-LO
                AND    L.LOAN_DATE <= :WS-THIS-HI
                GROUP BY VALUE(NULLIF(B.ITEM_TYPE, ' '), 'B'),
                         VALUE(T.DESCRIPTION, 'UNKNOWN TYPE')
                ORDER BY 1
           END-EXEC.

      *-----------------------------------------------------------------
      *PER-BRANCH CIRCULATION FOR THE REPORT YEAR (BRANCH 0 IS THE------
      *MAIN DESK - IT HAS NO BRANCHES ROW, SO THE NAME COMES FROM A-----
                ORDER BY 1
           END-EXEC.

      *-----------------------------------------------------------------
      *REGISTERED BORROWERS BY RESIDENCY DISTRICT AT THE RUN DATE. A----
      *BLANK DISTRICT (OUT OF AREA, OR NO ADDRESS KEYED YET) SORTS LAST-
      *UNDER '----'-----------------------------------------------------
           EXEC SQL DECLARE  D1_CURSOR CURSOR FOR
                SELECT VALUE(NULLIF(DISTRICT, ' '), '----'), COUNT(*)
                FROM   IBMUSER.BORROWERS
                WHERE  STATUS = 'A'
                GROUP BY VALUE(NULLIF(DISTRICT, ' '), '----')
                ORDER BY 1
           END-EXEC.

      *-----------------------------------------------------------------
      *CIRCULATION BY THE BORROWER'S DISTRICT FOR BOTH YEARS IN ONE-----
      *PASS, AS T1_CURSOR DOES BY ITEM TYPE. AN ANONYMISED LOAN (NO-----
      *BORROWER) COUNTS UNDER '----'------------------------------------
           EXEC SQL DECLARE  D2_CURSOR CURSOR FOR
                SELECT VALUE(NULLIF(R.DISTRICT, ' '), '----'),
                       SUM(CASE WHEN L.LOAN_DATE >= :WS-THIS-LO
                                 AND L.LOAN_DATE <= :WS-THIS-HI
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN L.LOAN_DATE >= :WS-LAST-LO
                                 AND L.LOAN_DATE <= :WS-LAST-HI
                                THEN 1 ELSE 0 END)
                FROM   IBMUSER.LOANS L
                       LEFT OUTER JOIN IBMUSER.BORROWERS R
                          ON R.BORROWER_ID = L.BORROWER_ID
                WHERE  L.LOAN_DATE >= :WS-LAST-LO
                AND    L.LOAN_DATE <= :WS-THIS-HI
                GROUP BY VALUE(NULLIF(R.DISTRICT, ' '), '----')
                ORDER BY 1
           END-EXEC.

      *-----------------------------------------------------------------
      *PARM PASSED FROM THE DSN RUN COMMAND - THE REPORT YEAR, ZERO/----
      *NO PARM MEANS THE CURRENT YEAR-------------------------------------
           PERFORM 4000-BORROWERS    THRU 4000-EXIT.
           PERFORM 5000-MONEY        THRU 5000-EXIT.
           PERFORM 6000-PER-BRANCH   THRU 6000-EXIT.
           PERFORM 6500-BY-DISTRICT  THRU 6500-EXIT.

           MOVE  WS-SPACES  TO OP-FIELDS.
           WRITE OP-FIELDS.
           MOVE WS-COUNT TO WS-LAST-VALUE
           MOVE 'TOTAL CIRCULATION (LOANS)' TO WS-SL-CAPTION
           PERFORM 8000-PRINT-LINE THRU 8000-EXIT

           MOVE 0 TO LAST-REC

           EXEC SQL
                OPEN T1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPEN T1_CURSOR'
           END-IF

           PERFORM 3100-FETCH-ITYPE THRU 3100-EXIT UNTIL EOF

           EXEC SQL
                CLOSE T1_CURSOR
           END-EXEC
           .
       3000-EXIT.
           EXIT
           .
       3100-FETCH-ITYPE.
           EXEC SQL
                FETCH T1_CURSOR INTO :ITYPE-ITEM-TYPE
                                    ,:ITYPE-DESCRIPTION
                                    ,:WS-COUNT
                                    ,:WS-LAST-COUNT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE WS-COUNT      TO WS-THIS-VALUE
                    MOVE WS-LAST-COUNT TO WS-LAST-VALUE
                    MOVE SPACES        TO WS-SL-CAPTION
                    STRING '  LOANS - '       DELIMITED BY SIZE
                           ITYPE-DESCRIPTION  DELIMITED BY SIZE
                           INTO WS-SL-CAPTION
                    END-STRING
                    PERFORM 8000-PRINT-LINE THRU 8000-EXIT
               WHEN SQLCODE = 100
                    MOVE 1 TO LAST-REC
               WHEN OTHER
                    MOVE 1 TO LAST-REC
                    MOVE   'Y'                  TO ERROR-HANDLING
                    MOVE   '3100-FETCH-ITYPE'   TO ERR-LOC
                    MOVE    SQLCODE             TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       3100-EXIT.
           EXIT
           .
       4000-BORROWERS.
           EXEC SQL
                SELECT COUNT(*)
       4000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ACQUISITIONS SPEND IS TAKEN SHIPMENT BY SHIPMENT FROM THE--------
      *ORDER_RECEIPTS ROWS, SO A PART-RECEIVED LINE COUNTS IN THE-------
      *PERIOD EACH PART CAME IN. A LINE RECEIVED BEFORE THE RECEIPTS----
      *WERE KEPT COUNTS WHOLE ON ITS RECEIVED_DATE. THE FINE_PAYMENTS---
      *LEDGER ALSO CARRIES WITHDRAWN-COPY SALE PROCEEDS ('BOOK SALE'),--
      *WHICH ARE NOT FINES AND GO ON A REVENUE LINE OF THEIR OWN--------
       5000-MONEY.
           EXEC SQL
                SELECT VALUE(SUM(X.AMOUNT), 0)
                INTO  :WS-AMOUNT
                FROM  (SELECT R.RECEIVE_QTY * O.UNIT_COST AS AMOUNT,
                              R.RECEIVE_DATE AS RECV_DATE
                       FROM   IBMUSER.ORDER_RECEIPTS R,
                              IBMUSER.ORDERS O
                       WHERE  O.LINE_ID = R.LINE_ID
                       UNION ALL
                       SELECT O.QTY * O.UNIT_COST, O.RECEIVED_DATE
                       FROM   IBMUSER.ORDERS O
                       WHERE  O.STATUS = 'R'
                       AND    NOT EXISTS
                              (SELECT 1
                               FROM   IBMUSER.ORDER_RECEIPTS R
                               WHERE  R.LINE_ID = O.LINE_ID)) X
                WHERE  X.RECV_DATE >= :WS-THIS-LO
                AND    X.RECV_DATE <= :WS-THIS-HI
           END-EXEC
           PERFORM 9000-CHECK-SQL THRU 9000-EXIT
           MOVE WS-AMOUNT TO WS-THIS-VALUE

           EXEC SQL
                SELECT VALUE(SUM(X.AMOUNT), 0)
                INTO  :WS-AMOUNT
                FROM  (SELECT R.RECEIVE_QTY * O.UNIT_COST AS AMOUNT,
                              R.RECEIVE_DATE AS RECV_DATE
                       FROM   IBMUSER.ORDER_RECEIPTS R,
                              IBMUSER.ORDERS O
                       WHERE  O.LINE_ID = R.LINE_ID
                       UNION ALL
                       SELECT O.QTY * O.UNIT_COST, O.RECEIVED_DATE
                       FROM   IBMUSER.ORDERS O
                       WHERE  O.STATUS = 'R'
                       AND    NOT EXISTS
                              (SELECT 1
                               FROM   IBMUSER.ORDER_RECEIPTS R
                               WHERE  R.LINE_ID = O.LINE_ID)) X
                WHERE  X.RECV_DATE >= :WS-LAST-LO
                AND    X.RECV_DATE <= :WS-LAST-HI
           END-EXEC
           PERFORM 9000-CHECK-SQL THRU 9000-EXIT
           MOVE WS-AMOUNT TO WS-LAST-VALUE
                FROM   IBMUSER.FINE_PAYMENTS
                WHERE  PAY_DATE >= :WS-THIS-LO
                AND    PAY_DATE <= :WS-THIS-HI
                AND    VALUE(EXT_REF, ' ') <> 'BOOK SALE'
           END-EXEC
           PERFORM 9000-CHECK-SQL THRU 9000-EXIT
           MOVE WS-AMOUNT TO WS-THIS-VALUE
                FROM   IBMUSER.FINE_PAYMENTS
                WHERE  PAY_DATE >= :WS-LAST-LO
                AND    PAY_DATE <= :WS-LAST-HI
                AND    VALUE(EXT_REF, ' ') <> 'BOOK SALE'
           END-EXEC
           PERFORM 9000-CHECK-SQL THRU 9000-EXIT
           MOVE WS-AMOUNT TO WS-LAST-VALUE
           MOVE 'FINE REVENUE (RECEIPTS)' TO WS-SL-CAPTION
           PERFORM 8000-PRINT-LINE THRU 8000-EXIT

           EXEC SQL
                SELECT VALUE(SUM(AMOUNT), 0)
                INTO  :WS-AMOUNT
                FROM   IBMUSER.FINE_PAYMENTS
                WHERE  PAY_DATE >= :WS-THIS-LO
                AND    PAY_DATE <= :WS-THIS-HI
                AND    EXT_REF   = 'BOOK SALE'
           END-EXEC
           PERFORM 9000-CHECK-SQL THRU 9000-EXIT
           MOVE WS-AMOUNT TO WS-THIS-VALUE

           EXEC SQL
                SELECT VALUE(SUM(AMOUNT), 0)
                INTO  :WS-AMOUNT
                FROM   IBMUSER.FINE_PAYMENTS
                WHERE  PAY_DATE >= :WS-LAST-LO
                AND    PAY_DATE <= :WS-LAST-HI
                AND    EXT_REF   = 'BOOK SALE'
           END-EXEC
           PERFORM 9000-CHECK-SQL THRU 9000-EXIT
           MOVE WS-AMOUNT TO WS-LAST-VALUE
           MOVE 'BOOK SALE REVENUE' TO WS-SL-CAPTION
           PERFORM 8000-PRINT-LINE THRU 8000-EXIT
           .
       5000-EXIT.
           EXIT
       6200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *BORROWERS (AT RUN DATE, PRIOR-YEAR COLUMN ZERO AS FOR THE--------
      *REGISTERED FIGURE) THEN LOANS PER YEAR, ONE LINE PER DISTRICT----
       6500-BY-DISTRICT.
           MOVE  WS-SPACES  TO OP-FIELDS
           WRITE OP-FIELDS

           MOVE 'BORROWERS'  TO WS-DIST-CAPTION
           MOVE 0 TO LAST-REC

           EXEC SQL
                OPEN D1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPEN D1_CURSOR'
           END-IF

           PERFORM 6600-FETCH-DIST-BRW THRU 6600-EXIT UNTIL EOF

           EXEC SQL
                CLOSE D1_CURSOR
           END-EXEC

           MOVE 'LOANS'      TO WS-DIST-CAPTION
           MOVE 0 TO LAST-REC

           EXEC SQL
                OPEN D2_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPEN D2_CURSOR'
           END-IF

           PERFORM 6700-FETCH-DIST-LOAN THRU 6700-EXIT UNTIL EOF

           EXEC SQL
                CLOSE D2_CURSOR
           END-EXEC
           .
       6500-EXIT.
           EXIT
           .
       6600-FETCH-DIST-BRW.
           EXEC SQL
                FETCH D1_CURSOR INTO :PCDST-DISTRICT
                                    ,:WS-COUNT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE WS-COUNT TO WS-THIS-VALUE
                    MOVE 0        TO WS-LAST-VALUE
                    PERFORM 6800-PRINT-DISTRICT THRU 6800-EXIT
               WHEN SQLCODE = 100
                    MOVE 1 TO LAST-REC
               WHEN OTHER
                    MOVE 1 TO LAST-REC
                    MOVE   'Y'                   TO ERROR-HANDLING
                    MOVE   '6600-FETCH-DIST-BRW' TO ERR-LOC
                    MOVE    SQLCODE              TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       6600-EXIT.
           EXIT
           .
       6700-FETCH-DIST-LOAN.
           EXEC SQL
                FETCH D2_CURSOR INTO :PCDST-DISTRICT
                                    ,:WS-COUNT
                                    ,:WS-LAST-COUNT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE WS-COUNT      TO WS-THIS-VALUE
                    MOVE WS-LAST-COUNT TO WS-LAST-VALUE
                    PERFORM 6800-PRINT-DISTRICT THRU 6800-EXIT
               WHEN SQLCODE = 100
                    MOVE 1 TO LAST-REC
               WHEN OTHER
                    MOVE 1 TO LAST-REC
                    MOVE   'Y'                    TO ERROR-HANDLING
                    MOVE   '6700-FETCH-DIST-LOAN' TO ERR-LOC
                    MOVE    SQLCODE               TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       6700-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *CAPTION IS '  BORROWERS - ' OR '  LOANS - ' AND THE DISTRICT-----
      *NAME OFF IBMUSER.POSTCODE_DISTRICTS (THE CODE WHEN IT HAS NONE)--
       6800-PRINT-DISTRICT.
           IF PCDST-DISTRICT = '----'
              MOVE 'OUT OF AREA/NO ADDR' TO PCDST-DISTRICT-NAME
           ELSE
              EXEC SQL
                   SELECT VALUE(MAX(DISTRICT_NAME), ' ')
                   INTO  :PCDST-DISTRICT-NAME
                   FROM   IBMUSER.POSTCODE_DISTRICTS
                   WHERE  DISTRICT = :PCDST-DISTRICT
              END-EXEC

              IF SQLCODE NOT = 0 OR PCDST-DISTRICT-NAME = SPACES
                 MOVE PCDST-DISTRICT TO PCDST-DISTRICT-NAME
              END-IF
           END-IF

           MOVE SPACES TO WS-SL-CAPTION
           STRING '  '                DELIMITED BY SIZE
                  WS-DIST-CAPTION     DELIMITED BY SPACE
                  ' - '               DELIMITED BY SIZE
                  PCDST-DISTRICT-NAME DELIMITED BY SIZE
                  INTO WS-SL-CAPTION
           END-STRING
           PERFORM 8000-PRINT-LINE THRU 8000-EXIT
           .
       6800-EXIT.
           EXIT
           .
       8000-PRINT-LINE.
           MOVE WS-THIS-VALUE TO WS-SL-THIS
           MOVE WS-LAST-VALUE TO WS-SL-LAST
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
