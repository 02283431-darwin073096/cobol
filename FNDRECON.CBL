      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    FNDRECON.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- NIGHTLY RECONCILIATION OF FUNDS-ENCUMBERED AND            *
      * FUNDS-SPENT. ORDER01, SUGGRV1, INSERT01, BKVLOAD1, ORDXMIT,   *
      * INVMATCH AND PERMNT01 MAINTAIN THE TWO FIGURES                *
      * INCREMENTALLY, AND AN ABEND MID-ACTION LEAVES THEM DRIFTED -  *
      * THE SAME PROBLEM AVRECON SOLVES FOR COPIES_AVAILABLE. FOR     *
      * EVERY OPEN FUND THIS JOB RECOMPUTES                           *
      *     ENCUMBERED = WHAT IS STILL OUTSTANDING ON ITS OPEN ORDERS *
      *                  LINES - (QTY - RECEIVED_QTY) * UNIT_COST     *
      *     SPENT      = RECEIVE_QTY * UNIT_COST OF EVERY RECEIPT ON  *
      *                  ORDER_RECEIPTS SPENT ON THE FUND (A LINE     *
      *                  RECEIVED BEFORE THAT TABLE WAS KEPT COUNTS   *
      *                  AS QTY * UNIT_COST), PLUS THE FUND_ADJ OF    *
      *                  ITS LINES ON INVOICES INVMATCH HAS APPROVED  *
      *     BOTH ALSO COUNT THE SERIAL SUBSCRIPTION YEARS PERMNT01    *
      *     CHARGES TO THE FUND (SUBSCR_TERMS - 'E' ENCUMBERED, 'S'   *
      *     SPENT)                                                    *
      * PRINTS A DISCREPANCY LINE FOR EVERY FUND WHERE EITHER FIGURE  *
      * IS WRONG (STORED VS COMPUTED), CORRECTS THE STORED FIGURES,   *
      * AND WRITES A FUND_AUDIT ROW ('C') WITH THE BEFORE AND AFTER   *
      * VALUES FOR EACH CORRECTION. A FUND CLOSED BY FUNDROLL IS LEFT *
      * ALONE - ITS FIGURES ARE THE YEAR-END CLOSING STATEMENT.       *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- AVRECON  > SAME RECONCILE-AND-CORRECT SHAPE             *
      *    -- ORDER01  > MOVES THE FIGURES THIS JOB RECONCILES        *
      *    -- FUNDRPT  > FUND-STATUS REPORT                           *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------*
      *---------- FILE       --------- JCL    -*
      *---------- DESCRIPTOR --------- DDNAME -*
      *----------------------------------------*
           SELECT PRT-RECON ASSIGN TO FRECOUT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRT-RECON
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.

       01  WS-RECON-LINE.
           05  WS-RL-FUND            PIC X(008)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-RL-NAME            PIC X(030)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(012) VALUE 'ENC STORED: '  .
           05  WS-RL-ENC-STORED      PIC -ZZZ,ZZZ,ZZ9.99              .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'COMPUTED: '    .
           05  WS-RL-ENC-COMPUTED    PIC -ZZZ,ZZZ,ZZ9.99              .
           05  FILLER                PIC X(004) VALUE ALL SPACES      .
           05  FILLER                PIC X(014) VALUE 'SPENT STORED: '.
           05  WS-RL-SPT-STORED      PIC -ZZZ,ZZZ,ZZ9.99              .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'COMPUTED: '    .
           05  WS-RL-SPT-COMPUTED    PIC -ZZZ,ZZZ,ZZ9.99              .
           05  FILLER                PIC X(074) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER           PIC X(230) VALUE
                   'FUND ENCUMBRANCE RECONCILIATION - DISCREPANCIES'  .
           05  WS-FOOTER.
               10  FILLER          PIC X(108) VALUE ALL '-'           .
               10  FILLER          PIC X(015) VALUE 'NOTHING FOLLOWS' .
               10  FILLER          PIC X(107) VALUE ALL '-'           .
           05  WS-TRAILER.
               10  FILLER          PIC X(010) VALUE 'RUN DATE: '      .
               10  WS-TR-DATE      PIC X(010)                        .
               10  FILLER          PIC X(003) VALUE ALL SPACES       .
               10  FILLER          PIC X(010) VALUE 'RUN TIME: '      .
               10  WS-TR-TIME      PIC X(008)                        .
               10  FILLER          PIC X(003) VALUE ALL SPACES       .
               10  FILLER          PIC X(015) VALUE
                                       'FUNDS SCANNED: '               .
               10  WS-TR-SCANNED   PIC ZZZZ9                         .
               10  FILLER          PIC X(003) VALUE ALL SPACES       .
               10  FILLER          PIC X(011) VALUE 'CORRECTED: '     .
               10  WS-TR-FIXED     PIC ZZZZ9                         .
               10  FILLER          PIC X(147) VALUE ALL SPACES        .

       01  WS-VARS.
           05  WS-TOTAL-SCANNED    PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-FIXED      PIC  9(05) VALUE 0                 .
           05  WS-COMPUTED-ENC     PIC S9(9)V9(2) USAGE COMP-3        .
           05  WS-COMPUTED-SPENT   PIC S9(9)V9(2) USAGE COMP-3        .
           05  WS-RECEIPT-SPEND    PIC S9(9)V9(2) USAGE COMP-3        .
           05  WS-OLD-LINE-SPEND   PIC S9(9)V9(2) USAGE COMP-3        .
           05  WS-INVOICE-ADJ      PIC S9(9)V9(2) USAGE COMP-3        .
           05  WS-SUBSCR-ENC       PIC S9(9)V9(2) USAGE COMP-3        .
           05  WS-SUBSCR-SPEND     PIC S9(9)V9(2) USAGE COMP-3        .
           05  LAST-REC            PIC  9                             .
               88  EOF                        VALUE 1                 .
           05  ERROR-HANDLING          PIC X                          .
               88  SOME-ERROR                   VALUE 'Y'             .
           05  WS-MESSAGE.
               10  FILLER              PIC X(10) VALUE 'ERROR IN: '  .
               10  ERR-LOC             PIC X(30)                     .
               10  FILLER              PIC X(06) VALUE 'CODE: '      .
               10  ERR-CODE            PIC S9(4) COMP                .
           05  WS-AUD-DATE             PIC X(10)                      .
           05  WS-AUD-TIME             PIC X(08)                      .
           05  WS-NEXT-AUDIT-ID        PIC S9(9) COMP                 .
           05  WS-TODAY.
               10  WS-TODAY-YYYY       PIC 9(04)                      .
               10  WS-TODAY-MM         PIC 9(02)                      .
               10  WS-TODAY-DD         PIC 9(02)                      .
           05  WS-NOW.
               10  WS-NOW-HH           PIC 9(02)                      .
               10  WS-NOW-MN           PIC 9(02)                      .
               10  WS-NOW-SS           PIC 9(02)                      .


       01  WS-ERRLOG-VARS.
           05  WS-ERRLOG-NEXT-ID       PIC S9(9) COMP                 .
           05  WS-ERRLOG-DATE          PIC X(10)                      .
           05  WS-ERRLOG-TIME          PIC X(08)                      .
           05  WS-ERRLOG-TODAY.
               10  WS-EL-YYYY          PIC 9(04)                      .
               10  WS-EL-MM            PIC 9(02)                      .
               10  WS-EL-DD            PIC 9(02)                      .
           05  WS-ERRLOG-NOW.
               10  WS-EL-HH            PIC 9(02)                      .
               10  WS-EL-MN            PIC 9(02)                      .
               10  WS-EL-SS            PIC 9(02)                      .

       01  WS-BRUN-VARS.
           05  WS-BRUN-RUN-ID          PIC S9(9) COMP                 .
           05  WS-BRUN-COUNT           PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-COUNT      PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-X          PIC ZZZ9                       .
           05  WS-BRUN-TODAY.
               10  WS-BR-YYYY          PIC 9(04)                      .
               10  WS-BR-MM            PIC 9(02)                      .
               10  WS-BR-DD            PIC 9(02)                      .
           05  WS-BRUN-NOW.
               10  WS-BR-HH            PIC 9(02)                      .
               10  WS-BR-MN            PIC 9(02)                      .
               10  WS-BR-SS            PIC 9(02)                      .

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBRUN
           END-EXEC.

           EXEC SQL
                INCLUDE DCLERRLG
           END-EXEC.

           EXEC SQL
              INCLUDE DCLFUND
           END-EXEC.

           EXEC SQL
              INCLUDE DCLFNAUD
           END-EXEC.

           EXEC SQL DECLARE  R1_CURSOR CURSOR FOR
                SELECT FUND_CODE,
                       NAME,
                       ENCUMBERED,
                       SPENT
                FROM   IBMUSER.FUNDS
                WHERE  VALUE(STATUS, 'O') <> 'C'
                ORDER BY 1
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'.
           PERFORM Z9100-OPEN-RUN THRU Z9100-EXIT.
           PERFORM 0600-SET-RUN-STAMP THRU 0600-EXIT.
           PERFORM 1000-OPEN-SQL  THRU 1000-EXIT.
           PERFORM 2000-FETCH     THRU 2000-EXIT.
           PERFORM 3000-CLOSE-SQL THRU 3000-EXIT.
           PERFORM Z9200-CLOSE-RUN THRU Z9200-EXIT.
           DISPLAY 'END 0000-MAIN-PROCESS'.
           STOP RUN.
       0000-EXIT.
           EXIT
           .
       0600-SET-RUN-STAMP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW   FROM TIME

           MOVE WS-TODAY-YYYY TO WS-TR-DATE(1:4)
           MOVE '-'            TO WS-TR-DATE(5:1)
           MOVE WS-TODAY-MM    TO WS-TR-DATE(6:2)
           MOVE '-'            TO WS-TR-DATE(8:1)
           MOVE WS-TODAY-DD    TO WS-TR-DATE(9:2)

           MOVE WS-NOW-HH      TO WS-TR-TIME(1:2)
           MOVE ':'            TO WS-TR-TIME(3:1)
           MOVE WS-NOW-MN      TO WS-TR-TIME(4:2)
           MOVE ':'            TO WS-TR-TIME(6:1)
           MOVE WS-NOW-SS      TO WS-TR-TIME(7:2)

           MOVE WS-TR-DATE     TO WS-AUD-DATE
           MOVE WS-TR-TIME     TO WS-AUD-TIME
           .
       0600-EXIT.
           EXIT
           .
       1000-OPEN-SQL.
           DISPLAY 'START 1000-OPEN-SQL'

           EXEC SQL
                OPEN R1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPEN CURSOR'
           ELSE
              CONTINUE
           END-IF

           OPEN OUTPUT PRT-RECON

           MOVE  WS-HEADER      TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-BREAKER     TO OP-FIELDS
           WRITE OP-FIELDS

           DISPLAY 'END 1000-OPEN-SQL'
           .
       1000-EXIT.
           EXIT
           .
       2000-FETCH.
           DISPLAY 'START 2000-FETCH'
           PERFORM 2100-FETCH-DATA THRU 2100-EXIT UNTIL EOF
           DISPLAY 'END 2000-FETCH'
           .
       2000-EXIT.
           EXIT
           .
       2100-FETCH-DATA.
           EXEC SQL
                FETCH R1_CURSOR INTO :FUND-FUND-CODE
                                    ,:FUND-NAME
                                    ,:FUND-ENCUMBERED
                                    ,:FUND-SPENT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD     1                    TO WS-TOTAL-SCANNED
                    ADD     1                    TO WS-BRUN-COUNT
                    PERFORM 2150-RECOMPUTE       THRU 2150-EXIT
                    IF WS-COMPUTED-ENC   NOT = FUND-ENCUMBERED
                    OR WS-COMPUTED-SPENT NOT = FUND-SPENT
                       ADD  1                    TO WS-TOTAL-FIXED
                       PERFORM 2200-CORRECT      THRU 2200-EXIT
                    END-IF
               WHEN SQLCODE = 100
                    MOVE    WS-TOTAL-SCANNED        TO WS-TR-SCANNED
                    MOVE    WS-TOTAL-FIXED          TO WS-TR-FIXED
                    MOVE    WS-SPACES               TO OP-FIELDS
                    WRITE   OP-FIELDS
                    MOVE    WS-TRAILER              TO OP-FIELDS
                    WRITE   OP-FIELDS
                    MOVE    WS-FOOTER               TO OP-FIELDS
                    WRITE   OP-FIELDS
                    MOVE    1                       TO LAST-REC
               WHEN OTHER
                    MOVE    1                       TO LAST-REC
                    MOVE   'Y'                      TO ERROR-HANDLING
                    DISPLAY 'SQLCODE: ' SQLCODE
                    MOVE   '2100-FETCH-DATA'        TO ERR-LOC
                    MOVE    SQLCODE                 TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE FIGURES AS THEY SHOULD BE. ENCUMBERED IS WHAT ORDER01--------
      *ENCUMBERED AT ORDERING, LESS WHAT HAS SINCE BEEN RECEIVED, ON----
      *THE LINES STILL OPEN. SPENT IS WHAT ORDER01 MOVED TO SPENT AT----
      *EACH RECEIPT - ON THE FUND THE RECEIPT WAS MADE ON, WHICH FOR A--
      *LINE CARRIED FORWARD BY FUNDROLL IS NOT ITS FUND TODAY - PLUS----
      *WHAT INVMATCH MOVED IT BY WHEN EACH INVOICE WAS APPROVED---------
       2150-RECOMPUTE.
           EXEC SQL
                SELECT VALUE(SUM((QTY - VALUE(RECEIVED_QTY, 0))
                                 * UNIT_COST), 0)
                INTO  :WS-COMPUTED-ENC
                FROM   IBMUSER.ORDERS
                WHERE  FUND_CODE = :FUND-FUND-CODE
                AND    STATUS    = 'O'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                TO ERROR-HANDLING
              MOVE   '2150-RECOMPUTE'   TO ERR-LOC
              MOVE    SQLCODE           TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                SELECT VALUE(SUM(R.RECEIVE_QTY * O.UNIT_COST), 0)
                INTO  :WS-RECEIPT-SPEND
                FROM   IBMUSER.ORDER_RECEIPTS R,
                       IBMUSER.ORDERS O
                WHERE  O.LINE_ID = R.LINE_ID
                AND    VALUE(R.FUND_CODE, O.FUND_CODE)
                                 = :FUND-FUND-CODE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                TO ERROR-HANDLING
              MOVE   '2150-RECOMPUTE'   TO ERR-LOC
              MOVE    SQLCODE           TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

      *A LINE RECEIVED BEFORE ORDER_RECEIPTS WAS KEPT HAS NO RECEIPT----
      *ROWS AND COUNTS AS ONE RECEIPT OF ITS WHOLE QTY (AS IN GLEXTR)---
           EXEC SQL
                SELECT VALUE(SUM(O.QTY * O.UNIT_COST), 0)
                INTO  :WS-OLD-LINE-SPEND
                FROM   IBMUSER.ORDERS O
                WHERE  O.FUND_CODE = :FUND-FUND-CODE
                AND    O.STATUS    = 'R'
                AND    NOT EXISTS
                       (SELECT 1
                        FROM   IBMUSER.ORDER_RECEIPTS R
                        WHERE  R.LINE_ID = O.LINE_ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                TO ERROR-HANDLING
              MOVE   '2150-RECOMPUTE'   TO ERR-LOC
              MOVE    SQLCODE           TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                SELECT VALUE(SUM(L.FUND_ADJ), 0)
                INTO  :WS-INVOICE-ADJ
                FROM   IBMUSER.INVOICE_LINES L,
                       IBMUSER.VENDOR_INVOICES V
                WHERE  V.INVOICE_ID = L.INVOICE_ID
                AND    V.STATUS     = 'A'
                AND    L.FUND_CODE  = :FUND-FUND-CODE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                TO ERROR-HANDLING
              MOVE   '2150-RECOMPUTE'   TO ERR-LOC
              MOVE    SQLCODE           TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

      *SERIAL SUBSCRIPTIONS - PERMNT01 ENCUMBERS EACH SUBSCRIPTION------
      *YEAR ON ITS TERM'S FUND ('E') AND MOVES IT TO SPENT ('S') WHEN---
      *THE NEXT YEAR IS RENEWED; A CANCELLED YEAR ('X') COUNTS NOWHERE--
           EXEC SQL
                SELECT VALUE(SUM(CASE WHEN STATUS = 'E'
                                      THEN COST ELSE 0 END), 0),
                       VALUE(SUM(CASE WHEN STATUS = 'S'
                                      THEN COST ELSE 0 END), 0)
                INTO  :WS-SUBSCR-ENC, :WS-SUBSCR-SPEND
                FROM   IBMUSER.SUBSCR_TERMS
                WHERE  FUND_CODE = :FUND-FUND-CODE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                TO ERROR-HANDLING
              MOVE   '2150-RECOMPUTE'   TO ERR-LOC
              MOVE    SQLCODE           TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           ADD WS-SUBSCR-ENC TO WS-COMPUTED-ENC

           COMPUTE WS-COMPUTED-SPENT = WS-RECEIPT-SPEND
                                     + WS-OLD-LINE-SPEND
                                     + WS-INVOICE-ADJ
                                     + WS-SUBSCR-SPEND
           .
       2150-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *PRINT THE DISCREPANCY, CORRECT THE STORED FIGURES, AND LEAVE A---
      *FUND_AUDIT ROW ('C') BEHIND SO THE CORRECTION IS TRACEABLE-------
       2200-CORRECT.
           MOVE FUND-FUND-CODE          TO WS-RL-FUND
           MOVE FUND-NAME               TO WS-RL-NAME
           MOVE FUND-ENCUMBERED         TO WS-RL-ENC-STORED
           MOVE WS-COMPUTED-ENC         TO WS-RL-ENC-COMPUTED
           MOVE FUND-SPENT              TO WS-RL-SPT-STORED
           MOVE WS-COMPUTED-SPENT       TO WS-RL-SPT-COMPUTED

           MOVE  WS-RECON-LINE TO OP-FIELDS
           WRITE OP-FIELDS

           EXEC SQL
                UPDATE IBMUSER.FUNDS
                SET    ENCUMBERED = :WS-COMPUTED-ENC,
                       SPENT      = :WS-COMPUTED-SPENT
                WHERE  FUND_CODE  = :FUND-FUND-CODE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                TO ERROR-HANDLING
              MOVE   '2200-CORRECT'     TO ERR-LOC
              MOVE    SQLCODE           TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM 2350-LOG-AUDIT THRU 2350-EXIT
           .
       2200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *CORRECTED FUND - LOG THE BEFORE AND AFTER FIGURES (SAME SHAPE AS-
      *AVRECON'S 2350-LOG-AUDIT)----------------------------------------
       2350-LOG-AUDIT.
           EXEC SQL
                SELECT VALUE(MAX(AUDIT_ID), 0)
                INTO  :WS-NEXT-AUDIT-ID
                FROM   IBMUSER.FUND_AUDIT
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   ADD 1 TO WS-NEXT-AUDIT-ID
              WHEN OTHER
                   MOVE    '2350-LOG-AUDIT.'    TO ERR-LOC
                   MOVE     SQLCODE             TO ERR-CODE
                   MOVE    'Y'                  TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE WS-NEXT-AUDIT-ID  TO FNAUD-AUDIT-ID
           MOVE FUND-FUND-CODE    TO FNAUD-FUND-CODE
           MOVE 'C'               TO FNAUD-ACTION
           MOVE FUND-ENCUMBERED   TO FNAUD-ENC-BEFORE
           MOVE WS-COMPUTED-ENC   TO FNAUD-ENC-AFTER
           MOVE FUND-SPENT        TO FNAUD-SPENT-BEFORE
           MOVE WS-COMPUTED-SPENT TO FNAUD-SPENT-AFTER
           MOVE WS-AUD-DATE       TO FNAUD-ACTION-DATE
           MOVE WS-AUD-TIME       TO FNAUD-ACTION-TIME
           MOVE 'FNDRECON'        TO FNAUD-PROGRAM

           EXEC SQL
                INSERT INTO IBMUSER.FUND_AUDIT
                       (AUDIT_ID, FUND_CODE, ACTION,
                        ENC_BEFORE, ENC_AFTER,
                        SPENT_BEFORE, SPENT_AFTER,
                        ACTION_DATE, ACTION_TIME, PROGRAM)
                VALUES (:FNAUD-AUDIT-ID, :FNAUD-FUND-CODE,
                        :FNAUD-ACTION,
                        :FNAUD-ENC-BEFORE, :FNAUD-ENC-AFTER,
                        :FNAUD-SPENT-BEFORE, :FNAUD-SPENT-AFTER,
                        :FNAUD-ACTION-DATE, :FNAUD-ACTION-TIME,
                        :FNAUD-PROGRAM)
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN OTHER
                   MOVE    '2350-LOG-AUDIT.'    TO ERR-LOC
                   MOVE     SQLCODE             TO ERR-CODE
                   MOVE    'Y'                  TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2350-EXIT.
           EXIT
           .
       3000-CLOSE-SQL.
           DISPLAY 'START 3000-CLOSE-SQL'
           CLOSE PRT-RECON

           EXEC SQL
                CLOSE R1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR CLOSE CURSOR'
           ELSE
              CONTINUE
           END-IF

           EXEC SQL
                COMMIT
           END-EXEC

           DISPLAY 'FUNDS SCANNED:  ' WS-TOTAL-SCANNED
           DISPLAY 'FUNDS CORRECTED:' WS-TOTAL-FIXED

           DISPLAY 'END 3000-CLOSE-SQL'
           .
       3000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *RECORD THE FAILURE IN THE CENTRAL ERROR LOG BEFORE THE RUN------
      *ENDS, SO THE EVIDENCE OUTLIVES THE JOB LOG (BEST-EFFORT - A-----
      *FAILURE HERE MUST NOT MASK THE REAL ERROR)-----------------------
       Z9500-LOG-ERROR.
           ACCEPT WS-ERRLOG-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-ERRLOG-NOW   FROM TIME

           MOVE WS-EL-YYYY     TO WS-ERRLOG-DATE(1:4)
           MOVE '-'            TO WS-ERRLOG-DATE(5:1)
           MOVE WS-EL-MM       TO WS-ERRLOG-DATE(6:2)
           MOVE '-'            TO WS-ERRLOG-DATE(8:1)
           MOVE WS-EL-DD       TO WS-ERRLOG-DATE(9:2)

           MOVE WS-EL-HH       TO WS-ERRLOG-TIME(1:2)
           MOVE ':'            TO WS-ERRLOG-TIME(3:1)
           MOVE WS-EL-MN       TO WS-ERRLOG-TIME(4:2)
           MOVE ':'            TO WS-ERRLOG-TIME(6:1)
           MOVE WS-EL-SS       TO WS-ERRLOG-TIME(7:2)

           EXEC SQL
                SELECT VALUE(MAX(LOG_ID), 0)
                INTO  :WS-ERRLOG-NEXT-ID
                FROM   IBMUSER.ERROR_LOG
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   ADD 1 TO WS-ERRLOG-NEXT-ID
              WHEN SQLCODE = 100
                   MOVE 1 TO WS-ERRLOG-NEXT-ID
              WHEN OTHER
                   GO TO Z9500-EXIT
           END-EVALUATE

           MOVE WS-ERRLOG-NEXT-ID TO ERRLG-LOG-ID
           MOVE 'FNDRECON'   TO ERRLG-PROGRAM
           MOVE ERR-LOC           TO ERRLG-LOCATION
           MOVE ERR-CODE          TO ERRLG-ERROR-CODE
           MOVE SPACES            TO ERRLG-OPER-ID
           MOVE SPACES            TO ERRLG-TERMINAL
           MOVE WS-ERRLOG-DATE    TO ERRLG-ERROR-DATE
           MOVE WS-ERRLOG-TIME    TO ERRLG-ERROR-TIME

           EXEC SQL
                INSERT INTO IBMUSER.ERROR_LOG
                       (LOG_ID, PROGRAM, LOCATION, ERROR_CODE,
                        OPER_ID, TERMINAL, ERROR_DATE, ERROR_TIME)
                VALUES (:ERRLG-LOG-ID, :ERRLG-PROGRAM,
                        :ERRLG-LOCATION, :ERRLG-ERROR-CODE,
                        :ERRLG-OPER-ID, :ERRLG-TERMINAL,
                        :ERRLG-ERROR-DATE, :ERRLG-ERROR-TIME)
           END-EXEC

           EXEC SQL
                COMMIT
           END-EXEC
           .
       Z9500-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *OPEN THIS RUN ON THE COMMON BATCH-RUN REGISTRY (STATUS 'R') SO---
      *THE MORNING BRUNCHK EXCEPTION CAN PROVE THE JOB ACTUALLY RAN-----
       Z9100-OPEN-RUN.
           ACCEPT WS-BRUN-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-BRUN-NOW   FROM TIME

           MOVE WS-BR-YYYY     TO BRUN-START-DATE(1:4)
           MOVE '-'            TO BRUN-START-DATE(5:1)
           MOVE WS-BR-MM       TO BRUN-START-DATE(6:2)
           MOVE '-'            TO BRUN-START-DATE(8:1)
           MOVE WS-BR-DD       TO BRUN-START-DATE(9:2)

           MOVE WS-BR-HH       TO BRUN-START-TIME(1:2)
           MOVE ':'            TO BRUN-START-TIME(3:1)
           MOVE WS-BR-MN       TO BRUN-START-TIME(4:2)
           MOVE ':'            TO BRUN-START-TIME(6:1)
           MOVE WS-BR-SS       TO BRUN-START-TIME(7:2)

           EXEC SQL
                SELECT VALUE(MAX(RUN_ID), 0)
                INTO  :WS-BRUN-RUN-ID
                FROM   IBMUSER.BATCH_RUNS
           END-EXEC

           IF SQLCODE = 0 OR SQLCODE = 100
              ADD 1 TO WS-BRUN-RUN-ID
           ELSE
              GO TO Z9100-EXIT
           END-IF

           MOVE WS-BRUN-RUN-ID TO BRUN-RUN-ID
           MOVE 'FNDRECON' TO BRUN-JOB-NAME

           EXEC SQL
                INSERT INTO IBMUSER.BATCH_RUNS
                       (RUN_ID, JOB_NAME, START_DATE, START_TIME,
                        END_DATE, END_TIME, RECORD_COUNT, STATUS)
                VALUES (:BRUN-RUN-ID, :BRUN-JOB-NAME,
                        :BRUN-START-DATE, :BRUN-START-TIME,
                        NULL, ' ', 0, 'R')
           END-EXEC

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
           ACCEPT WS-BRUN-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-BRUN-NOW   FROM TIME

           MOVE WS-BR-YYYY     TO BRUN-END-DATE(1:4)
           MOVE '-'            TO BRUN-END-DATE(5:1)
           MOVE WS-BR-MM       TO BRUN-END-DATE(6:2)
           MOVE '-'            TO BRUN-END-DATE(8:1)
           MOVE WS-BR-DD       TO BRUN-END-DATE(9:2)

           MOVE WS-BR-HH       TO BRUN-END-TIME(1:2)
           MOVE ':'            TO BRUN-END-TIME(3:1)
           MOVE WS-BR-MN       TO BRUN-END-TIME(4:2)
           MOVE ':'            TO BRUN-END-TIME(6:1)
           MOVE WS-BR-SS       TO BRUN-END-TIME(7:2)

           EXEC SQL
                UPDATE IBMUSER.BATCH_RUNS
                SET    END_DATE     = :BRUN-END-DATE,
                       END_TIME     = :BRUN-END-TIME,
                       RECORD_COUNT = :WS-BRUN-COUNT,
                       STATUS       = 'C'
                WHERE  RUN_ID       = :WS-BRUN-RUN-ID
           END-EXEC

           EXEC SQL
                COMMIT
           END-EXEC
           .
       Z9200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE JOB IS GOING DOWN - MARK THE RUN FAILED ('F') SO THE---------
      *MORNING EXCEPTION SHOWS IT AS SUCH, NOT AS MISSING---------------
       Z9250-FAIL-RUN.
           EXEC SQL
                UPDATE IBMUSER.BATCH_RUNS
                SET    STATUS = 'F'
                WHERE  RUN_ID = :WS-BRUN-RUN-ID
           END-EXEC

           EXEC SQL
                COMMIT
           END-EXEC
           .
       Z9250-EXIT.
           EXIT
           .
       XXXX-ERROR-HANDLING.
           IF SOME-ERROR
              EXEC SQL
                   ROLLBACK
              END-EXEC

              PERFORM Z9500-LOG-ERROR THRU Z9500-EXIT

              DISPLAY WS-MESSAGE
              DISPLAY 'SQLCODE: ' SQLCODE
              CLOSE PRT-RECON
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
