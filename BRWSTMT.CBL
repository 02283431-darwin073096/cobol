      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    BRWSTMT.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.14.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- MONTHLY BORROWER ACCOUNT STATEMENT RUN. ONE STATEMENT     *
      * FOR EVERY BORROWER WITH AN OUTSTANDING FINES BALANCE OR AN    *
      * OVERDUE LOAN, QUEUED ON THE CENTRAL NOTICES TABLE AS NOTICE   *
      * TYPE 'A' - ONE ROW PER STATEMENT LINE, IN PRINT ORDER, SO     *
      * NOTSPOOL DELIVERS THE WHOLE STATEMENT UNDER ONE BORROWER      *
      * HEADER THROUGH THE BORROWER'S NOTICE_PREF CHANNEL:            *
      *    -- HEADER WITH THE STATEMENT DATE AND PERIOD START         *
      *    -- EACH OPEN CHARGE - FINE_TYPE, ASSESS DATE, AMOUNT,      *
      *       PAID SO FAR AND WHAT IS STILL OWED                      *
      *    -- EACH PAYMENT ON IBMUSER.FINE_PAYMENTS SINCE THE LAST    *
      *       STATEMENT (FIRST STATEMENT - THE LAST MONTH)            *
      *    -- EACH ITEM STILL OUT, FLAGGED WHEN OVERDUE               *
      *    -- THE BALANCE DUE                                         *
      * A BORROWER ALREADY GIVEN A STATEMENT TODAY IS SKIPPED, SO A   *
      * RERUN AFTER A FAILURE DOES NOT SEND ANYONE TWO. EACH          *
      * STATEMENT IS COMMITTED AS IT IS QUEUED. A ONE-LINE REGISTER   *
      * ENTRY PER STATEMENT GOES TO BSTMOUT.                          *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- FINE01   > TAKES THE PAYMENTS LISTED HERE               *
      *    -- NOTSPOOL > DELIVERS THE STATEMENTS QUEUED HERE          *
      *    -- BRWINQ1  > SHOWS THE SAME ACCOUNT ONLINE                *
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
           SELECT PRT-BSTM ASSIGN TO BSTMOUT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRT-BSTM
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.

       01  WS-REG-LINE.
           05  FILLER                PIC X(010) VALUE 'BORROWER: '    .
           05  WS-RL-BORROWER-ID     PIC Z(003)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-RL-NAME            PIC X(030)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(009) VALUE 'CHARGES: '     .
           05  WS-RL-CHARGES         PIC ZZZ9                         .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'PAYMENTS: '    .
           05  WS-RL-PAYMENTS        PIC ZZZ9                         .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(011) VALUE 'ITEMS OUT: '   .
           05  WS-RL-ITEMS           PIC ZZZ9                         .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(013) VALUE 'BALANCE DUE: ' .
           05  WS-RL-BALANCE         PIC Z,ZZZ,ZZ9.99                 .
           05  FILLER                PIC X(109) VALUE ALL SPACES      .

      *-----------------------------------------------------------------
      *THE STATEMENT LINES - EACH ONE IS A NOTICE_TEXT (80 BYTES)-------
       01  WS-ST-HEAD.
           05  FILLER                PIC X(024) VALUE
                                     'ACCOUNT STATEMENT AS OF '       .
           05  WS-SH-DATE            PIC X(010)                       .
           05  FILLER                PIC X(018) VALUE
                                     ' - PAYMENTS SINCE '             .
           05  WS-SH-FROM            PIC X(010)                       .
           05  FILLER                PIC X(018) VALUE ALL SPACES      .

       01  WS-ST-CHARGE.
           05  FILLER                PIC X(007) VALUE 'CHARGE '       .
           05  WS-SC-FINE-ID         PIC Z(008)9                      .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-SC-TYPE            PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-SC-ASSESSED        PIC X(010)                       .
           05  FILLER                PIC X(008) VALUE ' AMOUNT '      .
           05  WS-SC-AMOUNT          PIC ZZ,ZZ9.99                    .
           05  FILLER                PIC X(006) VALUE ' PAID '        .
           05  WS-SC-PAID            PIC ZZ,ZZ9.99                    .
           05  FILLER                PIC X(006) VALUE ' OWED '        .
           05  WS-SC-OWED            PIC ZZ,ZZ9.99                    .
           05  FILLER                PIC X(004) VALUE ALL SPACES      .

       01  WS-ST-PAYMENT.
           05  FILLER                PIC X(008) VALUE 'PAYMENT '      .
           05  WS-SP-DATE            PIC X(010)                       .
           05  FILLER                PIC X(006) VALUE ' FINE '        .
           05  WS-SP-FINE-ID         PIC Z(008)9                      .
           05  FILLER                PIC X(008) VALUE ' AMOUNT '      .
           05  WS-SP-AMOUNT          PIC ZZ,ZZ9.99                    .
           05  FILLER                PIC X(030) VALUE ALL SPACES      .

       01  WS-ST-ITEM.
           05  FILLER                PIC X(009) VALUE 'ITEM OUT '     .
           05  WS-SI-ACCESSION       PIC X(012)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-SI-TITLE           PIC X(025)                       .
           05  FILLER                PIC X(005) VALUE ' DUE '         .
           05  WS-SI-DUE             PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-SI-OVERDUE         PIC X(007)                       .
           05  FILLER                PIC X(010) VALUE ALL SPACES      .

       01  WS-ST-TOTAL.
           05  FILLER                PIC X(013) VALUE 'BALANCE DUE: ' .
           05  WS-ST-BALANCE         PIC Z,ZZZ,ZZ9.99                 .
           05  FILLER                PIC X(026) VALUE
                                     ' - PAY AT ANY LIBRARY DESK'     .
           05  FILLER                PIC X(029) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER           PIC X(230) VALUE
                   'BORROWER ACCOUNT STATEMENTS - REGISTER'           .
           05  WS-SUMMARY-1.
               10  FILLER          PIC X(021) VALUE
                                       'STATEMENTS QUEUED:   '        .
               10  WS-SM-COUNT     PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(021) VALUE
                                       'SKIPPED (SENT TODAY):'        .
               10  WS-SM-SKIPPED   PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(013) VALUE 'TOTAL BILLED:'   .
               10  WS-SM-BILLED    PIC ZZ,ZZZ,ZZ9.99                  .
               10  FILLER          PIC X(146) VALUE ALL SPACES        .
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
               10  FILLER          PIC X(189) VALUE ALL SPACES       .

       01  WS-VARS.
           05  WS-TOTAL-COUNT      PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-SKIPPED    PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-BILLED     PIC S9(09)V9(02) COMP-3 VALUE 0    .
           05  WS-NEXT-NOTICE-ID   PIC S9(09) COMP                    .
           05  WS-STMT-FROM        PIC X(10)                          .
           05  WS-STMT-LAST        PIC X(10)                          .
           05  WS-STMT-CHARGES     PIC S9(04) COMP                    .
           05  WS-STMT-PAYMENTS    PIC S9(04) COMP                    .
           05  WS-STMT-ITEMS       PIC S9(04) COMP                    .
           05  WS-STMT-BALANCE     PIC S9(07)V9(02) COMP-3            .
           05  WS-FINE-OWED        PIC S9(05)V9(02) COMP-3            .
           05  WS-LOAN-OVERDUE     PIC X(01)                          .
           05  LAST-REC            PIC  9                             .
               88  EOF                        VALUE 1                 .
           05  WS-SUB-EOF          PIC X(01)                          .
               88  SUB-DONE                   VALUE 'Y'               .
           05  ERROR-HANDLING          PIC X                          .
               88  SOME-ERROR                   VALUE 'Y'             .
           05  WS-MESSAGE.
               10  FILLER              PIC X(10) VALUE 'ERROR IN: '  .
               10  ERR-LOC             PIC X(30)                     .
               10  FILLER              PIC X(06) VALUE 'CODE: '      .
               10  ERR-CODE            PIC S9(4) COMP                .
           05  WS-TODAY.
               10  WS-TODAY-YYYY       PIC 9(04)                     .
               10  WS-TODAY-MM         PIC 9(02)                     .
               10  WS-TODAY-DD         PIC 9(02)                     .
           05  WS-NOW.
               10  WS-NOW-HH           PIC 9(02)                     .
               10  WS-NOW-MN           PIC 9(02)                     .
               10  WS-NOW-SS           PIC 9(02)                     .


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
              INCLUDE DCLBORRW
           END-EXEC.

           EXEC SQL
              INCLUDE DCLNOTIC
           END-EXEC.

           EXEC SQL
              INCLUDE DCLFINES
           END-EXEC.

           EXEC SQL
              INCLUDE DCLFPAY
           END-EXEC.

           EXEC SQL
              INCLUDE DCLLOANS
           END-EXEC.

           EXEC SQL
              INCLUDE DCLBOOKS
           END-EXEC.

      *-----------------------------------------------------------------
      *EVERY BORROWER OWING MONEY OR HOLDING AN OVERDUE ITEM. HELD------
      *OPEN ACROSS THE PER-STATEMENT COMMITS----------------------------
           EXEC SQL DECLARE  S1_CURSOR CURSOR WITH HOLD FOR
                SELECT B.BORROWER_ID, B.NAME
                FROM   IBMUSER.BORROWERS B
                WHERE  EXISTS
                      (SELECT 1
                       FROM   IBMUSER.FINES F
                       WHERE  F.BORROWER_ID = B.BORROWER_ID
                       AND    F.STATUS      = 'O'
                       AND    F.AMOUNT - VALUE(F.PAID_AMOUNT, 0) > 0)
                OR     EXISTS
                      (SELECT 1
                       FROM   IBMUSER.LOANS L
                       WHERE  L.BORROWER_ID = B.BORROWER_ID
                       AND    L.STATUS      = 'O'
                       AND    L.DUE_DATE    < CURRENT DATE)
                ORDER BY B.BORROWER_ID
           END-EXEC.

           EXEC SQL DECLARE  C1_CURSOR CURSOR FOR
                SELECT FINE_ID, FINE_TYPE, ASSESS_DATE, AMOUNT,
                       VALUE(PAID_AMOUNT, 0)
                FROM   IBMUSER.FINES
                WHERE  BORROWER_ID = :BORRW-BORROWER-ID
                AND    STATUS      = 'O'
                AND    AMOUNT - VALUE(PAID_AMOUNT, 0) > 0
                ORDER BY ASSESS_DATE, FINE_ID
           END-EXEC.

           EXEC SQL DECLARE  P1_CURSOR CURSOR FOR
                SELECT PAY_DATE, FINE_ID, AMOUNT
                FROM   IBMUSER.FINE_PAYMENTS
                WHERE  BORROWER_ID = :BORRW-BORROWER-ID
                AND    PAY_DATE    > :WS-STMT-FROM
                ORDER BY PAY_DATE, PAYMENT_ID
           END-EXEC.

           EXEC SQL DECLARE  L1_CURSOR CURSOR FOR
                SELECT VALUE(L.ACCESSION_NO, ' '), B.TITLE,
                       L.DUE_DATE,
                       CASE WHEN L.DUE_DATE < CURRENT DATE
                            THEN 'Y' ELSE 'N' END
                FROM   IBMUSER.LOANS L,
                       IBMUSER.BOOKS B
                WHERE  L.BORROWER_ID = :BORRW-BORROWER-ID
                AND    L.STATUS      = 'O'
                AND    B.BOOK_ID     = L.BOOK_ID
                ORDER BY L.DUE_DATE, L.LOAN_ID
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
           .
       0600-EXIT.
           EXIT
           .
       1000-OPEN-SQL.
           DISPLAY 'START 1000-OPEN-SQL'

           EXEC SQL
                OPEN S1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPEN CURSOR'
           ELSE
              CONTINUE
           END-IF

           OPEN OUTPUT PRT-BSTM

           MOVE  WS-HEADER  TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-BREAKER TO OP-FIELDS
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
                FETCH S1_CURSOR INTO :BORRW-BORROWER-ID
                                    ,:BORRW-NAME
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    PERFORM 2200-STATEMENT-ONE THRU 2200-EXIT
               WHEN SQLCODE = 100
                    PERFORM 2900-WRITE-SUMMARY THRU 2900-EXIT
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
      *ONE BORROWER'S STATEMENT. THE PAYMENT PERIOD RUNS FROM THE LAST--
      *STATEMENT QUEUED ('A' ON NOTICES) - OR A MONTH BACK THE FIRST----
      *TIME - AND A STATEMENT ALREADY QUEUED TODAY MEANS THIS IS A------
      *RERUN THAT HAS ALREADY DONE THIS BORROWER------------------------
       2200-STATEMENT-ONE.
           EXEC SQL
                SELECT VALUE(CHAR(MAX(QUEUED_DATE), ISO), ' '),
                       CHAR(CURRENT DATE - 1 MONTH, ISO)
                INTO  :WS-STMT-LAST, :WS-STMT-FROM
                FROM   IBMUSER.NOTICES
                WHERE  BORROWER_ID = :BORRW-BORROWER-ID
                AND    NOTICE_TYPE = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                      TO ERROR-HANDLING
              MOVE   '2200-STATEMENT-ONE'     TO ERR-LOC
              MOVE    SQLCODE                 TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-STMT-LAST = WS-TR-DATE
              ADD 1 TO WS-TOTAL-SKIPPED
              GO TO 2200-EXIT
           END-IF

           IF WS-STMT-LAST NOT = SPACES
              MOVE WS-STMT-LAST TO WS-STMT-FROM
           END-IF

           MOVE 0 TO WS-STMT-CHARGES
           MOVE 0 TO WS-STMT-PAYMENTS
           MOVE 0 TO WS-STMT-ITEMS
           MOVE 0 TO WS-STMT-BALANCE

           MOVE BORRW-BORROWER-ID TO NOTIC-BORROWER-ID
           MOVE 'A'               TO NOTIC-NOTICE-TYPE

           MOVE WS-TR-DATE        TO WS-SH-DATE
           MOVE WS-STMT-FROM      TO WS-SH-FROM
           MOVE WS-ST-HEAD        TO NOTIC-NOTICE-TEXT
           PERFORM Z7000-QUEUE-NOTICE THRU Z7000-EXIT

           PERFORM 2300-LIST-CHARGES  THRU 2300-EXIT
           PERFORM 2400-LIST-PAYMENTS THRU 2400-EXIT
           PERFORM 2500-LIST-ITEMS    THRU 2500-EXIT

           MOVE WS-STMT-BALANCE   TO WS-ST-BALANCE
           MOVE WS-ST-TOTAL       TO NOTIC-NOTICE-TEXT
           PERFORM Z7000-QUEUE-NOTICE THRU Z7000-EXIT

           EXEC SQL
                COMMIT
           END-EXEC

           ADD 1                  TO WS-TOTAL-COUNT
           ADD 1                  TO WS-BRUN-COUNT
           ADD WS-STMT-BALANCE    TO WS-TOTAL-BILLED

           MOVE BORRW-BORROWER-ID TO WS-RL-BORROWER-ID
           MOVE BORRW-NAME-TEXT   TO WS-RL-NAME
           MOVE WS-STMT-CHARGES   TO WS-RL-CHARGES
           MOVE WS-STMT-PAYMENTS  TO WS-RL-PAYMENTS
           MOVE WS-STMT-ITEMS     TO WS-RL-ITEMS
           MOVE WS-STMT-BALANCE   TO WS-RL-BALANCE

           MOVE  WS-REG-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           .
       2200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *EACH OPEN CHARGE WITH WHAT IS STILL OWED ON IT - THE OWED--------
      *AMOUNTS ADD UP TO THE BALANCE DUE AT THE FOOT--------------------
       2300-LIST-CHARGES.
           EXEC SQL
                OPEN C1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                      TO ERROR-HANDLING
              MOVE   '2300-LIST-CHARGES'      TO ERR-LOC
              MOVE    SQLCODE                 TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 'N' TO WS-SUB-EOF
           PERFORM 2310-FETCH-CHARGE THRU 2310-EXIT UNTIL SUB-DONE

           EXEC SQL
                CLOSE C1_CURSOR
           END-EXEC
           .
       2300-EXIT.
           EXIT
           .
       2310-FETCH-CHARGE.
           EXEC SQL
                FETCH C1_CURSOR INTO :FINES-FINE-ID
                                    ,:FINES-FINE-TYPE
                                    ,:FINES-ASSESS-DATE
                                    ,:FINES-AMOUNT
                                    ,:FINES-PAID-AMOUNT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    COMPUTE WS-FINE-OWED = FINES-AMOUNT
                                         - FINES-PAID-AMOUNT
                    ADD  1                   TO WS-STMT-CHARGES
                    ADD  WS-FINE-OWED        TO WS-STMT-BALANCE

                    MOVE FINES-FINE-ID       TO WS-SC-FINE-ID
                    MOVE FINES-FINE-TYPE     TO WS-SC-TYPE
                    MOVE FINES-ASSESS-DATE   TO WS-SC-ASSESSED
                    MOVE FINES-AMOUNT        TO WS-SC-AMOUNT
                    MOVE FINES-PAID-AMOUNT   TO WS-SC-PAID
                    MOVE WS-FINE-OWED        TO WS-SC-OWED
                    MOVE WS-ST-CHARGE        TO NOTIC-NOTICE-TEXT
                    PERFORM Z7000-QUEUE-NOTICE THRU Z7000-EXIT
               WHEN SQLCODE = 100
                    MOVE 'Y'                 TO WS-SUB-EOF
               WHEN OTHER
                    MOVE   'Y'                      TO ERROR-HANDLING
                    MOVE   '2310-FETCH-CHARGE'      TO ERR-LOC
                    MOVE    SQLCODE                 TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2310-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *PAYMENTS TAKEN AT THE FINES DESK SINCE THE PERIOD START----------
       2400-LIST-PAYMENTS.
           EXEC SQL
                OPEN P1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                      TO ERROR-HANDLING
              MOVE   '2400-LIST-PAYMENTS'     TO ERR-LOC
              MOVE    SQLCODE                 TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 'N' TO WS-SUB-EOF
           PERFORM 2410-FETCH-PAYMENT THRU 2410-EXIT UNTIL SUB-DONE

           EXEC SQL
                CLOSE P1_CURSOR
           END-EXEC
           .
       2400-EXIT.
           EXIT
           .
       2410-FETCH-PAYMENT.
           EXEC SQL
                FETCH P1_CURSOR INTO :FPAY-PAY-DATE
                                    ,:FPAY-FINE-ID
                                    ,:FPAY-AMOUNT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD  1                   TO WS-STMT-PAYMENTS
                    MOVE FPAY-PAY-DATE       TO WS-SP-DATE
                    MOVE FPAY-FINE-ID        TO WS-SP-FINE-ID
                    MOVE FPAY-AMOUNT         TO WS-SP-AMOUNT
                    MOVE WS-ST-PAYMENT       TO NOTIC-NOTICE-TEXT
                    PERFORM Z7000-QUEUE-NOTICE THRU Z7000-EXIT
               WHEN SQLCODE = 100
                    MOVE 'Y'                 TO WS-SUB-EOF
               WHEN OTHER
                    MOVE   'Y'                      TO ERROR-HANDLING
                    MOVE   '2410-FETCH-PAYMENT'     TO ERR-LOC
                    MOVE    SQLCODE                 TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2410-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *EVERY ITEM STILL OUT ON THE CARD, OVERDUE ONES FLAGGED-----------
       2500-LIST-ITEMS.
           EXEC SQL
                OPEN L1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                      TO ERROR-HANDLING
              MOVE   '2500-LIST-ITEMS'        TO ERR-LOC
              MOVE    SQLCODE                 TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 'N' TO WS-SUB-EOF
           PERFORM 2510-FETCH-ITEM THRU 2510-EXIT UNTIL SUB-DONE

           EXEC SQL
                CLOSE L1_CURSOR
           END-EXEC
           .
       2500-EXIT.
           EXIT
           .
       2510-FETCH-ITEM.
           EXEC SQL
                FETCH L1_CURSOR INTO :LOANS-ACCESSION-NO
                                    ,:BOOKS-TITLE
                                    ,:LOANS-DUE-DATE
                                    ,:WS-LOAN-OVERDUE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD  1                   TO WS-STMT-ITEMS
                    MOVE LOANS-ACCESSION-NO  TO WS-SI-ACCESSION
                    MOVE BOOKS-TITLE-TEXT    TO WS-SI-TITLE
                    MOVE LOANS-DUE-DATE      TO WS-SI-DUE
                    IF WS-LOAN-OVERDUE = 'Y'
                       MOVE 'OVERDUE'        TO WS-SI-OVERDUE
                    ELSE
                       MOVE SPACES           TO WS-SI-OVERDUE
                    END-IF
                    MOVE WS-ST-ITEM          TO NOTIC-NOTICE-TEXT
                    PERFORM Z7000-QUEUE-NOTICE THRU Z7000-EXIT
               WHEN SQLCODE = 100
                    MOVE 'Y'                 TO WS-SUB-EOF
               WHEN OTHER
                    MOVE   'Y'                      TO ERROR-HANDLING
                    MOVE   '2510-FETCH-ITEM'        TO ERR-LOC
                    MOVE    SQLCODE                 TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2510-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *QUEUE ONE ROW ON THE CENTRAL NOTICES TABLE (STATUS 'Q') FOR THE-
      *NOTSPOOL NIGHTLY SPOOL TO DELIVER - THE CALLER SETS BORROWER,---
      *TYPE AND TEXT IN DCLNOTIC BEFOREHAND (SAME GET-MAX-PLUS-ONE-----
      *IDIOM THE OTHER ID ASSIGNMENTS USE)------------------------------
       Z7000-QUEUE-NOTICE.
           EXEC SQL
                SELECT VALUE(MAX(NOTICE_ID), 0)
                INTO  :WS-NEXT-NOTICE-ID
                FROM   IBMUSER.NOTICES
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   ADD 1 TO WS-NEXT-NOTICE-ID
              WHEN SQLCODE = 100
                   MOVE 1 TO WS-NEXT-NOTICE-ID
              WHEN OTHER
                   MOVE   'Y'                   TO ERROR-HANDLING
                   MOVE   'Z7000-QUEUE-NOTICE'  TO ERR-LOC
                   MOVE    SQLCODE              TO ERR-CODE
                   PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE WS-NEXT-NOTICE-ID TO NOTIC-NOTICE-ID

           EXEC SQL
                INSERT INTO IBMUSER.NOTICES
                       (NOTICE_ID, BORROWER_ID, NOTICE_TYPE,
                        NOTICE_TEXT, QUEUED_DATE, SENT_DATE,
                        CHANNEL, STATUS)
                VALUES (:NOTIC-NOTICE-ID, :NOTIC-BORROWER-ID,
                        :NOTIC-NOTICE-TYPE, :NOTIC-NOTICE-TEXT,
                        CURRENT DATE, NULL, ' ', 'Q')
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                   TO ERROR-HANDLING
              MOVE   'Z7000-QUEUE-NOTICE'  TO ERR-LOC
              MOVE    SQLCODE              TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       Z7000-EXIT.
           EXIT
           .
       2900-WRITE-SUMMARY.
           MOVE    WS-TOTAL-COUNT          TO WS-SM-COUNT
           MOVE    WS-TOTAL-SKIPPED        TO WS-SM-SKIPPED
           MOVE    WS-TOTAL-BILLED         TO WS-SM-BILLED
           MOVE    WS-SPACES               TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-BREAKER              TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-SUMMARY-1            TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-TRAILER              TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-FOOTER               TO OP-FIELDS
           WRITE   OP-FIELDS
           .
       2900-EXIT.
           EXIT
           .
       3000-CLOSE-SQL.
           DISPLAY 'START 3000-CLOSE-SQL'
           CLOSE PRT-BSTM

           EXEC SQL
                CLOSE S1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR CLOSE CURSOR'
           ELSE
              CONTINUE
           END-IF

           EXEC SQL
                COMMIT
           END-EXEC

           DISPLAY 'STATEMENTS QUEUED:  ' WS-TOTAL-COUNT
           DISPLAY 'SKIPPED (RERUN):    ' WS-TOTAL-SKIPPED

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
           MOVE 'BRWSTMT '   TO ERRLG-PROGRAM
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
           MOVE 'BRWSTMT ' TO BRUN-JOB-NAME

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
              PERFORM Z9500-LOG-ERROR THRU Z9500-EXIT

              DISPLAY WS-MESSAGE
              DISPLAY 'SQLCODE: ' SQLCODE
              CLOSE PRT-BSTM
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
