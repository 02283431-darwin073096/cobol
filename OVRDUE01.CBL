      * NOTICE PER BORROWER TO NOTOUT - EACH OVERDUE TITLE WITH ITS   *
      * DUE DATE AND DAYS OVERDUE - FOLLOWED BY A SUMMARY PAGE OF     *
      * TOTALS FOR THE MORNING DESK.                                  *
      * A SHORT LOAN FROM COURSE RESERVES (DUE AT A TIME OF DAY - SEE *
      * RSV01) IS OVERDUE AS SOON AS ITS DUE TIME PASSES, SO IT IS    *
      * NOTICED THE SAME DAY, WITH THE HOURS OVERDUE IN PLACE OF DAYS.*
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- BKEXCRPT > SAME CURSOR-AND-PRINT-FILE SHAPE             *
           05  WS-NL-DUE-DATE        PIC X(010)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-NL-DAYS-OVER       PIC ZZZZ9                        .
           05  WS-NL-UNIT            PIC X(005) VALUE ' DAYS'         .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-NL-RECALL          PIC X(008)                       .
           05  FILLER                PIC X(021) VALUE ALL SPACES      .
           05  WS-TOTAL-OVERDUE    PIC  9(05) VALUE 0                 .
           05  WS-PREV-BORROWER-ID PIC S9(04) COMP VALUE -1           .
           05  WS-DAYS-OVERDUE     PIC S9(09) COMP                    .
           05  WS-HOURS-OVERDUE    PIC S9(09) COMP                    .
           05  WS-CLOSED-COUNT     PIC S9(09) COMP                    .
           05  WS-FINE-RATE        PIC S9(3)V9(2) USAGE COMP-3        .
           05  WS-POLICY-SW        PIC X      VALUE 'N'               .
       01  WS-BRUN-VARS.
           05  WS-BRUN-RUN-ID          PIC S9(9) COMP                 .
           05  WS-BRUN-COUNT           PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-COUNT      PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-X          PIC ZZZ9                       .
           05  WS-BRUN-TODAY.
               10  WS-BR-YYYY          PIC 9(04)                      .
               10  WS-BR-MM            PIC 9(02)                      .
      *IN DB2 SO THE PROGRAM NEVER HAS TO DO CALENDAR ARITHMETIC.------
      *LOANS WRITTEN BEFORE THE BORROWER MASTER CARRY NO BORROWER ID---
      *AND HAVE NO ADDRESS TO NOTICE, SO THEY ARE LEFT OUT OF THE RUN--
      *A SHORT LOAN (DUE_TIME SET) IS OVERDUE ONCE ITS DUE TIME HAS-----
      *PASSED TODAY, AND ITS HOURS OVERDUE (PART HOURS ROUNDED UP) ARE--
      *COMPUTED HERE THE SAME WAY---------------------------------------
           EXEC SQL DECLARE  N1_CURSOR CURSOR FOR
                SELECT LOANS.BORROWER_ID,
                       LOANS.BOOK_ID,
                       LOANS.DUE_DATE,
                       DAYS(CURRENT DATE) - DAYS(LOANS.DUE_DATE),
                       BOOKS.TITLE,
                       VALUE(LOANS.RECALL_FLAG, ' '),
                       VALUE(CHAR(LOANS.DUE_TIME, JIS), ' '),
                       CASE WHEN LOANS.DUE_TIME IS NULL THEN 0
                            ELSE ((DAYS(CURRENT DATE)
                                 - DAYS(LOANS.DUE_DATE)) * 86400
                               + MIDNIGHT_SECONDS(CURRENT TIME)
                               - MIDNIGHT_SECONDS(LOANS.DUE_TIME)
                               + 3599) / 3600
                       END
                FROM   IBMUSER.LOANS LOANS,
                       IBMUSER.BOOKS BOOKS
                WHERE  LOANS.STATUS   = 'O'
                AND   (LOANS.DUE_DATE < CURRENT DATE
                   OR (LOANS.DUE_DATE = CURRENT DATE
                  AND  LOANS.DUE_TIME < CURRENT TIME))
                AND    LOANS.BORROWER_ID IS NOT NULL
                AND    BOOKS.BOOK_ID  = LOANS.BOOK_ID
                ORDER BY LOANS.BORROWER_ID, LOANS.DUE_DATE
                                    ,:WS-DAYS-OVERDUE
                                    ,:BOOKS-TITLE
                                    ,:LOANS-RECALL-FLAG
                                    ,:LOANS-DUE-TIME
                                    ,:WS-HOURS-OVERDUE
           END-EXEC

           EVALUATE TRUE
           .
      *-----------------------------------------------------------------
      *CONTROL BREAK ON BORROWER - RESOLVE THE NAME AND CONTACT FROM---
      *THE BORROWER MASTER AND OPEN A FRESH NOTICE HEADER. A JUVENILE---
      *WITH A LINKED (ACTIVE) GUARDIAN IS NOTIFIED AT THE GUARDIAN'S----
      *CONTACT----------------------------------------------------------
      *-----------------------------------------------------------------
       2150-START-NOTICE.
           MOVE LOANS-BORROWER-ID TO WS-PREV-BORROWER-ID
           ADD  1                 TO WS-TOTAL-NOTICES

           EXEC SQL
                SELECT B.NAME,
                       VALUE((SELECT G.CONTACT
                              FROM   IBMUSER.BORROWERS G
                              WHERE  G.BORROWER_ID = B.GUARDIAN_ID
                              AND    G.STATUS     <> 'D'), B.CONTACT),
                       VALUE(B.BORROWER_TYPE, 'A')
                INTO  :BORRW-NAME, :BORRW-CONTACT,
                      :BORRW-BORROWER-TYPE
                FROM   IBMUSER.BORROWERS B
                WHERE  B.BORROWER_ID = :BORRW-BORROWER-ID
           END-EXEC

           EVALUATE TRUE
           EXIT
           .
       2110-WRITE-DETAIL.
           MOVE LOANS-BOOK-ID     TO WS-NL-BOOK-ID
           MOVE BOOKS-TITLE-TEXT  TO WS-NL-TITLE
           MOVE LOANS-DUE-DATE    TO WS-NL-DUE-DATE

      *A SHORT LOAN RAN BY THE HOUR - CLOSED DAYS DO NOT ENTER INTO IT--
           IF LOANS-DUE-TIME NOT = SPACES
              PERFORM 2120-SHORT-LOAN-DETAIL THRU 2120-EXIT
              GO TO 2110-EXIT
           END-IF

      *DAYS THE BUILDING WAS LOCKED (IBMUSER.CLOSED_DAYS - SEE---------
      *CLSDY01) DO NOT COUNT AGAINST THE BORROWER------------------------
           EXEC SQL
              MOVE 0 TO WS-DAYS-OVERDUE
           END-IF

           MOVE WS-DAYS-OVERDUE   TO WS-NL-DAYS-OVER
           MOVE ' DAYS'           TO WS-NL-UNIT

      *A RECALLED LOAN'S SHORTENED DUE DATE IS THE REAL ONE - SAY SO---
      *ON THE NOTICE SO THE BORROWER KNOWS WHY IT MOVED-----------------
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE SHORT LOAN FROM THE COURSE RESERVE SHELF - HOURS OVERDUE AND-
      *THE DUE TIME GO ON THE NOTICE SO THE BORROWER KNOWS THE FINE IS--
      *STILL RUNNING BY THE HOUR (SEE LOAN01'S A1261)-------------------
       2120-SHORT-LOAN-DETAIL.
           MOVE WS-HOURS-OVERDUE  TO WS-NL-DAYS-OVER
           MOVE ' HRS '           TO WS-NL-UNIT
           MOVE 'RESERVE '        TO WS-NL-RECALL

           MOVE  WS-NOTICE-LINE   TO OP-FIELDS
           WRITE OP-FIELDS

           MOVE LOANS-BORROWER-ID  TO NOTIC-BORROWER-ID
           MOVE 'O'                TO NOTIC-NOTICE-TYPE
           MOVE SPACES             TO NOTIC-NOTICE-TEXT
           STRING 'OVERDUE: '            DELIMITED BY SIZE
                  BOOKS-TITLE-TEXT(1:46) DELIMITED BY SIZE
                  ' DUE '                DELIMITED BY SIZE
                  LOANS-DUE-DATE         DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  LOANS-DUE-TIME(1:5)    DELIMITED BY SIZE
                  INTO NOTIC-NOTICE-TEXT
           END-STRING
           PERFORM Z7000-QUEUE-NOTICE THRU Z7000-EXIT
           .
       2120-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *QUEUE ONE ROW ON THE CENTRAL NOTICES TABLE (STATUS 'Q') FOR THE-
      *NOTSPOOL NIGHTLY SPOOL TO DELIVER - THE CALLER SETS BORROWER,---
      *TYPE AND TEXT IN DCLNOTIC BEFOREHAND (SAME GET-MAX-PLUS-ONE-----
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
