      * EACH CANDIDATE PRINTS WITH TITLE, LAST LOAN DATE, COPIES,     *
      * RATING AND TREND SO THE LISTING CAN BE KEYED STRAIGHT INTO    *
      * DELETE01'S BULK DELETE LIST.                                  *
      * 'WORK' AFTER THE RATING IN THE PARM JUDGES IDLENESS AT WORK   *
      * LEVEL - A LOAN OR IN-HOUSE USE OF ANY EDITION LINKED TO THE   *
      * SAME WORK (WRKMNT01) KEEPS EVERY EDITION OFF THE IDLE LIST,   *
      * SO A LARGE-PRINT COPY IS NOT WEEDED WHILE THE HARDBACK IS     *
      * BUSY.                                                         *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- BKEXCRPT > SAME REASON-STRING/PRINT-FILE SHAPE          *
       01  WS-RPT-CRITERIA.
           05  WS-RPT-MONTHS           PIC 9(003) VALUE 12            .
           05  WS-RPT-RATING-MIN       PIC 9V99   VALUE 2.00          .
           05  WS-RPT-LEVEL            PIC X(004) VALUE SPACES        .
               88  RPT-BY-WORK                    VALUE 'WORK'        .

       01  WS-BRUN-VARS.
           05  WS-BRUN-RUN-ID          PIC S9(9) COMP                 .
           05  WS-BRUN-COUNT           PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-COUNT      PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-X          PIC ZZZ9                       .
           05  WS-BRUN-TODAY.
               10  WS-BR-YYYY          PIC 9(04)                      .
               10  WS-BR-MM            PIC 9(02)                      .
                SELECT BOOK_ID,
                       TITLE,
                       RATING,
                       TOTAL_COPIES,
                       VALUE(WORK_ID, 0)
                FROM   IBMUSER.BOOKS
                WHERE  DELETED_FLAG NOT = 'Y'
                ORDER BY 1
           05  WS-PARM-TEXT.
               10  WS-PARM-MONTHS      PIC 9(003)                     .
               10  WS-PARM-RATMIN      PIC 9.99                       .
               10  WS-PARM-LEVEL       PIC X(004)                     .

      *------------------
       PROCEDURE DIVISION USING WS-PARM-LINK.
              MOVE WS-PARM-MONTHS      TO WS-RPT-MONTHS
              MOVE WS-PARM-RATMIN      TO WS-RPT-RATING-MIN
           END-IF

           IF WS-PARM-LEN > 7
              MOVE WS-PARM-LEVEL       TO WS-RPT-LEVEL
           END-IF
           .
       0500-EXIT.
           EXIT
                                    ,:BOOKS-TITLE
                                    ,:BOOKS-RATING
                                    ,:BOOKS-TOTAL-COPIES
                                    ,:BOOKS-WORK-ID
           END-EXEC

           EVALUATE TRUE

           MOVE 1                  TO WS-REASON-PTR

           IF WS-IDLE-STOCK AND RPT-BY-WORK AND BOOKS-WORK-ID > 0
              STRING 'NO RECENT LOANS (ANY EDITION); '
                                          DELIMITED BY SIZE
                        INTO WS-WL-REASON
                        WITH POINTER WS-REASON-PTR
           ELSE
              IF WS-IDLE-STOCK
                 STRING 'NO RECENT LOANS; '  DELIMITED BY SIZE
                           INTO WS-WL-REASON
                           WITH POINTER WS-REASON-PTR
              END-IF
           END-IF

           IF WS-LOW-RATING
           .
      *-----------------------------------------------------------------
      *NO LOANS ROW INSIDE THE PARM WINDOW MEANS THE STOCK IS IDLE------
      *(THE LAST LOAN DATE - OR 'NEVER' - IS CARRIED TO THE LISTING).---
      *AT WORK LEVEL EVERY EDITION OF THE BOOK'S WORK COUNTS------------
       2151-CHECK-ACTIVITY.
           EXEC SQL
                SELECT COUNT(*),
                       VALUE(MAX(CHAR(LOAN_DATE, ISO)), 'NEVER')
                INTO  :WS-RECENT-LOANS, :WS-LAST-LOAN
                FROM   IBMUSER.LOANS
                WHERE (BOOK_ID   = :BOOKS-BOOK-ID
                   OR (:WS-RPT-LEVEL = 'WORK'
                  AND  :BOOKS-WORK-ID > 0
                  AND  BOOK_ID IN
                      (SELECT E.BOOK_ID
                       FROM   IBMUSER.BOOKS E
                       WHERE  E.WORK_ID = :BOOKS-WORK-ID)))
                AND    LOAN_DATE >=
                       CURRENT DATE - :WS-RPT-MONTHS MONTHS
           END-EXEC
                   SELECT COUNT(*)
                   INTO  :WS-RECENT-LOANS
                   FROM   IBMUSER.INHOUSE_USE
                   WHERE (BOOK_ID  = :BOOKS-BOOK-ID
                      OR (:WS-RPT-LEVEL = 'WORK'
                     AND  :BOOKS-WORK-ID > 0
                     AND  BOOK_ID IN
                         (SELECT E.BOOK_ID
                          FROM   IBMUSER.BOOKS E
                          WHERE  E.WORK_ID = :BOOKS-WORK-ID)))
                   AND    USE_DATE >=
                          CURRENT DATE - :WS-RPT-MONTHS MONTHS
              END-EXEC
                   SELECT VALUE(MAX(CHAR(LOAN_DATE, ISO)), 'NEVER')
                   INTO  :WS-LAST-LOAN
                   FROM   IBMUSER.LOANS
                   WHERE (BOOK_ID = :BOOKS-BOOK-ID
                      OR (:WS-RPT-LEVEL = 'WORK'
                     AND  :BOOKS-WORK-ID > 0
                     AND  BOOK_ID IN
                         (SELECT E.BOOK_ID
                          FROM   IBMUSER.BOOKS E
                          WHERE  E.WORK_ID = :BOOKS-WORK-ID)))
              END-EXEC
           END-IF
           .
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
