       01  WS-BRUN-VARS.
           05  WS-BRUN-RUN-ID          PIC S9(9) COMP                 .
           05  WS-BRUN-COUNT           PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-COUNT      PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-X          PIC ZZZ9                       .
           05  WS-BRUN-TODAY.
               10  WS-BR-YYYY          PIC 9(04)                      .
               10  WS-BR-MM            PIC 9(02)                      .
              INCLUDE DCLEXCWL
           END-EXEC.

           EXEC SQL
              INCLUDE DCLITYPE
           END-EXEC.

      *-----------------------------------------------------------------
      *PRINT_FLAG SAYS WHETHER THE ROW IS A PRINTED ITEM (SEE DCLITYPE)-
      *- A TYPE WITH NO ITEM_TYPES ROW COUNTS AS PRINT------------------
      *-----------------------------------------------------------------
           EXEC SQL DECLARE  E1_CURSOR CURSOR FOR
                SELECT B.BOOK_ID,
                       B.TITLE,
                       B.TOTAL_PAGES,
                       B.ISBN,
                       B.PUBLISHER_DATE,
                       VALUE(T.PRINT_FLAG, 'Y')
                FROM   IBMUSER.BOOKS B
                LEFT OUTER JOIN IBMUSER.ITEM_TYPES T
                       ON T.ITEM_TYPE = B.ITEM_TYPE
                WHERE  B.DELETED_FLAG NOT = 'Y'
                ORDER BY 1
           END-EXEC.

                                    ,:BOOKS-TOTAL-PAGES
                                    ,:BOOKS-ISBN
                                    ,:BOOKS-PUBLISHER-DATE
                                    ,:ITYPE-PRINT-FLAG
           END-EXEC

           EVALUATE TRUE
              MOVE 'Y'             TO WS-EXCEPT-SW
           END-IF

      *A DVD, PASS OR LAPTOP HAS NO PAGES AND NO REAL ISBN--------------
           IF BOOKS-TOTAL-PAGES = 0 AND ITYPE-PRINT-FLAG = 'Y'
              MOVE 'Y'             TO WS-ZERO-PAGES-SW
              MOVE 'Y'             TO WS-EXCEPT-SW
           END-IF

           IF ITYPE-PRINT-FLAG = 'Y'
              PERFORM 2155-CHECK-ISBN THRU 2155-EXIT
           END-IF
           PERFORM 2156-CHECK-PUBDATE THRU 2156-EXIT

           MOVE 1                  TO WS-REASON-PTR
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
