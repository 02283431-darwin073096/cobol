      * ABEND MID-CONFIRM LEAVES IT DRIFTED FROM REALITY. THIS JOB    *
      * RECOMPUTES AVAILABILITY FOR EVERY ACTIVE BOOK AS              *
      *     TOTAL_COPIES - OPEN LOANS - COPIES HELD READY ON THE      *
      *     HOLD QUEUE (STATUS 'R' - SEE LOAN01'S RETURN PATH), ON    *
      *     THE VAN TO A PICKUP BRANCH ('T') OR PULLED FOR A HOLD BY  *
      *     HOLDPULL ('P')                                            *
      * PRINTS A DISCREPANCY LINE FOR EVERY MISMATCH (STORED VS       *
      * COMPUTED), CORRECTS THE STORED VALUE, AND WRITES A            *
      * BOOKS_AUDIT ROW ('C') FOR EACH CORRECTION. RUNS ONLY AFTER    *
      * BULKRET AND HOLDEXP HAVE ENDED CLEAN (IBMUSER.BATCH_DEPS -     *
      * HELD OTHERWISE, SEE Z9150).                                   *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- BKEXCRPT > SAME CURSOR-AND-PRINT-FILE SHAPE             *
       01  WS-BRUN-VARS.
           05  WS-BRUN-RUN-ID          PIC S9(9) COMP                 .
           05  WS-BRUN-COUNT           PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-COUNT      PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-X          PIC ZZZ9                       .
           05  WS-BRUN-TODAY.
               10  WS-BR-YYYY          PIC 9(04)                      .
               10  WS-BR-MM            PIC 9(02)                      .
      *-----------------------------------------------------------------
      *AVAILABILITY AS IT SHOULD BE - COPIES OWNED, LESS COPIES OUT ON--
      *OPEN LOANS, LESS RETURNED COPIES BEING HELD READY ON THE HOLD----
      *QUEUE, RIDING THE VAN TO A HOLD'S PICKUP BRANCH ('T') OR PULLED--
      *OFF THE SHELF FOR A HOLD BY HOLDPULL ('P'). A--------------------
      *NEGATIVE RESULT (MORE LOANS THAN COPIES - ITSELF DRIFT)----------
      *IS FLOORED AT ZERO------------------------------------------------
       2150-RECOMPUTE.
           EXEC SQL
                INTO  :WS-READY-HOLDS
                FROM   IBMUSER.HOLDS
                WHERE  BOOK_ID = :BOOKS-BOOK-ID
                AND    STATUS  IN ('R', 'T', 'P')
           END-EXEC

           IF SQLCODE NOT = 0
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
