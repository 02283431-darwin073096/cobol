      * --- PURCHASE-ORDER CLAIMS RUN. EVERY OPEN IBMUSER.ORDERS LINE *
      * PAST ITS EXPECTED DELIVERY DATE (A LINE FROM BEFORE THE       *
      * COLUMN EXISTED COUNTS AS EXPECTED 30 DAYS AFTER ORDERING)     *
      * GETS A CLAIM FOR THE COPIES STILL OUTSTANDING ON IT (A PART-  *
      * RECEIVED LINE IS CLAIMED FOR ITS BACK-ORDERED REST ONLY):     *
      * THE LINES ARE GROUPED BY VENDOR INTO ONE CLAIM                *
      * LETTER PER VENDOR ON CLMOUT, THE LINE'S CLAIM_COUNT GOES UP   *
      * SO SECOND AND THIRD CLAIMS ESCALATE (FIRST/SECOND/FINAL), AND *
      * AFTER A FINAL CLAIM THE RUN PROPOSES CANCELLATION BACK        *
      * THROUGH ORDER01'S C ACTION. A LINE THE VENDOR HAS ALREADY     *
      * REPORTED ON ELECTRONICALLY (ORDXMIT) IS NOT CLAIMED. A        *
      * CLAIMS-OUTSTANDING SUMMARY CLOSES THE LISTING FOR THE         *
      * ACQUISITIONS DESK.                                            *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- ORDER01  > SETS EXPECT_DATE AND TAKES THE CANCELS       *
      *    -- VENMNT01 > THE VENDOR MASTER THE LETTERS ADDRESS        *
      *    -- OVRDUE01 > SAME CURSOR-AND-PRINT-FILE SHAPE             *
      *    -- ORDXMIT  > RECORDS THE VENDOR RESPONSES SKIPPED HERE    *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-CL-ISBN            PIC X(013)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(013) VALUE 'OUTSTANDING: ' .
           05  WS-CL-QTY             PIC ZZZ9                         .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(009) VALUE 'ORDERED: '     .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'EXPECTED: '    .
           05  WS-CL-EXPECT-DATE     PIC X(010)                       .
           05  FILLER                PIC X(129) VALUE ALL SPACES      .

       01  WS-CANCEL-LINE.
           05  FILLER                PIC X(004) VALUE ALL SPACES      .
       01  WS-BRUN-VARS.
           05  WS-BRUN-RUN-ID          PIC S9(9) COMP                 .
           05  WS-BRUN-COUNT           PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-COUNT      PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-X          PIC ZZZ9                       .
           05  WS-BRUN-TODAY.
               10  WS-BR-YYYY          PIC 9(04)                      .
               10  WS-BR-MM            PIC 9(02)                      .
      *EVERY OPEN LINE PAST ITS EXPECTED DATE, GROUPED BY VENDOR SO-----
      *THE CONTROL BREAK CAN CUT ONE LETTER PER VENDOR. A LINE FROM-----
      *BEFORE THE EXPECT_DATE COLUMN COUNTS AS EXPECTED 30 DAYS AFTER---
      *ORDERING. A LINE THE VENDOR HAS ALREADY REPORTED ON THROUGH------
      *ORDXMIT (ACCEPTED OR BACK-ORDERED) IS NOT CHASED - ITS REVISED---
      *DATE IS THE VENDOR'S ANSWER. ONLY THE COPIES STILL OUTSTANDING---
      *ARE CLAIMED - A PART-RECEIVED LINE IS CHASED FOR ITS BACK-ORDER--
           EXEC SQL DECLARE  Q1_CURSOR CURSOR FOR
                SELECT LINE_ID, ISBN, QTY - VALUE(RECEIVED_QTY, 0),
                       VALUE(VENDOR_ID, 0), VENDOR,
                       CHAR(ORDER_DATE, ISO),
                       CHAR(VALUE(EXPECT_DATE,
                WHERE  STATUS = 'O'
                AND    VALUE(EXPECT_DATE, ORDER_DATE + 30 DAYS)
                       < CURRENT DATE
                AND    VALUE(VENDOR_STATUS, ' ') = ' '
                ORDER BY VALUE(VENDOR_ID, 0), LINE_ID
           END-EXEC.

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
