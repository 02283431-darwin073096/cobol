      * A NIGHTLY THAT SILENTLY MISSED FOUR NIGHTS IS CAUGHT AT       *
      * BREAKFAST, NOT WHEN THE FINES DRY UP. THE SAME NUMBER SHOWS   *
      * ON THE DSHBRD01 DASHBOARD.                                    *
      * A JOB WHOSE ONLY RUNS IN THE WINDOW WERE HELD ('H' - A        *
      * PREDECESSOR ON IBMUSER.BATCH_DEPS HAD NOT ENDED CLEAN, SEE    *
      * Z9150 IN EVERY BATCH JOB) IS NOT A MISSED JOB - IT IS LISTED  *
      * SEPARATELY AFTER THE MISSED ONES, WITH THE PREDECESSORS IT    *
      * WAS HELD FOR, SO THE FIX STARTS AT THE RIGHT END OF THE CHAIN.*
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- DSHBRD01 > SHOWS THE MISSED-JOB COUNT ON THE SCREEN     *
      *    -- EVERY BATCH JOB > STAMPS THE REGISTRY (Z9100/Z9200)     *
      *       AND HOLDS ITSELF FOR ITS PREDECESSORS (Z9150)           *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
           05  WS-SL-LAST-RUN        PIC X(010)                       .
           05  FILLER                PIC X(150) VALUE ALL SPACES      .

       01  WS-HELD-LINE.
           05  FILLER                PIC X(010) VALUE 'HELD'          .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-HL-JOB-NAME        PIC X(008)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-HL-DESC            PIC X(030)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(011) VALUE 'FREQUENCY: '   .
           05  WS-HL-FREQ            PIC X(001)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(009) VALUE 'HELD ON: '     .
           05  WS-HL-HELD-DATE       PIC X(010)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'HELD FOR: '    .
           05  WS-HL-PREDS           PIC X(063)                       .
           05  FILLER                PIC X(068) VALUE ALL SPACES      .

      *-----------------------------------------------------------------
      *JOBS HELD FOR A PREDECESSOR, KEPT FROM THE FIRST PASS FOR THEIR--
      *OWN SECTION - THE SCHEDULE IS FAR SHORTER THAN THE TABLE---------
       01  WS-HELD-TBL.
           05  WS-HELD-ENTRY OCCURS 100 TIMES.
               10  WS-HE-JOB-NAME    PIC X(008)                       .
               10  WS-HE-DESC        PIC X(030)                       .
               10  WS-HE-FREQ        PIC X(001)                       .
               10  WS-HE-HELD-DATE   PIC X(010)                       .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER           PIC X(230) VALUE
                   'EXPECTED BATCH JOBS NOT RUN CLEAN'               .
           05  WS-HELD-HEADER      PIC X(230) VALUE
                   'BATCH JOBS HELD FOR A PREDECESSOR'               .
           05  WS-FOOTER.
               10  FILLER          PIC X(108) VALUE ALL '-'           .
               10  FILLER          PIC X(015) VALUE 'NOTHING FOLLOWS' .
               10  FILLER          PIC X(003) VALUE ALL SPACES       .
               10  FILLER          PIC X(007) VALUE 'AMISS: '         .
               10  WS-TR-COUNT     PIC ZZZZ9                         .
               10  FILLER          PIC X(003) VALUE ALL SPACES       .
               10  FILLER          PIC X(006) VALUE 'HELD: '          .
               10  WS-TR-HELD      PIC ZZZZ9                         .
               10  FILLER          PIC X(160) VALUE ALL SPACES       .

       01  WS-VARS.
           05  WS-TOTAL-STUCK      PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-HELD       PIC  9(05) VALUE 0                 .
           05  WS-HELD-SUB         PIC S9(04) COMP                    .
           05  WS-HELD-RUNS        PIC S9(09) COMP                    .
           05  WS-HELD-DATE        PIC X(010)                         .
           05  WS-PRED-PTR         PIC S9(04) COMP                    .
           05  WS-PRED-EOF         PIC X(01)                          .
               88  PRED-DONE                  VALUE 'Y'               .
           05  WS-WINDOW-DAYS      PIC S9(04) COMP                    .
           05  WS-CLEAN-COUNT      PIC S9(09) COMP                    .
           05  WS-FAIL-COUNT       PIC S9(09) COMP                    .
       01  WS-BRUN-VARS.
           05  WS-BRUN-RUN-ID          PIC S9(9) COMP                 .
           05  WS-BRUN-COUNT           PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-COUNT      PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-X          PIC ZZZ9                       .
           05  WS-BRUN-TODAY.
               10  WS-BR-YYYY          PIC 9(04)                      .
               10  WS-BR-MM            PIC 9(02)                      .
              INCLUDE DCLBSCH
           END-EXEC.

           EXEC SQL
              INCLUDE DCLBDEP
           END-EXEC.

      *-----------------------------------------------------------------
      *EVERY JOB WE EXPECT TO RUN---------------------------------------
           EXEC SQL DECLARE  X1_CURSOR CURSOR FOR
                ORDER BY JOB_NAME
           END-EXEC.

      *-----------------------------------------------------------------
      *THE PREDECESSORS OF ONE HELD JOB THAT HAD NOT ENDED CLEAN BY THE-
      *NIGHT IT WAS HELD - THE SAME WINDOWS Z9150 USES (TODAY FOR A-----
      *NIGHTLY PREDECESSOR, ITS WEEK OR MONTH FOR A W/M ONE)------------
           EXEC SQL DECLARE  X2_CURSOR CURSOR FOR
                SELECT D.PRED_JOB_NAME
                FROM   IBMUSER.BATCH_DEPS D
                       LEFT OUTER JOIN IBMUSER.BATCH_SCHED S
                          ON S.JOB_NAME = D.PRED_JOB_NAME
                WHERE  D.JOB_NAME = :BDEP-JOB-NAME
                AND    NOT EXISTS
                       (SELECT 1
                        FROM   IBMUSER.BATCH_RUNS R
                        WHERE  R.JOB_NAME = D.PRED_JOB_NAME
                        AND    R.STATUS   = 'C'
                        AND    R.START_DATE <= :WS-HELD-DATE
                        AND    R.START_DATE >=
                               CHAR(DATE(:WS-HELD-DATE) -
                                    (CASE S.FREQUENCY
                                          WHEN 'W' THEN 7
                                          WHEN 'M' THEN 31
                                          ELSE 0 END) DAYS, ISO))
                ORDER BY 1
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
               WHEN SQLCODE = 0
                    PERFORM 2200-JUDGE-JOB THRU 2200-EXIT
               WHEN SQLCODE = 100
                    PERFORM 2500-HELD-SECTION   THRU 2500-EXIT
                    MOVE    WS-TOTAL-STUCK          TO WS-TR-COUNT
                    MOVE    WS-TOTAL-HELD           TO WS-TR-HELD
                    MOVE    WS-SPACES               TO OP-FIELDS
                    WRITE   OP-FIELDS
                    MOVE    WS-TRAILER              TO OP-FIELDS
      *-----------------------------------------------------------------
      *ONE SCHEDULED JOB - A CLEAN RUN INSIDE THE WINDOW MEANS ALL IS---
      *WELL AND NOTHING PRINTS; OTHERWISE THE JOB IS LISTED AS FAILED---
      *(IT RAN BUT DID NOT END CLEAN) OR MISSING (NO RUN AT ALL). A-----
      *JOB THAT WAS ONLY EVER HELD FOR A PREDECESSOR IS KEPT BACK FOR---
      *THE HELD SECTION INSTEAD-----------------------------------------
       2200-JUDGE-JOB.
           EVALUATE BSCH-FREQUENCY
               WHEN 'D'
           END-IF

           EXEC SQL
                SELECT VALUE(SUM(CASE WHEN STATUS = 'H'
                                      THEN 0 ELSE 1 END), 0),
                       VALUE(SUM(CASE WHEN STATUS = 'H'
                                      THEN 1 ELSE 0 END), 0),
                       VALUE(MAX(CASE WHEN STATUS = 'H'
                                      THEN START_DATE END), ' ')
                INTO  :WS-FAIL-COUNT, :WS-HELD-RUNS, :WS-HELD-DATE
                FROM   IBMUSER.BATCH_RUNS
                WHERE  JOB_NAME   = :BSCH-JOB-NAME
                AND    START_DATE >=
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-FAIL-COUNT = 0 AND WS-HELD-RUNS > 0
              ADD 1 TO WS-TOTAL-HELD
              IF WS-TOTAL-HELD <= 100
                 MOVE WS-TOTAL-HELD    TO WS-HELD-SUB
                 MOVE BSCH-JOB-NAME    TO WS-HE-JOB-NAME(WS-HELD-SUB)
                 MOVE BSCH-DESCRIPTION TO WS-HE-DESC(WS-HELD-SUB)
                 MOVE BSCH-FREQUENCY   TO WS-HE-FREQ(WS-HELD-SUB)
                 MOVE WS-HELD-DATE     TO WS-HE-HELD-DATE(WS-HELD-SUB)
              END-IF
              GO TO 2200-EXIT
           END-IF

           ADD 1 TO WS-TOTAL-STUCK

           IF WS-FAIL-COUNT > 0
       2200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE HELD JOBS KEPT BACK BY 2200, EACH WITH THE PREDECESSORS IT---
      *WAS WAITING ON---------------------------------------------------
       2500-HELD-SECTION.
           IF WS-TOTAL-HELD = 0
              GO TO 2500-EXIT
           END-IF

           MOVE  WS-SPACES      TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-HELD-HEADER TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-BREAKER     TO OP-FIELDS
           WRITE OP-FIELDS

           PERFORM 2510-HELD-JOB THRU 2510-EXIT
                   VARYING WS-HELD-SUB FROM 1 BY 1
                   UNTIL WS-HELD-SUB > WS-TOTAL-HELD
                      OR WS-HELD-SUB > 100
           .
       2500-EXIT.
           EXIT
           .
       2510-HELD-JOB.
           MOVE WS-HE-JOB-NAME(WS-HELD-SUB)  TO BDEP-JOB-NAME
                                                WS-HL-JOB-NAME
           MOVE WS-HE-HELD-DATE(WS-HELD-SUB) TO WS-HELD-DATE
                                                WS-HL-HELD-DATE
           MOVE WS-HE-DESC(WS-HELD-SUB)      TO WS-HL-DESC
           MOVE WS-HE-FREQ(WS-HELD-SUB)      TO WS-HL-FREQ
           MOVE SPACES                       TO WS-HL-PREDS
           MOVE 1                            TO WS-PRED-PTR
           MOVE 'N'                          TO WS-PRED-EOF

           EXEC SQL
                OPEN X2_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2510-HELD-JOB'     TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM 2520-FETCH-PRED THRU 2520-EXIT UNTIL PRED-DONE

           EXEC SQL
                CLOSE X2_CURSOR
           END-EXEC

           MOVE  WS-HELD-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           .
       2510-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *SEVEN NAMES FILL THE COLUMN - ANY MORE ARE LEFT OFF--------------
       2520-FETCH-PRED.
           EXEC SQL
                FETCH X2_CURSOR INTO :BDEP-PRED-JOB-NAME
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    IF WS-PRED-PTR < 60
                       STRING BDEP-PRED-JOB-NAME DELIMITED BY SPACE
                              ' '                DELIMITED BY SIZE
                              INTO WS-HL-PREDS
                              WITH POINTER WS-PRED-PTR
                       END-STRING
                    END-IF
               WHEN SQLCODE = 100
                    MOVE 'Y' TO WS-PRED-EOF
               WHEN OTHER
                    MOVE 'Y' TO WS-PRED-EOF
                    MOVE   'Y'                 TO ERROR-HANDLING
                    MOVE   '2520-FETCH-PRED'   TO ERR-LOC
                    MOVE    SQLCODE            TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2520-EXIT.
           EXIT
           .
       3000-CLOSE-SQL.
           DISPLAY 'START 3000-CLOSE-SQL'
           CLOSE PRT-STUCK
           END-IF

           DISPLAY 'JOBS AMISS: ' WS-TOTAL-STUCK
           DISPLAY 'JOBS HELD:  ' WS-TOTAL-HELD

           DISPLAY 'END 3000-CLOSE-SQL'
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
