      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CLMRPT.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.14.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- REPEAT CLAIMS-RETURNED LISTING (MONTHLY). EVERY BORROWER  *
      * WITH AT LEAST 'CLAIMMIN' CLAIMS (IBMUSER.LIB_SETTINGS,        *
      * DEFAULT 2) ON IBMUSER.LOAN_CLAIMS IN THE LAST 12 MONTHS IS    *
      * LISTED ON CLMOUT WITH THEIR LIFETIME CLAIM COUNT AND HOW THE  *
      * CLAIMS WENT (STILL OPEN, COPY FOUND, CONVERTED LOST) - SO     *
      * CIRCULATION CAN SPOT A BORROWER USING THE DISPUTE TO DODGE    *
      * REPLACEMENT CHARGES. MOST CLAIMS IN THE YEAR FIRST.           *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- LOAN01   > OPENS THE CLAIMS COUNTED HERE                *
      *    -- LOSTCNV  > CLOSES THE CLAIMS NEVER FOUND ('L')          *
      *    -- SRCH01   > CLOSES THE CLAIMS FOUND ON THE SHELF ('F')   *
      *    -- RPAIRAGE > SAME CURSOR-AND-PRINT-FILE SHAPE             *
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
           SELECT PRT-CLAIM ASSIGN TO CLMOUT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRT-CLAIM
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.

       01  WS-CLAIM-LINE.
           05  FILLER                PIC X(010) VALUE 'BORROWER: '    .
           05  WS-CL-BORROWER-ID     PIC Z(003)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-CL-NAME            PIC X(030)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(013) VALUE 'YEAR CLAIMS: ' .
           05  WS-CL-YEAR            PIC ZZZ9                         .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(007) VALUE 'TOTAL: '       .
           05  WS-CL-TOTAL           PIC ZZZ9                         .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'OPEN: '        .
           05  WS-CL-OPEN            PIC ZZZ9                         .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(007) VALUE 'FOUND: '       .
           05  WS-CL-FOUND           PIC ZZZ9                         .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'LOST: '        .
           05  WS-CL-LOST            PIC ZZZ9                         .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(012) VALUE 'LAST CLAIM: '  .
           05  WS-CL-LAST            PIC X(010)                       .
           05  FILLER                PIC X(091) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER           PIC X(230) VALUE
                   'BORROWERS WITH REPEAT CLAIMS-RETURNED DISPUTES'   .
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
               10  FILLER          PIC X(011) VALUE 'BORROWERS: '     .
               10  WS-TR-COUNT     PIC ZZZZ9                         .
               10  FILLER          PIC X(003) VALUE ALL SPACES       .
               10  FILLER          PIC X(016) VALUE 'MINIMUM CLAIMS: '.
               10  WS-TR-MIN       PIC ZZZ9                          .
               10  FILLER          PIC X(147) VALUE ALL SPACES       .

       01  WS-VARS.
           05  WS-TOTAL-LISTED     PIC  9(05) VALUE 0                 .
           05  WS-CLAIM-MIN        PIC S9(04) COMP VALUE +2           .
           05  WS-YEAR-COUNT       PIC S9(09) COMP                    .
           05  WS-TOTAL-COUNT      PIC S9(09) COMP                    .
           05  WS-OPEN-COUNT       PIC S9(09) COMP                    .
           05  WS-FOUND-COUNT      PIC S9(09) COMP                    .
           05  WS-LOST-COUNT       PIC S9(09) COMP                    .
           05  WS-LAST-CLAIM       PIC  X(10)                         .
           05  LAST-REC            PIC  9                             .
               88  EOF                        VALUE 1                 .
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
              INCLUDE DCLCLAIM
           END-EXEC.

           EXEC SQL
              INCLUDE DCLBORRW
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSETTG
           END-EXEC.

      *-----------------------------------------------------------------
      *ONE ROW PER BORROWER WITH ENOUGH CLAIMS IN THE LAST 12 MONTHS,---
      *WITH THE LIFETIME COUNTS BROKEN DOWN BY HOW EACH CLAIM ENDED-----
           EXEC SQL DECLARE  K1_CURSOR CURSOR FOR
                SELECT K.BORROWER_ID, VALUE(B.NAME, ' '),
                       SUM(CASE WHEN K.CLAIM_DATE >
                                     CURRENT DATE - 12 MONTHS
                                THEN 1 ELSE 0 END),
                       COUNT(*),
                       SUM(CASE WHEN K.STATUS = 'O'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN K.STATUS = 'F'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN K.STATUS = 'L'
                                THEN 1 ELSE 0 END),
                       CHAR(MAX(K.CLAIM_DATE), ISO)
                FROM   IBMUSER.LOAN_CLAIMS K
                       LEFT OUTER JOIN IBMUSER.BORROWERS B
                       ON B.BORROWER_ID = K.BORROWER_ID
                GROUP BY K.BORROWER_ID, B.NAME
                HAVING SUM(CASE WHEN K.CLAIM_DATE >
                                     CURRENT DATE - 12 MONTHS
                                THEN 1 ELSE 0 END) >= :WS-CLAIM-MIN
                ORDER BY 3 DESC, 1
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'.
           PERFORM Z9100-OPEN-RUN THRU Z9100-EXIT.
           PERFORM 0600-SET-RUN-STAMP THRU 0600-EXIT.
           PERFORM 0700-GET-THRESHOLD THRU 0700-EXIT.
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
      *-----------------------------------------------------------------
      *HOW MANY CLAIMS IN 12 MONTHS MAKE A REPEAT CLAIMANT - 'CLAIMMIN'-
      *ON IBMUSER.LIB_SETTINGS, DEFAULT 2-------------------------------
       0700-GET-THRESHOLD.
           MOVE 'CLAIMMIN' TO SETTG-SETTING-ID

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    COMPUTE WS-CLAIM-MIN =
                            FUNCTION NUMVAL(SETTG-SETTING-VALUE)
               WHEN SQLCODE = 100
                    MOVE 2 TO WS-CLAIM-MIN
               WHEN OTHER
                    MOVE   'Y'                  TO ERROR-HANDLING
                    MOVE   '0700-GET-THRESHOLD' TO ERR-LOC
                    MOVE    SQLCODE             TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE WS-CLAIM-MIN TO WS-TR-MIN
           DISPLAY 'MINIMUM CLAIMS: ' WS-CLAIM-MIN
           .
       0700-EXIT.
           EXIT
           .
       1000-OPEN-SQL.
           DISPLAY 'START 1000-OPEN-SQL'

           EXEC SQL
                OPEN K1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPEN CURSOR'
           ELSE
              CONTINUE
           END-IF

           OPEN OUTPUT PRT-CLAIM

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
                FETCH K1_CURSOR INTO :CLM-BORROWER-ID
                                    ,:BORRW-NAME
                                    ,:WS-YEAR-COUNT
                                    ,:WS-TOTAL-COUNT
                                    ,:WS-OPEN-COUNT
                                    ,:WS-FOUND-COUNT
                                    ,:WS-LOST-COUNT
                                    ,:WS-LAST-CLAIM
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD  1                  TO WS-TOTAL-LISTED
                    ADD  1                  TO WS-BRUN-COUNT
                    MOVE CLM-BORROWER-ID    TO WS-CL-BORROWER-ID
                    MOVE SPACES             TO WS-CL-NAME
                    MOVE BORRW-NAME-TEXT(1:BORRW-NAME-LEN)
                                            TO WS-CL-NAME
                    MOVE WS-YEAR-COUNT      TO WS-CL-YEAR
                    MOVE WS-TOTAL-COUNT     TO WS-CL-TOTAL
                    MOVE WS-OPEN-COUNT      TO WS-CL-OPEN
                    MOVE WS-FOUND-COUNT     TO WS-CL-FOUND
                    MOVE WS-LOST-COUNT      TO WS-CL-LOST
                    MOVE WS-LAST-CLAIM      TO WS-CL-LAST
                    MOVE  WS-CLAIM-LINE    TO OP-FIELDS
                    WRITE OP-FIELDS
               WHEN SQLCODE = 100
                    MOVE    WS-TOTAL-LISTED         TO WS-TR-COUNT
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
       3000-CLOSE-SQL.
           DISPLAY 'START 3000-CLOSE-SQL'
           CLOSE PRT-CLAIM

           EXEC SQL
                CLOSE K1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR CLOSE CURSOR'
           ELSE
              CONTINUE
           END-IF

           DISPLAY 'REPEAT CLAIMANTS: ' WS-TOTAL-LISTED

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
           MOVE 'CLMRPT'     TO ERRLG-PROGRAM
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
           MOVE 'CLMRPT'   TO BRUN-JOB-NAME

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
              CLOSE PRT-CLAIM
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
