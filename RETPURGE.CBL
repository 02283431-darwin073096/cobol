      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- RETENTION HOUSEKEEPING FOR THE FOUR EVER-GROWING HISTORY  *
      * TABLES. ROWS OLDER THAN THE PER-TABLE RETENTION PARM ARE      *
      * UNLOADED TO AN ARCHIVE FILE AND THEN DELETED:                 *
      *    -- IBMUSER.BOOKS_AUDIT      (ACTION_DATE)  -> ARCAUD       *
      *    -- IBMUSER.BOOK_RATINGS     (CHANGE_DATE)  -> ARCRAT       *
      *    -- IBMUSER.RPT_RUN_HISTORY  (RUN_DATE)     -> ARCRPT       *
      *    -- IBMUSER.COPY_HISTORY     (CHANGE_DATE)  -> ARCCPH       *
      * COPY_HISTORY DEFAULTS TO FIVE YEARS, NOT ONE - A COPY'S       *
      * LIFECYCLE (CPHINQ1) IS ONLY USEFUL WHILE IT REACHES BACK.     *
      * THE JCL POINTS EACH ARCHIVE DD AT THE NEXT GENERATION OF ITS  *
      * GDG, THE SAME WAY BKREPORT'S OUTPUT DATASET IS HANDLED. A     *
      * COUNT OF ROWS ARCHIVED AND DELETED PER TABLE IS PRINTED ON    *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- BKREPORT > SAME PARM AND GDG OUTPUT CONVENTIONS         *
      *    -- CPHINQ1  > READS THE COPY_HISTORY KEPT HERE             *
      *    -- ARCREST  > LISTS AND RESTORES THE ARCHIVES WRITTEN HERE *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
           SELECT ARC-AUDIT   ASSIGN TO ARCAUD.
           SELECT ARC-RATING  ASSIGN TO ARCRAT.
           SELECT ARC-RPTHIST ASSIGN TO ARCRPT.
           SELECT ARC-CPHIST  ASSIGN TO ARCCPH.
           SELECT PRT-PURGE   ASSIGN TO PRGOUT.

      *-------------
           RECORDING MODE F.
       01  ARC-RPTHIST-REC PIC X(133).

       FD  ARC-CPHIST
           RECORD CONTAINS 133
           RECORDING MODE F.
       01  ARC-CPHIST-REC PIC X(133).

       FD  PRT-PURGE
           RECORD CONTAINS 230
           RECORDING MODE F.
           05  WS-RP-TOTAL           PIC 9(005)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-RP-STATUS          PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-RP-DATE-LOW        PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-RP-DATE-HIGH       PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-RP-ROUTE-CODE      PIC X(008)                       .
           05  FILLER                PIC X(013) VALUE SPACES          .

       01  WS-CPHST-ARC.
           05  WS-CA-ACCESSION-NO    PIC X(012)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-CA-SEQ-NO          PIC 9(006)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-CA-DATE            PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-CA-TIME            PIC X(008)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-CA-OLD-STATUS      PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-CA-NEW-STATUS      PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-CA-OLD-CONDITION   PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-CA-NEW-CONDITION   PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-CA-OLD-BRANCH      PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-CA-NEW-BRANCH      PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-CA-OLD-SHELF       PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-CA-NEW-SHELF       PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-CA-PROGRAM         PIC X(008)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-CA-OPER            PIC X(008)                       .
           05  FILLER                PIC X(036) VALUE SPACES          .

       01  WS-SUMMARY-LINE.
           05  WS-SL-TABLE           PIC X(020)                       .

      *-----------------------------------------------------------------
      *PER-TABLE RETENTION IN DAYS, DEFAULTED TO A FULL YEAR WHEN NO----
      *PARM IS PASSED (FIVE YEARS FOR COPY_HISTORY)---------------------
       01  WS-RPT-CRITERIA.
           05  WS-RET-AUDIT-DAYS       PIC 9(004) VALUE 365           .
           05  WS-RET-RATING-DAYS      PIC 9(004) VALUE 365           .
           05  WS-RET-RPTHS-DAYS       PIC 9(004) VALUE 365           .
           05  WS-RET-CPHST-DAYS       PIC 9(004) VALUE 1826          .
           05  WS-RET-DAYS             PIC 9(004)                     .


       01  WS-BRUN-VARS.
           05  WS-BRUN-RUN-ID          PIC S9(9) COMP                 .
           05  WS-BRUN-COUNT           PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-COUNT      PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-X          PIC ZZZ9                       .
           05  WS-BRUN-TODAY.
               10  WS-BR-YYYY          PIC 9(04)                      .
               10  WS-BR-MM            PIC 9(02)                      .
                INCLUDE DCLRPTHS
           END-EXEC.

           EXEC SQL
                INCLUDE DCLCPHST
           END-EXEC.

           EXEC SQL DECLARE  PA_CURSOR CURSOR FOR
                SELECT AUDIT_ID, BOOK_ID, ACTION, ACTION_DATE,
                       ACTION_TIME, VALUE(OPERATOR_ID, ' ')
           EXEC SQL DECLARE  PH_CURSOR CURSOR FOR
                SELECT RUN_ID, RUN_DATE, RUN_TIME, PUBLISHER_ID,
                       RATING_MAX, FORMAT, DSNAME, TOTAL_BOOKS,
                       STATUS, VALUE(DATE_LOW, ' '),
                       VALUE(DATE_HIGH, ' '), VALUE(ROUTE_CODE, ' ')
                FROM   IBMUSER.RPT_RUN_HISTORY
                WHERE  RUN_DATE < :WS-CUTOFF-DATE
                ORDER BY RUN_ID
           END-EXEC.

           EXEC SQL DECLARE  PC_CURSOR CURSOR FOR
                SELECT ACCESSION_NO, SEQ_NO, CHANGE_DATE, CHANGE_TIME,
                       OLD_STATUS, NEW_STATUS, OLD_CONDITION,
                       NEW_CONDITION, OLD_BRANCH_ID, NEW_BRANCH_ID,
                       OLD_SHELF_LOC, NEW_SHELF_LOC, PROGRAM,
                       VALUE(OPER_ID, ' ')
                FROM   IBMUSER.COPY_HISTORY
                WHERE  CHANGE_DATE < :WS-CUTOFF-DATE
                ORDER BY ACCESSION_NO, SEQ_NO
           END-EXEC.

      *-----------------------------------------------------------------
      *PARM PASSED FROM THE DSN RUN COMMAND (SEE BKREPORT'S-------------
      *0500-PARSE-PARM) - FOUR FIXED-WIDTH DAY COUNTS, ZERO MEANS THE---
      *DEFAULT------------------------------------------------------------
       LINKAGE SECTION.
       01  WS-PARM-LINK.
               10  WS-PARM-AUDDAYS     PIC 9(004)                     .
               10  WS-PARM-RATDAYS     PIC 9(004)                     .
               10  WS-PARM-RPTDAYS     PIC 9(004)                     .
               10  WS-PARM-CPHDAYS     PIC 9(004)                     .

      *------------------
       PROCEDURE DIVISION USING WS-PARM-LINK.
           PERFORM 0500-PARSE-PARM    THRU 0500-EXIT.
           PERFORM 0600-SET-RUN-STAMP THRU 0600-EXIT.

           OPEN OUTPUT ARC-AUDIT ARC-RATING ARC-RPTHIST ARC-CPHIST
                       PRT-PURGE.

           MOVE  WS-HEADER  TO OP-FIELDS.
           WRITE OP-FIELDS.
           PERFORM 2000-PURGE-AUDIT   THRU 2000-EXIT.
           PERFORM 3000-PURGE-RATINGS THRU 3000-EXIT.
           PERFORM 4000-PURGE-RPTHIST THRU 4000-EXIT.
           PERFORM 4500-PURGE-CPHIST  THRU 4500-EXIT.

           MOVE  WS-SPACES  TO OP-FIELDS.
           WRITE OP-FIELDS.
           MOVE  WS-TRAILER TO OP-FIELDS.
           WRITE OP-FIELDS.

           CLOSE ARC-AUDIT ARC-RATING ARC-RPTHIST ARC-CPHIST
                 PRT-PURGE.
           PERFORM Z9200-CLOSE-RUN THRU Z9200-EXIT.
           DISPLAY 'END 0000-MAIN-PROCESS'.
           STOP RUN.
              IF WS-PARM-RPTDAYS NOT = 0
                 MOVE WS-PARM-RPTDAYS TO WS-RET-RPTHS-DAYS
              END-IF
      *A TWELVE-BYTE PARM FROM BEFORE COPY_HISTORY KEEPS ITS DEFAULT----
              IF WS-PARM-LEN >= 16 AND WS-PARM-CPHDAYS NOT = 0
                 MOVE WS-PARM-CPHDAYS TO WS-RET-CPHST-DAYS
              END-IF
           END-IF
           .
       0500-EXIT.
                                    ,:RPTHS-DSNAME
                                    ,:RPTHS-TOTAL-BOOKS
                                    ,:RPTHS-STATUS
                                    ,:RPTHS-DATE-LOW
                                    ,:RPTHS-DATE-HIGH
                                    ,:RPTHS-ROUTE-CODE
           END-EXEC

           EVALUATE TRUE
                    MOVE RPTHS-DSNAME       TO WS-RP-DSNAME
                    MOVE RPTHS-TOTAL-BOOKS  TO WS-RP-TOTAL
                    MOVE RPTHS-STATUS       TO WS-RP-STATUS
                    MOVE RPTHS-DATE-LOW     TO WS-RP-DATE-LOW
                    MOVE RPTHS-DATE-HIGH    TO WS-RP-DATE-HIGH
                    MOVE RPTHS-ROUTE-CODE   TO WS-RP-ROUTE-CODE
                    WRITE ARC-RPTHIST-REC FROM WS-RPTHS-ARC
               WHEN SQLCODE = 100
                    MOVE 1 TO LAST-REC
       4100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *UNLOAD-THEN-DELETE FOR COPY_HISTORY------------------------------
       4500-PURGE-CPHIST.
           DISPLAY 'START 4500-PURGE-CPHIST'
           MOVE WS-RET-CPHST-DAYS TO WS-RET-DAYS
           PERFORM 1000-SET-CUTOFF THRU 1000-EXIT
           MOVE 0 TO WS-ARCHIVED-COUNT
           MOVE 0 TO LAST-REC

           EXEC SQL
                OPEN PC_CURSOR
           END-EXEC

           PERFORM 4600-FETCH-CPHIST THRU 4600-EXIT UNTIL EOF

           EXEC SQL
                CLOSE PC_CURSOR
           END-EXEC

           EXEC SQL
                DELETE FROM IBMUSER.COPY_HISTORY
                WHERE  CHANGE_DATE < :WS-CUTOFF-DATE
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE SQLERRD(3) TO WS-DELETED-COUNT
              WHEN SQLCODE = 100
                   MOVE 0          TO WS-DELETED-COUNT
              WHEN OTHER
                   MOVE   'Y'                  TO ERROR-HANDLING
                   MOVE   '4500-PURGE-CPHIST'  TO ERR-LOC
                   MOVE    SQLCODE             TO ERR-CODE
                   PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           EXEC SQL
                COMMIT
           END-EXEC

           MOVE 'COPY_HISTORY        ' TO WS-SL-TABLE
           PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT
           DISPLAY 'END 4500-PURGE-CPHIST'
           .
       4500-EXIT.
           EXIT
           .
       4600-FETCH-CPHIST.
           EXEC SQL
                FETCH PC_CURSOR INTO :CPHST-ACCESSION-NO
                                    ,:CPHST-SEQ-NO
                                    ,:CPHST-CHANGE-DATE
                                    ,:CPHST-CHANGE-TIME
                                    ,:CPHST-OLD-STATUS
                                    ,:CPHST-NEW-STATUS
                                    ,:CPHST-OLD-CONDITION
                                    ,:CPHST-NEW-CONDITION
                                    ,:CPHST-OLD-BRANCH-ID
                                    ,:CPHST-NEW-BRANCH-ID
                                    ,:CPHST-OLD-SHELF-LOC
                                    ,:CPHST-NEW-SHELF-LOC
                                    ,:CPHST-PROGRAM
                                    ,:CPHST-OPER-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD  1                   TO WS-ARCHIVED-COUNT
                    MOVE CPHST-ACCESSION-NO  TO WS-CA-ACCESSION-NO
                    MOVE CPHST-SEQ-NO        TO WS-CA-SEQ-NO
                    MOVE CPHST-CHANGE-DATE   TO WS-CA-DATE
                    MOVE CPHST-CHANGE-TIME   TO WS-CA-TIME
                    MOVE CPHST-OLD-STATUS    TO WS-CA-OLD-STATUS
                    MOVE CPHST-NEW-STATUS    TO WS-CA-NEW-STATUS
                    MOVE CPHST-OLD-CONDITION TO WS-CA-OLD-CONDITION
                    MOVE CPHST-NEW-CONDITION TO WS-CA-NEW-CONDITION
                    MOVE CPHST-OLD-BRANCH-ID TO WS-CA-OLD-BRANCH
                    MOVE CPHST-NEW-BRANCH-ID TO WS-CA-NEW-BRANCH
                    MOVE CPHST-OLD-SHELF-LOC TO WS-CA-OLD-SHELF
                    MOVE CPHST-NEW-SHELF-LOC TO WS-CA-NEW-SHELF
                    MOVE CPHST-PROGRAM       TO WS-CA-PROGRAM
                    MOVE CPHST-OPER-ID       TO WS-CA-OPER
                    WRITE ARC-CPHIST-REC FROM WS-CPHST-ARC
               WHEN SQLCODE = 100
                    MOVE 1 TO LAST-REC
               WHEN OTHER
                    MOVE 1 TO LAST-REC
                    MOVE   'Y'                  TO ERROR-HANDLING
                    MOVE   '4600-FETCH-CPHIST'  TO ERR-LOC
                    MOVE    SQLCODE             TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       4600-EXIT.
           EXIT
           .
       5000-WRITE-SUMMARY.
           MOVE WS-ARCHIVED-COUNT TO WS-SL-ARCHIVED
           MOVE WS-DELETED-COUNT  TO WS-SL-DELETED
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

              DISPLAY WS-MESSAGE
              DISPLAY 'SQLCODE: ' SQLCODE
              CLOSE ARC-AUDIT ARC-RATING ARC-RPTHIST ARC-CPHIST
                    PRT-PURGE
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
