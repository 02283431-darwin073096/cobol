      *    -- ANYTHING ELSE > A PRINTED NOTICE PAGE ON NOTPRT,        *
      *       GROUPED BY BORROWER LIKE OVRDUE01'S NOTICES             *
      * EACH DELIVERED ROW IS MARKED SENT ('S') WITH THE CHANNEL      *
      * USED, SO A NOTICE TRAVELS EXACTLY ONCE. IT RUNS ONLY ONCE     *
      * OVRDUE01, RECALL01, HOLDEXP, LOSTCNV AND MBREXP HAVE QUEUED   *
      * THEIRS (IBMUSER.BATCH_DEPS - HELD OTHERWISE, SEE Z9150).      *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- OVRDUE01/RECALL01/HOLDEXP/LOAN01 > QUEUE THE ROWS       *
      *    -- BRWSTMT  > QUEUES THE MONTHLY STATEMENTS, ONE ROW PER   *
      *       LINE - THE BORROWER BREAK KEEPS A STATEMENT TOGETHER    *
      *    -- DUESOON  > QUEUES THE COURTESY REMINDERS THE SAME WAY   *
      *    -- BORRW01  > MAINTAINS NOTICE_PREF AND GUARDIAN_ID        *
      *    -- NOTRETN  > TAKES BACK WHAT THE MAIL HOUSE COULD NOT     *
      *       DELIVER, KEYED BY THE NOTICE_ID ON MAILEXT              *
      *                                                               *
      * --- A JUVENILE LINKED TO A GUARDIAN (GUARDIAN_ID) IS SENT TO  *
      * THE GUARDIAN'S CONTACT ON THE GUARDIAN'S CHANNEL, MARKED      *
      * 'C/O' THE GUARDIAN. A DISABLED GUARDIAN IS IGNORED.           *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
           05  WS-MR-TEXT            PIC X(080)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-MR-QUEUED          PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-MR-CARE-OF         PIC X(030)                       .
           05  FILLER                PIC X(019) VALUE SPACES          .

       01  WS-NOTICE-HEAD.
           05  FILLER                PIC X(008) VALUE 'NOTICE: '      .
           05  WS-NH-NAME            PIC X(030)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-NH-CONTACT         PIC X(040)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-NH-CO-LABEL        PIC X(004)                       .
           05  WS-NH-CARE-OF         PIC X(030)                       .
           05  FILLER                PIC X(108) VALUE ALL SPACES      .

       01  WS-NOTICE-LINE.
           05  FILLER                PIC X(004) VALUE ALL SPACES      .
           05  WS-TOTAL-PRINTED    PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-MAILED     PIC  9(05) VALUE 0                 .
           05  WS-PREV-BORROWER-ID PIC S9(04) COMP VALUE -1           .
           05  WS-GUARD-NAME.
               49  WS-GUARD-NAME-LEN   PIC S9(4) COMP                .
               49  WS-GUARD-NAME-TEXT  PIC X(30)                     .
           05  LAST-REC            PIC  9                             .
               88  EOF                        VALUE 1                 .
           05  ERROR-HANDLING          PIC X                          .
       01  WS-BRUN-VARS.
           05  WS-BRUN-RUN-ID          PIC S9(9) COMP                 .
           05  WS-BRUN-COUNT           PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-COUNT      PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-X          PIC ZZZ9                       .
           05  WS-BRUN-TODAY.
               10  WS-BR-YYYY          PIC 9(04)                      .
               10  WS-BR-MM            PIC 9(02)                      .
      *THE WHOLE QUEUE, PRINT CHANNEL FIRST AND GROUPED BY BORROWER SO--
      *THE CONTROL BREAK CAN PUT ONE HEADER OVER A BORROWER'S NOTICES.--
      *THE DELIVERY CHANNEL IS THE BORROWER'S PREFERENCE AT SPOOL TIME--
      *- OR THE GUARDIAN'S, CONTACT AND ALL, FOR A LINKED JUVENILE------
           EXEC SQL DECLARE  M1_CURSOR CURSOR FOR
                SELECT NOTICES.NOTICE_ID,
                       NOTICES.BORROWER_ID,
                       NOTICES.NOTICE_TEXT,
                       NOTICES.QUEUED_DATE,
                       BORROWERS.NAME,
                       VALUE(GUARDIANS.CONTACT, BORROWERS.CONTACT),
                       VALUE(CASE WHEN GUARDIANS.BORROWER_ID IS NULL
                                  THEN BORROWERS.NOTICE_PREF
                                  ELSE GUARDIANS.NOTICE_PREF
                             END, 'P'),
                       VALUE(GUARDIANS.NAME, ' ')
                FROM   IBMUSER.NOTICES NOTICES
                       INNER JOIN IBMUSER.BORROWERS BORROWERS
                          ON BORROWERS.BORROWER_ID = NOTICES.BORROWER_ID
                       LEFT OUTER JOIN IBMUSER.BORROWERS GUARDIANS
                          ON GUARDIANS.BORROWER_ID =
                             BORROWERS.GUARDIAN_ID
                         AND GUARDIANS.STATUS <> 'D'
                WHERE  NOTICES.STATUS = 'Q'
                ORDER BY VALUE(CASE WHEN GUARDIANS.BORROWER_ID IS NULL
                                    THEN BORROWERS.NOTICE_PREF
                                    ELSE GUARDIANS.NOTICE_PREF
                               END, 'P'),
                         NOTICES.BORROWER_ID, NOTICES.NOTICE_ID
           END-EXEC.

           EXIT
           .
       2100-FETCH-DATA.
      *THE FETCH FILLS ONLY THE GUARDIAN NAME'S LENGTH - CLEAR THE REST-
      *SO AN ADULT'S NOTICE NEVER CARRIES THE LAST JUVENILE'S GUARDIAN--
           MOVE SPACES TO WS-GUARD-NAME-TEXT

           EXEC SQL
                FETCH M1_CURSOR INTO :NOTIC-NOTICE-ID
                                    ,:NOTIC-BORROWER-ID
                                    ,:BORRW-NAME
                                    ,:BORRW-CONTACT
                                    ,:BORRW-NOTICE-PREF
                                    ,:WS-GUARD-NAME
           END-EXEC

           EVALUATE TRUE
              MOVE NOTIC-BORROWER-ID TO WS-NH-BORROWER-ID
              MOVE BORRW-NAME-TEXT   TO WS-NH-NAME
              MOVE BORRW-CONTACT     TO WS-NH-CONTACT
              MOVE WS-GUARD-NAME-TEXT TO WS-NH-CARE-OF
              IF WS-GUARD-NAME-TEXT = SPACES
                 MOVE SPACES         TO WS-NH-CO-LABEL
              ELSE
                 MOVE 'C/O '         TO WS-NH-CO-LABEL
              END-IF

              MOVE  WS-SPACES        TO OP-FIELDS
              WRITE OP-FIELDS
           MOVE BORRW-CONTACT     TO WS-MR-CONTACT
           MOVE NOTIC-NOTICE-TEXT TO WS-MR-TEXT
           MOVE NOTIC-QUEUED-DATE TO WS-MR-QUEUED
           MOVE WS-GUARD-NAME-TEXT TO WS-MR-CARE-OF

           WRITE MAIL-REC FROM WS-MAIL-REC
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
