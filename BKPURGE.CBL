      * DAYS AGO (PARM, DEFAULT 180). FOR EACH CANDIDATE:             *
      *    -- A BOOK WITH AN OPEN LOANS ROW IS SKIPPED AND REPORTED   *
      *    -- OTHERWISE THE BOOKS ROW AND ITS BOOK_AUTHORS LINKS ARE  *
      *       UNLOADED TO THE ARCBOOK ARCHIVE FILE (A 'B' RECORD, A   *
      *       'D' RECORD WITH THE REST OF THE ROW, AND AN 'A' RECORD  *
      *       PER AUTHOR LINK) AND THEN PHYSICALLY DELETED            *
      * EACH PURGED BOOK IS ITS OWN UNIT OF WORK (CURSOR DECLARED     *
      * WITH HOLD, LIKE BKREPORT'S), AND THE PUROUT LISTING SHOWS     *
      * WHAT WAS PURGED AND WHAT WAS SKIPPED AND WHY.                 *
      * RELATED PROGRAMS:                                             *
      *    -- DELETE01 > SETS THE SOFT-DELETE FLAG THIS JOB DRAINS    *
      *    -- RETPURGE > SAME UNLOAD-THEN-DELETE CONVENTIONS          *
      *    -- ARCREST  > LISTS AND RESTORES AN ARCBOOK GENERATION     *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
           05  WS-BA-DELETED-DATE    PIC X(010)                       .
           05  FILLER                PIC X(027) VALUE SPACES          .

      *-----------------------------------------------------------------
      *THE REST OF THE BOOKS ROW, WRITTEN RIGHT AFTER ITS 'B' RECORD SO-
      *ARCREST CAN PUT THE ROW BACK AS IT WAS (THE SORT TITLE AND THE---
      *TITLE WORDS ARE REBUILT FROM THE TITLE ON RESTORE)---------------
       01  WS-DETL-ARC.
           05  FILLER                PIC X(002) VALUE 'D '            .
           05  WS-DA-BOOK-ID         PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-DA-TOTAL-PAGES     PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-DA-RATING          PIC 9.99                         .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-DA-PUBLISHER-DATE  PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-DA-GENRE-ID        PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-DA-REPL-COST       PIC 9(005).99                    .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-DA-CALL-NO         PIC X(015)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-DA-SERIES-ID       PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-DA-VOLUME-NO       PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-DA-WORK-ID         PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-DA-ITEM-TYPE       PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-DA-INSERT-TS       PIC X(026)                       .
           05  FILLER                PIC X(129) VALUE SPACES          .

       01  WS-LINK-ARC.
           05  FILLER                PIC X(002) VALUE 'A '            .
           05  WS-LA-BOOK-ID         PIC 9(004)                       .
       01  WS-BRUN-VARS.
           05  WS-BRUN-RUN-ID          PIC S9(9) COMP                 .
           05  WS-BRUN-COUNT           PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-COUNT      PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-X          PIC ZZZ9                       .
           05  WS-BRUN-TODAY.
               10  WS-BR-YYYY          PIC 9(04)                      .
               10  WS-BR-MM            PIC 9(02)                      .
      *BKREPORT'S C1_CURSOR HOLDS ACROSS ITS CHECKPOINTS----------------
           EXEC SQL DECLARE  PG_CURSOR CURSOR WITH HOLD FOR
                SELECT BOOK_ID, TITLE, ISBN, PUBLISHER_ID,
                       DELETED_DATE, TOTAL_PAGES, RATING,
                       PUBLISHER_DATE, VALUE(GENRE_ID, 0),
                       VALUE(REPL_COST, 0), VALUE(CALL_NO, ' '),
                       VALUE(SERIES_ID, 0), VALUE(VOLUME_NO, 0),
                       VALUE(WORK_ID, 0), VALUE(ITEM_TYPE, 'B'),
                       VALUE(CHAR(INSERT_TIMESTAMP), ' ')
                FROM   IBMUSER.BOOKS
                WHERE  DELETED_FLAG = 'Y'
                AND    DELETED_DATE < :WS-CUTOFF-DATE
                                    ,:BOOKS-ISBN
                                    ,:BOOKS-PUBLISHER-ID
                                    ,:BOOKS-DELETED-DATE
                                    ,:BOOKS-TOTAL-PAGES
                                    ,:BOOKS-RATING
                                    ,:BOOKS-PUBLISHER-DATE
                                    ,:BOOKS-GENRE-ID
                                    ,:BOOKS-REPL-COST
                                    ,:BOOKS-CALL-NO
                                    ,:BOOKS-SERIES-ID
                                    ,:BOOKS-VOLUME-NO
                                    ,:BOOKS-WORK-ID
                                    ,:BOOKS-ITEM-TYPE
                                    ,:BOOKS-INSERT-TIMESTAMP
           END-EXEC

           EVALUATE TRUE
           MOVE BOOKS-DELETED-DATE     TO WS-BA-DELETED-DATE
           WRITE ARC-BOOK-REC FROM WS-BOOK-ARC

           MOVE BOOKS-BOOK-ID          TO WS-DA-BOOK-ID
           MOVE BOOKS-TOTAL-PAGES      TO WS-DA-TOTAL-PAGES
           MOVE BOOKS-RATING           TO WS-DA-RATING
           MOVE BOOKS-PUBLISHER-DATE   TO WS-DA-PUBLISHER-DATE
           MOVE BOOKS-GENRE-ID         TO WS-DA-GENRE-ID
           MOVE BOOKS-REPL-COST        TO WS-DA-REPL-COST
           MOVE BOOKS-CALL-NO          TO WS-DA-CALL-NO
           MOVE BOOKS-SERIES-ID        TO WS-DA-SERIES-ID
           MOVE BOOKS-VOLUME-NO        TO WS-DA-VOLUME-NO
           MOVE BOOKS-WORK-ID          TO WS-DA-WORK-ID
           MOVE BOOKS-ITEM-TYPE        TO WS-DA-ITEM-TYPE
           MOVE BOOKS-INSERT-TIMESTAMP TO WS-DA-INSERT-TS
           WRITE ARC-BOOK-REC FROM WS-DETL-ARC

           MOVE BOOKS-BOOK-ID TO BKAUTH-BOOK-ID
           PERFORM 2300-UNLOAD-LINKS THRU 2300-EXIT

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
