      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- MONTHLY CIRCULATION STATISTICS REPORT OVER IBMUSER.LOANS. *
      * FIVE SECTIONS ON ONE CIRCOUT LISTING (SAME TRAILER/RUN-STAMP  *
      * CONVENTIONS AS BKREPORT):                                     *
      *    -- CHECK-OUTS BY GENRE                                     *
      *    -- CHECK-OUTS BY ITEM TYPE (BOOKS-ITEM-TYPE, DESCRIBED     *
      *       FROM IBMUSER.ITEM_TYPES; BLANK COUNTS AS 'B' BOOK)      *
      *    -- CHECK-OUTS BY PUBLISHER                                 *
      *    -- TOP-BORROWED TITLES WITH TURNOVER (LOANS PER COPY,      *
      *       USING BOOKS-TOTAL-COPIES)                               *
      * --- THE LOAN-DATE RANGE COMES FROM A PARM THE SAME WAY        *
      * BKREPORT'S 0500-PARSE-PARM TAKES ITS CRITERIA - BLANK DATES   *
      * MEAN "DON'T FILTER", SO AN EMPTY PARM REPORTS ALL HISTORY.    *
      * 'WORK' AFTER THE TWO DATES REPORTS THE TOP-BORROWED SECTION   *
      * AT WORK LEVEL - THE LOANS AND COPIES OF EVERY EDITION LINKED  *
      * TO A WORK (WRKMNT01) COUNTED TOGETHER; A STANDALONE TITLE     *
      * STILL PRINTS ON ITS OWN.                                      *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- BKREPORT > SAME PARM/TRAILER/RUN-STAMP CONVENTIONS      *
           05  WS-GL-COUNT           PIC ZZZZ9                        .
           05  FILLER                PIC X(186) VALUE ALL SPACES      .

       01  WS-ITYPE-LINE.
           05  WS-YL-ITEM-TYPE       PIC X(001)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-YL-DESCRIPTION     PIC X(020)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-YL-COUNT           PIC ZZZZ9                        .
           05  FILLER                PIC X(200) VALUE ALL SPACES      .

       01  WS-PUBL-LINE.
           05  WS-PL-PUBLISHER-ID    PIC Z(003)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-TL-TURNOVER        PIC ZZ9.99                       .
           05  FILLER                PIC X(037) VALUE ALL SPACES      .

       01  WS-WORK-LINE.
           05  WS-WL-LEVEL           PIC X(004)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-WL-GROUP-ID        PIC 9(004)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-WL-NAME            PIC X(166)                       .
           05  FILLER                PIC X(001) VALUE ALL SPACES      .
           05  WS-WL-LOANS           PIC ZZZZ9                        .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-WL-COPIES          PIC ZZZ9                         .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-WL-TURNOVER        PIC ZZ9.99                       .
           05  FILLER                PIC X(032) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-SECT1-HEAD       PIC X(230) VALUE
                   'CIRCULATION BY GENRE'                             .
           05  WS-SECT1Y-HEAD      PIC X(230) VALUE
                   'CIRCULATION BY ITEM TYPE'                         .
           05  WS-SECT2-HEAD       PIC X(230) VALUE
                   'CIRCULATION BY PUBLISHER'                         .
           05  WS-SECT3-HEAD       PIC X(230) VALUE
                   'TOP-BORROWED TITLES (LOANS / COPIES / TURNOVER)'  .
           05  WS-SECT3W-HEAD      PIC X(230) VALUE
                   'TOP-BORROWED WORKS, ALL EDITIONS TOGETHER (LOANS / C
      -            'OPIES / TURNOVER)'                                .
           05  WS-SECT4-HEAD       PIC X(230) VALUE
                   'IN-HOUSE USE BY GENRE'                            .
           05  WS-RANGE-LINE.
           05  WS-TOP-COUNT        PIC  9(04) VALUE 0                 .
           05  WS-TOP-LIMIT        PIC  9(04) VALUE 20                .
           05  WS-LOAN-COUNT       PIC S9(09) COMP                    .
           05  WS-GROUP-ID         PIC S9(04) COMP                    .
           05  WS-GROUP-COPIES     PIC S9(09) COMP                    .
           05  WS-TURNOVER         PIC S9(05)V9(02) USAGE COMP-3      .
           05  LAST-REC            PIC  9                             .
               88  EOF                        VALUE 1                 .
       01  WS-RPT-CRITERIA.
           05  WS-RPT-DATE-LOW         PIC X(010) VALUE SPACES        .
           05  WS-RPT-DATE-HIGH        PIC X(010) VALUE SPACES        .
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
              INCLUDE DCLGENRE
           END-EXEC.

           EXEC SQL
              INCLUDE DCLITYPE
           END-EXEC.

           EXEC SQL DECLARE  G1_CURSOR CURSOR FOR
                SELECT BOOKS.GENRE_ID, COUNT(*)
                FROM   IBMUSER.LOANS LOANS,
                ORDER BY 1
           END-EXEC.

           EXEC SQL DECLARE  Y1_CURSOR CURSOR FOR
                SELECT VALUE(NULLIF(BOOKS.ITEM_TYPE, ' '), 'B'),
                       VALUE(TYPES.DESCRIPTION, 'UNKNOWN TYPE'),
                       COUNT(*)
                FROM   IBMUSER.LOANS LOANS
                       INNER JOIN IBMUSER.BOOKS BOOKS
                          ON BOOKS.BOOK_ID = LOANS.BOOK_ID
                       LEFT OUTER JOIN IBMUSER.ITEM_TYPES TYPES
                          ON TYPES.ITEM_TYPE =
                             VALUE(NULLIF(BOOKS.ITEM_TYPE, ' '), 'B')
                WHERE
                    (:WS-RPT-DATE-LOW = ' ' OR
                     LOANS.LOAN_DATE >= :WS-RPT-DATE-LOW)
                AND
                    (:WS-RPT-DATE-HIGH = ' ' OR
                     LOANS.LOAN_DATE <= :WS-RPT-DATE-HIGH)
                GROUP BY VALUE(NULLIF(BOOKS.ITEM_TYPE, ' '), 'B'),
                         VALUE(TYPES.DESCRIPTION, 'UNKNOWN TYPE')
                ORDER BY 1
           END-EXEC.

           EXEC SQL DECLARE  P1_CURSOR CURSOR FOR
                SELECT BOOKS.PUBLISHER_ID, COUNT(*)
                FROM   IBMUSER.LOANS LOANS,
                ORDER BY 4 DESC, 1
           END-EXEC.

      *THE SAME RANKING AT WORK LEVEL - EVERY EDITION OF A WORK ADDS----
      *ITS LOANS AND COPIES TO ONE LINE UNDER THE WORK'S NAME; A BOOK---
      *LINKED TO NO WORK IS ITS OWN GROUP------------------------------
           EXEC SQL DECLARE  W1_CURSOR CURSOR FOR
                SELECT X.GRP_LEVEL, X.GRP_ID, X.GRP_NAME,
                       SUM(X.GRP_COPIES), SUM(X.GRP_LOANS)
                FROM  (SELECT CASE WHEN VALUE(BOOKS.WORK_ID, 0) > 0
                                   THEN 'WORK' ELSE 'BOOK'
                              END AS GRP_LEVEL,
                              CASE WHEN VALUE(BOOKS.WORK_ID, 0) > 0
                                   THEN BOOKS.WORK_ID
                                   ELSE BOOKS.BOOK_ID
                              END AS GRP_ID,
                              CASE WHEN VALUE(BOOKS.WORK_ID, 0) > 0
                                   THEN VALUE(WORKS.NAME, BOOKS.TITLE)
                                   ELSE BOOKS.TITLE
                              END AS GRP_NAME,
                              BOOKS.TOTAL_COPIES AS GRP_COPIES,
                              (SELECT COUNT(*)
                               FROM   IBMUSER.LOANS LOANS
                               WHERE  LOANS.BOOK_ID = BOOKS.BOOK_ID
                               AND
                                  (:WS-RPT-DATE-LOW = ' ' OR
                                   LOANS.LOAN_DATE >= :WS-RPT-DATE-LOW)
                               AND
                                  (:WS-RPT-DATE-HIGH = ' ' OR
                                   LOANS.LOAN_DATE <= :WS-RPT-DATE-HIGH)
                              ) AS GRP_LOANS
                       FROM   IBMUSER.BOOKS BOOKS
                              LEFT OUTER JOIN IBMUSER.WORKS WORKS
                              ON WORKS.WORK_ID = BOOKS.WORK_ID) X
                GROUP BY X.GRP_LEVEL, X.GRP_ID, X.GRP_NAME
                HAVING SUM(X.GRP_LOANS) > 0
                ORDER BY 5 DESC, 1, 2
           END-EXEC.

           EXEC SQL DECLARE  H1_CURSOR CURSOR FOR
                SELECT BOOKS.GENRE_ID, COUNT(*)
                FROM   IBMUSER.INHOUSE_USE IHUSE,
           05  WS-PARM-TEXT.
               10  WS-PARM-DTLO        PIC X(010)                     .
               10  WS-PARM-DTHI        PIC X(010)                     .
               10  WS-PARM-LEVEL       PIC X(004)                     .

      *------------------
       PROCEDURE DIVISION USING WS-PARM-LINK.
           OPEN OUTPUT PRT-CIRC.
           PERFORM 1000-WRITE-RANGE   THRU 1000-EXIT.
           PERFORM 2000-GENRE-SECTION THRU 2000-EXIT.
           PERFORM 2500-ITYPE-SECTION THRU 2500-EXIT.
           PERFORM 3000-PUBL-SECTION  THRU 3000-EXIT.
           PERFORM 4000-TITLE-SECTION THRU 4000-EXIT.
           PERFORM 4500-INHOUSE-SECTION THRU 4500-EXIT.
              MOVE WS-PARM-DTLO        TO WS-RPT-DATE-LOW
              MOVE WS-PARM-DTHI        TO WS-RPT-DATE-HIGH
           END-IF

           IF WS-PARM-LEN > 20
              MOVE WS-PARM-LEVEL       TO WS-RPT-LEVEL
           END-IF
           .
       0500-EXIT.
           EXIT
           EXIT
           .
      *-----------------------------------------------------------------
      *CHECK-OUTS BY ITEM TYPE - BOOKS, AUDIOBOOKS, DVDS, PASSES AND----
      *LAPTOPS COUNTED APART. A TYPE WITH NO IBMUSER.ITEM_TYPES ROW-----
      *STILL PRINTS, AS 'UNKNOWN TYPE'----------------------------------
      *-----------------------------------------------------------------
       2500-ITYPE-SECTION.
           DISPLAY 'START 2500-ITYPE-SECTION'
           MOVE 0 TO LAST-REC

           MOVE  WS-SPACES      TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-SECT1Y-HEAD TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-BREAKER     TO OP-FIELDS
           WRITE OP-FIELDS

           EXEC SQL
                OPEN Y1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPEN Y1_CURSOR'
           ELSE
              CONTINUE
           END-IF

           PERFORM 2600-FETCH-ITYPE THRU 2600-EXIT UNTIL EOF

           EXEC SQL
                CLOSE Y1_CURSOR
           END-EXEC

           DISPLAY 'END 2500-ITYPE-SECTION'
           .
       2500-EXIT.
           EXIT
           .
       2600-FETCH-ITYPE.
           EXEC SQL
                FETCH Y1_CURSOR INTO :ITYPE-ITEM-TYPE
                                    ,:ITYPE-DESCRIPTION
                                    ,:WS-LOAN-COUNT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE ITYPE-ITEM-TYPE     TO WS-YL-ITEM-TYPE
                    MOVE ITYPE-DESCRIPTION   TO WS-YL-DESCRIPTION
                    MOVE WS-LOAN-COUNT       TO WS-YL-COUNT
                    MOVE WS-ITYPE-LINE       TO OP-FIELDS
                    WRITE OP-FIELDS
               WHEN SQLCODE = 100
                    MOVE    1                TO LAST-REC
               WHEN OTHER
                    MOVE    1                TO LAST-REC
                    MOVE   'Y'               TO ERROR-HANDLING
                    DISPLAY 'SQLCODE: ' SQLCODE
                    MOVE   '2600-FETCH-ITYPE'    TO ERR-LOC
                    MOVE    SQLCODE              TO ERR-CODE
           END-EVALUATE
           .
       2600-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *SECTION TWO - CHECK-OUTS BY PUBLISHER-----------------------------
      *-----------------------------------------------------------------
       3000-PUBL-SECTION.
      *-----------------------------------------------------------------
      *SECTION THREE - TOP-BORROWED TITLES WITH TURNOVER. THE CURSOR----
      *COMES BACK BUSIEST TITLE FIRST; ONLY THE FIRST WS-TOP-LIMIT------
      *ROWS ARE PRINTED. A 'WORK' PARM RANKS WORKS INSTEAD (4200)------
      *-----------------------------------------------------------------
       4000-TITLE-SECTION.
           IF RPT-BY-WORK
              PERFORM 4200-WORK-SECTION THRU 4200-EXIT
              GO TO 4000-EXIT
           END-IF

           DISPLAY 'START 4000-TITLE-SECTION'
           MOVE 0 TO LAST-REC
           MOVE 0 TO WS-TOP-COUNT
           EXIT
           .
      *-----------------------------------------------------------------
      *SECTION THREE AT WORK LEVEL - SAME TOP-LIMIT AND TURNOVER RULES--
      *AS 4000, ONE LINE PER WORK (OR STANDALONE BOOK)------------------
      *-----------------------------------------------------------------
       4200-WORK-SECTION.
           DISPLAY 'START 4200-WORK-SECTION'
           MOVE 0 TO LAST-REC
           MOVE 0 TO WS-TOP-COUNT

           MOVE  WS-SPACES      TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-SECT3W-HEAD TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-BREAKER     TO OP-FIELDS
           WRITE OP-FIELDS

           EXEC SQL
                OPEN W1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPEN W1_CURSOR'
           ELSE
              CONTINUE
           END-IF

           PERFORM 4300-FETCH-WORK THRU 4300-EXIT UNTIL EOF

           EXEC SQL
                CLOSE W1_CURSOR
           END-EXEC

           DISPLAY 'END 4200-WORK-SECTION'
           .
       4200-EXIT.
           EXIT
           .
       4300-FETCH-WORK.
           EXEC SQL
                FETCH W1_CURSOR INTO :WS-WL-LEVEL
                                    ,:WS-GROUP-ID
                                    ,:BOOKS-TITLE
                                    ,:WS-GROUP-COPIES
                                    ,:WS-LOAN-COUNT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD 1 TO WS-TOP-COUNT
                    IF WS-TOP-COUNT > WS-TOP-LIMIT
                       MOVE 1              TO LAST-REC
                    ELSE
                       MOVE WS-GROUP-ID         TO WS-WL-GROUP-ID
                       MOVE BOOKS-TITLE-TEXT    TO WS-WL-NAME
                       MOVE WS-LOAN-COUNT       TO WS-WL-LOANS
                       MOVE WS-GROUP-COPIES     TO WS-WL-COPIES
                       IF WS-GROUP-COPIES > 0
                          COMPUTE WS-TURNOVER ROUNDED =
                                  WS-LOAN-COUNT / WS-GROUP-COPIES
                       ELSE
                          MOVE 0 TO WS-TURNOVER
                       END-IF
                       MOVE WS-TURNOVER         TO WS-WL-TURNOVER
                       MOVE WS-WORK-LINE        TO OP-FIELDS
                       WRITE OP-FIELDS
                    END-IF
               WHEN SQLCODE = 100
                    MOVE    1                TO LAST-REC
               WHEN OTHER
                    MOVE    1                TO LAST-REC
                    MOVE   'Y'               TO ERROR-HANDLING
                    DISPLAY 'SQLCODE: ' SQLCODE
                    MOVE   '4300-FETCH-WORK'     TO ERR-LOC
                    MOVE    SQLCODE              TO ERR-CODE
           END-EVALUATE
           .
       4300-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *SECTION FOUR - IN-HOUSE USE BY GENRE. SAME LINE SHAPE AND GENRE--
      *LOOKUP AS SECTION ONE, COUNTING IHUSE01'S RESHELVING SCANS-------
      *-----------------------------------------------------------------
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
