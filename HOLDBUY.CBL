      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    HOLDBUY.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- WEEKLY HOLDS-TO-COPIES PURCHASE ALERT. BRREBAL ONLY MOVES *
      * THE COPIES WE ALREADY OWN BETWEEN BRANCHES; THIS RUN FINDS    *
      * THE TITLES THAT NEED MORE OF THEM. FOR EVERY BOOK WITH A HOLD *
      * QUEUE - QUEUED HOLDS ('Q') PLUS PATRONS WAITING ON AN OPEN    *
      * ORDER LINE FOR ITS ISBN (ORDER_HOLDS 'P') - LONGER THAN       *
      * 'HOLDRATO' (IBMUSER.LIB_SETTINGS, DEFAULT 4) HOLDS PER COPY   *
      * OWNED, IT PRINTS TITLE, ISBN, COPIES OWNED, COPIES STILL ON   *
      * ORDER, QUEUE LENGTH, THE OLDEST HOLD'S DATE AND THE COPIES TO *
      * BUY - ENOUGH THAT OWNED + ON ORDER + BOUGHT BRINGS THE QUEUE  *
      * BACK WITHIN THE RATIO (NONE WHEN WHAT IS ON ORDER DOES IT).   *
      *                                                               *
      * --- EACH TITLE WITH COPIES TO BUY IS LOADED INTO THE          *
      * SUGGESTIONS TABLE AS A SYSTEM SUGGESTION (SOURCE 'S',         *
      * SUGG_QTY = COPIES TO BUY) FOR THE CLERK TO ACCEPT ON SUGGRV1  *
      * STRAIGHT INTO AN ORDERS LINE. A SYSTEM SUGGESTION STILL       *
      * WAITING FROM AN EARLIER WEEK HAS ITS QUANTITY REFRESHED       *
      * RATHER THAN BEING RAISED TWICE.                               *
      *                                                               *
      * --- A 'WORK' PARM MEASURES AT WORK LEVEL: EVERY EDITION       *
      * LINKED TO THE SAME WORK (WRKMNT01) POOLS ITS QUEUE, COPIES    *
      * OWNED AND COPIES ON ORDER INTO ONE LINE, PRINTED AND ORDERED  *
      * UNDER THE NEWEST EDITION (HIGHEST BOOK ID) - WHAT THE DESK    *
      * WOULD BUY MORE OF. A STANDALONE TITLE IS MEASURED AS BEFORE.  *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- SUGGRV1  > REVIEWS AND ACCEPTS THE SUGGESTIONS LOADED   *
      *    -- BRREBAL  > SPREADS THE COPIES ALREADY OWNED             *
      *    -- AVRECON  > SAME CURSOR-AND-PRINT-FILE SHAPE             *
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
           SELECT PRT-BUY ASSIGN TO BUYOUT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRT-BUY
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.

       01  WS-BUY-LINE.
           05  WS-BL-BOOK-ID         PIC 9(004)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-BL-TITLE           PIC X(060)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-BL-ISBN            PIC X(013)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(007) VALUE 'OWNED: '       .
           05  WS-BL-OWNED           PIC ZZZ9                         .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'ON ORDER: '    .
           05  WS-BL-ON-ORDER        PIC ZZZ9                         .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(007) VALUE 'QUEUE: '       .
           05  WS-BL-QUEUE           PIC ZZZ9                         .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(013) VALUE 'OLDEST HOLD: ' .
           05  WS-BL-OLDEST          PIC X(010)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(005) VALUE 'BUY: '         .
           05  WS-BL-BUY             PIC ZZZ9                         .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-BL-NOTE            PIC X(030)                       .
           05  FILLER                PIC X(039) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER.
               10  FILLER          PIC X(046) VALUE
                   'HOLDS-TO-COPIES PURCHASE ALERT - HOLDS/COPY > '   .
               10  WS-HD-RATIO     PIC ZZ9.99                         .
               10  FILLER          PIC X(178) VALUE ALL SPACES        .
           05  WS-WORK-HEAD        PIC X(230) VALUE
                   'WORK LEVEL - QUEUE, OWNED AND ON ORDER COVER EVERY E
      -            'DITION; LISTED UNDER THE NEWEST EDITION'          .
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
               10  FILLER          PIC X(015) VALUE
                                       'TITLES LISTED: '               .
               10  WS-TR-LISTED    PIC ZZZZ9                         .
               10  FILLER          PIC X(003) VALUE ALL SPACES       .
               10  FILLER          PIC X(018) VALUE
                                       'SUGGESTIONS MADE: '            .
               10  WS-TR-LOADED    PIC ZZZZ9                         .
               10  FILLER          PIC X(140) VALUE ALL SPACES        .

       01  WS-VARS.
           05  WS-TOTAL-LISTED     PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-LOADED     PIC  9(05) VALUE 0                 .
           05  WS-HOLD-RATIO       PIC S9(3)V9(2) USAGE COMP-3        .
           05  WS-QUEUED-HOLDS     PIC S9(09) COMP                    .
           05  WS-ORDER-HOLDS      PIC S9(09) COMP                    .
           05  WS-QUEUE            PIC S9(09) COMP                    .
           05  WS-ON-ORDER         PIC S9(09) COMP                    .
           05  WS-OWNED            PIC S9(09) COMP                    .
           05  WS-RPT-LEVEL        PIC X(04) VALUE SPACES             .
               88  RPT-BY-WORK                VALUE 'WORK'            .
           05  WS-QUEUE-LIMIT      PIC S9(09)V9(2) USAGE COMP-3       .
           05  WS-COPIES-NEEDED    PIC S9(09) COMP                    .
           05  WS-NEED-REMAINDER   PIC S9(09)V9(2) USAGE COMP-3       .
           05  WS-BUY              PIC S9(04) COMP                    .
           05  WS-OLDEST-HOLD      PIC X(10)                          .
           05  WS-OLDEST-OHOLD     PIC X(10)                          .
           05  WS-WAITING-ID       PIC S9(9) COMP                     .
           05  WS-NEXT-SUGG-ID     PIC S9(9) COMP                     .
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
               10  WS-TODAY-YYYY       PIC 9(04)                      .
               10  WS-TODAY-MM         PIC 9(02)                      .
               10  WS-TODAY-DD         PIC 9(02)                      .
           05  WS-NOW.
               10  WS-NOW-HH           PIC 9(02)                      .
               10  WS-NOW-MN           PIC 9(02)                      .
               10  WS-NOW-SS           PIC 9(02)                      .


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

       01  WS-KEY-VARS.
           05  WS-KEY-NAME             PIC X(08)                      .
           05  WS-KEY-SEED             PIC S9(9) COMP                 .
           05  WS-NEXT-KEY-VALUE       PIC S9(9) COMP                 .

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
              INCLUDE DCLBOOKS
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSUGG
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSETTG
           END-EXEC.

      *-----------------------------------------------------------------
      *EVERY BOOK WITH ANYONE WAITING FOR IT - THE CURSOR HOLDS ACROSS--
      *THE COMMIT AFTER EACH SUGGESTION, SO THE SUGGESTION KEY IS NOT---
      *LOCKED AWAY FROM THE SUGG01 DESKS FOR THE WHOLE RUN. AT WORK-----
      *LEVEL ONLY THE NEWEST EDITION OF A WORK COMES BACK, WITH ANYONE--
      *WAITING ON ANY OF ITS EDITIONS-----------------------------------
           EXEC SQL DECLARE  B1_CURSOR CURSOR WITH HOLD FOR
                SELECT B.BOOK_ID,
                       B.TITLE,
                       B.ISBN,
                       B.TOTAL_COPIES,
                       VALUE(B.WORK_ID, 0)
                FROM   IBMUSER.BOOKS B
                WHERE  B.DELETED_FLAG NOT = 'Y'
                AND   (:WS-RPT-LEVEL NOT = 'WORK'
                 OR    VALUE(B.WORK_ID, 0) = 0
                 OR    B.BOOK_ID =
                       (SELECT MAX(N.BOOK_ID)
                        FROM   IBMUSER.BOOKS N
                        WHERE  N.WORK_ID      = B.WORK_ID
                        AND    N.DELETED_FLAG NOT = 'Y'))
                AND   (EXISTS
                       (SELECT 1
                        FROM   IBMUSER.HOLDS H
                        WHERE  H.STATUS  = 'Q'
                        AND    H.BOOK_ID IN
                              (SELECT E.BOOK_ID
                               FROM   IBMUSER.BOOKS E
                               WHERE  E.BOOK_ID = B.BOOK_ID
                                  OR (:WS-RPT-LEVEL = 'WORK'
                                 AND  VALUE(B.WORK_ID, 0) > 0
                                 AND  E.WORK_ID = B.WORK_ID)))
                 OR    EXISTS
                       (SELECT 1
                        FROM   IBMUSER.ORDER_HOLDS OH
                        WHERE  OH.STATUS = 'P'
                        AND    OH.ISBN IN
                              (SELECT E.ISBN
                               FROM   IBMUSER.BOOKS E
                               WHERE  E.BOOK_ID = B.BOOK_ID
                                  OR (:WS-RPT-LEVEL = 'WORK'
                                 AND  VALUE(B.WORK_ID, 0) > 0
                                 AND  E.WORK_ID = B.WORK_ID))))
                ORDER BY 1
           END-EXEC.

      *------------------
      *-----------------------------------------------------------------
      *PARM PASSED FROM THE DSN RUN COMMAND - 'WORK' FOR THE WORK-------
      *LEVEL RUN, ANYTHING ELSE (OR NONE) FOR ONE LINE PER BOOK---------
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  WS-PARM-LINK.
           05  WS-PARM-LEN             PIC S9(4) COMP                 .
           05  WS-PARM-TEXT.
               10  WS-PARM-LEVEL       PIC X(004)                     .

      *------------------
       PROCEDURE DIVISION USING WS-PARM-LINK.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'.
           PERFORM Z9100-OPEN-RUN THRU Z9100-EXIT.
           PERFORM 0500-PARSE-PARM THRU 0500-EXIT.
           PERFORM 0600-SET-RUN-STAMP THRU 0600-EXIT.
           PERFORM 0700-GET-RATIO THRU 0700-EXIT.
           PERFORM 1000-OPEN-SQL  THRU 1000-EXIT.
           PERFORM 2000-FETCH     THRU 2000-EXIT.
           PERFORM 3000-CLOSE-SQL THRU 3000-EXIT.
           PERFORM Z9200-CLOSE-RUN THRU Z9200-EXIT.
           DISPLAY 'END 0000-MAIN-PROCESS'.
           STOP RUN.
       0000-EXIT.
           EXIT
           .
       0500-PARSE-PARM.
           IF WS-PARM-LEN > 0
              MOVE WS-PARM-LEVEL       TO WS-RPT-LEVEL
           END-IF
           .
       0500-EXIT.
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
      *HOLDS PER COPY BEFORE A TITLE IS FLAGGED COMES FROM THE----------
      *'HOLDRATO' ROW ON IBMUSER.LIB_SETTINGS (SAME CONVENTION AS-------
      *'HOLDDAYS'); NO ROW, OR NOTHING USABLE IN IT, MEANS 4------------
       0700-GET-RATIO.
           MOVE 'HOLDRATO' TO SETTG-SETTING-ID

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    COMPUTE WS-HOLD-RATIO =
                            FUNCTION NUMVAL(SETTG-SETTING-VALUE)
               WHEN SQLCODE = 100
                    MOVE 4 TO WS-HOLD-RATIO
               WHEN OTHER
                    MOVE   'Y'                 TO ERROR-HANDLING
                    MOVE   '0700-GET-RATIO'    TO ERR-LOC
                    MOVE    SQLCODE            TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           IF WS-HOLD-RATIO NOT > 0
              MOVE 4 TO WS-HOLD-RATIO
           END-IF

           MOVE WS-HOLD-RATIO TO WS-HD-RATIO
           DISPLAY 'HOLDS PER COPY: ' WS-HD-RATIO
           .
       0700-EXIT.
           EXIT
           .
       1000-OPEN-SQL.
           DISPLAY 'START 1000-OPEN-SQL'

           EXEC SQL
                OPEN B1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPEN CURSOR'
           ELSE
              CONTINUE
           END-IF

           OPEN OUTPUT PRT-BUY

           MOVE  WS-HEADER      TO OP-FIELDS
           WRITE OP-FIELDS

           IF RPT-BY-WORK
              MOVE  WS-WORK-HEAD   TO OP-FIELDS
              WRITE OP-FIELDS
           END-IF

           MOVE  WS-BREAKER     TO OP-FIELDS
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
                FETCH B1_CURSOR INTO :BOOKS-BOOK-ID
                                    ,:BOOKS-TITLE
                                    ,:BOOKS-ISBN
                                    ,:BOOKS-TOTAL-COPIES
                                    ,:BOOKS-WORK-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD     1                    TO WS-BRUN-COUNT
                    PERFORM 2150-MEASURE-QUEUE   THRU 2150-EXIT
                    IF WS-QUEUE > WS-QUEUE-LIMIT
                       ADD  1                    TO WS-TOTAL-LISTED
                       PERFORM 2200-LIST-TITLE   THRU 2200-EXIT
                    END-IF
               WHEN SQLCODE = 100
                    MOVE    WS-TOTAL-LISTED         TO WS-TR-LISTED
                    MOVE    WS-TOTAL-LOADED         TO WS-TR-LOADED
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
      *-----------------------------------------------------------------
      *THE QUEUE IS EVERYONE WAITING - QUEUED HOLDS ON THE BOOK AND-----
      *PATRONS QUEUED ON AN OPEN ORDER LINE FOR ITS ISBN (ORDHLD01) ----
      *AGAINST THE COPIES OWNED. COPIES STILL ON ORDER ARE THE----------
      *OUTSTANDING QUANTITY OF THE ISBN'S OPEN LINES. AT WORK LEVEL-----
      *EACH FIGURE TAKES IN EVERY EDITION OF THE BOOK'S WORK------------
       2150-MEASURE-QUEUE.
           MOVE BOOKS-TOTAL-COPIES TO WS-OWNED

           IF RPT-BY-WORK AND BOOKS-WORK-ID > 0
              EXEC SQL
                   SELECT VALUE(SUM(TOTAL_COPIES), 0)
                   INTO  :WS-OWNED
                   FROM   IBMUSER.BOOKS
                   WHERE  WORK_ID      = :BOOKS-WORK-ID
                   AND    DELETED_FLAG NOT = 'Y'
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE   'Y'                    TO ERROR-HANDLING
                 MOVE   '2150-MEASURE-QUEUE'   TO ERR-LOC
                 MOVE    SQLCODE               TO ERR-CODE
                 PERFORM XXXX-ERROR-HANDLING
              END-IF
           END-IF

           EXEC SQL
                SELECT COUNT(*),
                       VALUE(CHAR(MIN(PLACED_DATE), ISO), ' ')
                INTO  :WS-QUEUED-HOLDS, :WS-OLDEST-HOLD
                FROM   IBMUSER.HOLDS
                WHERE  STATUS  = 'Q'
                AND    BOOK_ID IN
                      (SELECT E.BOOK_ID
                       FROM   IBMUSER.BOOKS E
                       WHERE  E.BOOK_ID = :BOOKS-BOOK-ID
                          OR (:WS-RPT-LEVEL = 'WORK'
                         AND  :BOOKS-WORK-ID > 0
                         AND  E.WORK_ID = :BOOKS-WORK-ID))
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                    TO ERROR-HANDLING
              MOVE   '2150-MEASURE-QUEUE'   TO ERR-LOC
              MOVE    SQLCODE               TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                SELECT COUNT(*),
                       VALUE(CHAR(MIN(OH.PLACED_DATE), ISO), ' ')
                INTO  :WS-ORDER-HOLDS, :WS-OLDEST-OHOLD
                FROM   IBMUSER.ORDER_HOLDS OH
                WHERE  OH.STATUS = 'P'
                AND    OH.ISBN IN
                      (SELECT E.ISBN
                       FROM   IBMUSER.BOOKS E
                       WHERE  E.BOOK_ID = :BOOKS-BOOK-ID
                          OR (:WS-RPT-LEVEL = 'WORK'
                         AND  :BOOKS-WORK-ID > 0
                         AND  E.WORK_ID = :BOOKS-WORK-ID))
                AND    EXISTS
                       (SELECT 1
                        FROM   IBMUSER.ORDERS O
                        WHERE  O.ISBN   = OH.ISBN
                        AND    O.STATUS = 'O')
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                    TO ERROR-HANDLING
              MOVE   '2150-MEASURE-QUEUE'   TO ERR-LOC
              MOVE    SQLCODE               TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                SELECT VALUE(SUM(QTY - VALUE(RECEIVED_QTY, 0)), 0)
                INTO  :WS-ON-ORDER
                FROM   IBMUSER.ORDERS
                WHERE  STATUS = 'O'
                AND    ISBN IN
                      (SELECT E.ISBN
                       FROM   IBMUSER.BOOKS E
                       WHERE  E.BOOK_ID = :BOOKS-BOOK-ID
                          OR (:WS-RPT-LEVEL = 'WORK'
                         AND  :BOOKS-WORK-ID > 0
                         AND  E.WORK_ID = :BOOKS-WORK-ID))
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                    TO ERROR-HANDLING
              MOVE   '2150-MEASURE-QUEUE'   TO ERR-LOC
              MOVE    SQLCODE               TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           COMPUTE WS-QUEUE       = WS-QUEUED-HOLDS + WS-ORDER-HOLDS
           COMPUTE WS-QUEUE-LIMIT = WS-HOLD-RATIO * WS-OWNED

           IF WS-OLDEST-HOLD = SPACES
              OR (WS-OLDEST-OHOLD NOT = SPACES
                  AND WS-OLDEST-OHOLD < WS-OLDEST-HOLD)
              MOVE WS-OLDEST-OHOLD TO WS-OLDEST-HOLD
           END-IF
           .
       2150-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *COPIES TO BUY - THE FEWEST THAT, WITH THOSE OWNED AND ON ORDER,--
      *BRING THE QUEUE BACK WITHIN THE RATIO (QUEUE / RATIO ROUNDED-----
      *UP). PRINT THE TITLE, AND LOAD THE SUGGESTION WHEN THERE IS------
      *SOMETHING TO BUY AND AN ISBN TO ORDER IT BY----------------------
       2200-LIST-TITLE.
           DIVIDE WS-QUEUE BY WS-HOLD-RATIO
                  GIVING    WS-COPIES-NEEDED
                  REMAINDER WS-NEED-REMAINDER

           IF WS-NEED-REMAINDER > 0
              ADD 1 TO WS-COPIES-NEEDED
           END-IF

           COMPUTE WS-COPIES-NEEDED = WS-COPIES-NEEDED
                                    - WS-OWNED
                                    - WS-ON-ORDER

           IF WS-COPIES-NEEDED > 0
              MOVE WS-COPIES-NEEDED TO WS-BUY
           ELSE
              MOVE 0                TO WS-BUY
           END-IF

           MOVE SPACES TO WS-BL-NOTE

           EVALUATE TRUE
               WHEN WS-BUY = 0
                    MOVE 'COVERED BY COPIES ON ORDER'  TO WS-BL-NOTE
               WHEN BOOKS-ISBN-LEN = 0
                 OR BOOKS-ISBN-TEXT = SPACES
                    MOVE 'NO ISBN - ORDER ON ORDER01'  TO WS-BL-NOTE
               WHEN OTHER
                    PERFORM 2300-LOAD-SUGGESTION THRU 2300-EXIT
           END-EVALUATE

           MOVE BOOKS-BOOK-ID           TO WS-BL-BOOK-ID
           MOVE BOOKS-TITLE-TEXT(1:60)  TO WS-BL-TITLE
           MOVE BOOKS-ISBN-TEXT         TO WS-BL-ISBN
           MOVE WS-OWNED                TO WS-BL-OWNED
           MOVE WS-ON-ORDER             TO WS-BL-ON-ORDER
           MOVE WS-QUEUE                TO WS-BL-QUEUE
           MOVE WS-OLDEST-HOLD          TO WS-BL-OLDEST
           MOVE WS-BUY                  TO WS-BL-BUY

           MOVE  WS-BUY-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           .
       2200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A SYSTEM SUGGESTION FOR THE ISBN STILL WAITING FOR REVIEW FROM---
      *AN EARLIER WEEK IS BROUGHT UP TO THIS WEEK'S FIGURE; OTHERWISE---
      *A NEW ONE IS RAISED ('S', NO BORROWER) THE WAY SUGG01 RAISES A---
      *PATRON'S - EACH ONE COMMITTED AS IT GOES-------------------------
       2300-LOAD-SUGGESTION.
           MOVE BOOKS-ISBN-TEXT TO SUGG-ISBN
           MOVE WS-BUY          TO SUGG-SUGG-QTY

           EXEC SQL
                SELECT MIN(SUGG_ID)
                INTO  :WS-WAITING-ID
                FROM   IBMUSER.SUGGESTIONS
                WHERE  ISBN   = :SUGG-ISBN
                AND    STATUS = 'N'
                AND    SOURCE = 'S'
                HAVING COUNT(*) > 0
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    EXEC SQL
                         UPDATE IBMUSER.SUGGESTIONS
                         SET    SUGG_QTY = :SUGG-SUGG-QTY
                         WHERE  SUGG_ID  = :WS-WAITING-ID
                    END-EXEC

                    IF SQLCODE NOT = 0
                       MOVE   'Y'                      TO ERROR-HANDLING
                       MOVE   '2300-LOAD-SUGGESTION'   TO ERR-LOC
                       MOVE    SQLCODE                 TO ERR-CODE
                       PERFORM XXXX-ERROR-HANDLING
                    END-IF

                    MOVE 'SUGGESTION WAITING - QTY SET' TO WS-BL-NOTE
               WHEN SQLCODE = 100
                    PERFORM 2310-NEW-SUGGESTION THRU 2310-EXIT
                    ADD  1                      TO WS-TOTAL-LOADED
                    MOVE 'LOADED FOR SUGGRV1'   TO WS-BL-NOTE
               WHEN OTHER
                    MOVE   'Y'                      TO ERROR-HANDLING
                    MOVE   '2300-LOAD-SUGGESTION'   TO ERR-LOC
                    MOVE    SQLCODE                 TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           EXEC SQL
                COMMIT
           END-EXEC
           .
       2300-EXIT.
           EXIT
           .
       2310-NEW-SUGGESTION.
           MOVE 'SUGGID  ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(SUGG_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.SUGGESTIONS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                     TO ERROR-HANDLING
              MOVE   '2310-NEW-SUGGESTION'   TO ERR-LOC
              MOVE    SQLCODE                TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT
           MOVE WS-NEXT-KEY-VALUE TO WS-NEXT-SUGG-ID

           MOVE WS-NEXT-SUGG-ID          TO SUGG-SUGG-ID
           MOVE 0                        TO SUGG-BORROWER-ID
           MOVE BOOKS-TITLE-TEXT(1:80)   TO SUGG-TITLE
           MOVE SPACES                   TO SUGG-AUTHOR

           EXEC SQL
                INSERT INTO IBMUSER.SUGGESTIONS
                       (SUGG_ID, BORROWER_ID, TITLE, AUTHOR, ISBN,
                        SUGG_DATE, STATUS, DECLINE_REASON,
                        ORDER_LINE_ID, SOURCE, SUGG_QTY)
                VALUES (:SUGG-SUGG-ID, :SUGG-BORROWER-ID,
                        :SUGG-TITLE, :SUGG-AUTHOR, :SUGG-ISBN,
                        CURRENT DATE, 'N', ' ', 0, 'S', :SUGG-SUGG-QTY)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                     TO ERROR-HANDLING
              MOVE   '2310-NEW-SUGGESTION'   TO ERR-LOC
              MOVE    SQLCODE                TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       2310-EXIT.
           EXIT
           .
       3000-CLOSE-SQL.
           DISPLAY 'START 3000-CLOSE-SQL'
           CLOSE PRT-BUY

           EXEC SQL
                CLOSE B1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR CLOSE CURSOR'
           ELSE
              CONTINUE
           END-IF

           EXEC SQL
                COMMIT
           END-EXEC

           DISPLAY 'TITLES LISTED:    ' WS-TOTAL-LISTED
           DISPLAY 'SUGGESTIONS MADE: ' WS-TOTAL-LOADED

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
           MOVE 'HOLDBUY '   TO ERRLG-PROGRAM
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
      *CENTRAL KEY ASSIGNMENT OVER IBMUSER.KEY_ASSIGN - THE UPDATE------
      *LOCKS THE KEY ROW UNTIL COMMIT, SO TWO SIMULTANEOUS DESKS CAN----
      *NEVER DRAW THE SAME NUMBER THE WAY THE OLD GET-MAX-PLUS-ONE------
      *IDIOM COULD. FIRST USE OF A KEY SEEDS ITS ROW FROM THE CALLER'S--
      *WS-KEY-SEED (THE OLD MAX) AND DRAWS AGAIN; A SEED RACE (-803)----
      *JUST MEANS ANOTHER TASK GOT THERE FIRST. CALLER SETS WS-KEY-NAME-
      *AND WS-KEY-SEED, THE NEW KEY COMES BACK IN WS-NEXT-KEY-VALUE-----
       Z9400-NEXT-KEY.
           EXEC SQL
                UPDATE IBMUSER.KEY_ASSIGN
                SET    LAST_VALUE = LAST_VALUE + 1
                WHERE  KEY_NAME   = :WS-KEY-NAME
           END-EXEC

           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO IBMUSER.KEY_ASSIGN
                          (KEY_NAME, LAST_VALUE)
                   VALUES (:WS-KEY-NAME, :WS-KEY-SEED)
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = -803
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   'Z9400-NEXT-KEY'        TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
              END-IF

              EXEC SQL
                   UPDATE IBMUSER.KEY_ASSIGN
                   SET    LAST_VALUE = LAST_VALUE + 1
                   WHERE  KEY_NAME   = :WS-KEY-NAME
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   'Z9400-NEXT-KEY'        TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                SELECT LAST_VALUE
                INTO  :WS-NEXT-KEY-VALUE
                FROM   IBMUSER.KEY_ASSIGN
                WHERE  KEY_NAME = :WS-KEY-NAME
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   'Z9400-NEXT-KEY'        TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       Z9400-EXIT.
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
           MOVE 'HOLDBUY ' TO BRUN-JOB-NAME

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
              EXEC SQL
                   ROLLBACK
              END-EXEC

              PERFORM Z9500-LOG-ERROR THRU Z9500-EXIT

              DISPLAY WS-MESSAGE
              DISPLAY 'SQLCODE: ' SQLCODE
              CLOSE PRT-BUY
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
