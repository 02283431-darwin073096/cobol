      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    HOLDPULL.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.14.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- NIGHTLY HOLD PULL LIST. A QUEUED HOLD ONLY FILLS WHEN A   *
      * COPY COMES BACK THROUGH LOAN01 OR BULKRET, SO A HOLD PLACED   *
      * WHILE A COPY SITS AVAILABLE ON SOME SHELF WOULD JUST WAIT.    *
      * THIS RUN FINDS EVERY BOOK WITH QUEUED HOLDS AND AN AVAILABLE  *
      * BARCODE AND, OLDEST HOLD FIRST, ASSIGNS ONE SPECIFIC COPY TO  *
      * EACH HOLD (A COPY AT THE HOLD'S PICKUP BRANCH WHEN THERE IS   *
      * ONE). AN ANY-EDITION HOLD TAKES A SHELF COPY OF ANY EDITION   *
      * OF ITS WORK (SEE WRKMNT01) AND IS MOVED ONTO THAT EDITION:    *
      *    -- HOLD STATUS 'P' WITH ACCESSION_NO AND PULL_DATE, COPY   *
      *       STATUS 'P', THE COPY LEAVES COPIES_AVAILABLE AND ITS    *
      *       BRANCH'S AVAILABLE COUNT                                *
      *    -- A PULL STILL NOT SCANNED AFTER 'PULLDAYS' DAYS          *
      *       (IBMUSER.LIB_SETTINGS, DEFAULT 2) WAS NOT ON THE SHELF  *
      *       - THE COPY GOES MISSING ('M') AND THE HOLD GOES BACK TO *
      *       THE QUEUE FOR ANOTHER COPY                              *
      * THE PICK LIST PRINTS ON PULLOUT, ONE SECTION PER BRANCH IN    *
      * CALL NUMBER / SHELF LOCATION ORDER, AND CARRIES EVERY PULL    *
      * STILL OUTSTANDING (NOT JUST TONIGHT'S).                       *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- PULL01   > THE PAGE SCANS THE PULLED BARCODE - THE HOLD *
      *                  GOES READY (OR ON THE VAN TO ITS PICKUP      *
      *                  BRANCH) AND THE HOLD-READY NOTICE IS QUEUED  *
      *    -- HOLDEXP  > THE OTHER END OF THE HOLD SHELF              *
      *    -- AVRECON  > COUNTS PULLED COPIES AS SPOKEN FOR           *
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
           SELECT PRT-PULL ASSIGN TO PULLOUT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRT-PULL
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.

       01  WS-BRANCH-HEAD.
           05  FILLER                PIC X(008) VALUE 'BRANCH: '      .
           05  WS-BH-BRANCH-ID       PIC Z(003)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-BH-BRANCH-NAME     PIC X(030)                       .
           05  FILLER                PIC X(186) VALUE ALL SPACES      .

       01  WS-PULL-LINE.
           05  FILLER                PIC X(004) VALUE ALL SPACES      .
           05  WS-PL-CALL-NO         PIC X(015)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-PL-SHELF-LOC       PIC X(010)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-PL-ACCESSION-NO    PIC X(012)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-PL-TITLE           PIC X(040)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'HOLD: '        .
           05  WS-PL-HOLD-ID         PIC Z(008)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'BORROWER: '    .
           05  WS-PL-BORROWER-ID     PIC Z(003)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'PICKUP: '      .
           05  WS-PL-PICKUP          PIC Z(003)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'PULLED: '      .
           05  WS-PL-PULL-DATE       PIC X(010)                       .
           05  FILLER                PIC X(076) VALUE ALL SPACES      .

       01  WS-MISS-LINE.
           05  FILLER                PIC X(004) VALUE ALL SPACES      .
           05  FILLER                PIC X(011) VALUE 'NOT FOUND: '   .
           05  WS-ML-ACCESSION-NO    PIC X(012)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(009) VALUE 'BOOK ID: '     .
           05  WS-ML-BOOK-ID         PIC Z(003)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'HOLD: '        .
           05  WS-ML-HOLD-ID         PIC Z(008)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'PULLED: '      .
           05  WS-ML-PULL-DATE       PIC X(010)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(035) VALUE
                   'COPY MARKED MISSING - HOLD REQUEUED'              .
           05  FILLER                PIC X(114) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER           PIC X(230) VALUE
                   'HOLD PULL LIST - SHELF COPIES ASSIGNED TO QUEUED HOL
      -            'DS'                                               .
           05  WS-MISS-HEADER      PIC X(230) VALUE
                   'PULLS NOT SCANNED WITHIN THE PULL WINDOW'         .
           05  WS-SUMMARY-1.
               10  FILLER          PIC X(016) VALUE
                                       'PULLED TONIGHT: '             .
               10  WS-SM-PULLED    PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(018) VALUE
                                       'ON THE PICK LIST: '           .
               10  WS-SM-LISTED    PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(011) VALUE 'NOT FOUND: '     .
               10  WS-SM-MISSING   PIC ZZZZ9                          .
               10  FILLER          PIC X(164) VALUE ALL SPACES        .
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
               10  FILLER          PIC X(189) VALUE ALL SPACES       .

       01  WS-VARS.
           05  WS-TOTAL-PULLED     PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-LISTED     PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-MISSING    PIC  9(05) VALUE 0                 .
           05  WS-PULL-DAYS        PIC S9(04) COMP VALUE +2           .
           05  WS-PULL-BOOK-ID     PIC S9(04) COMP                    .
           05  WS-PULL-WORK-ID     PIC S9(04) COMP                    .
           05  WS-PULL-BRANCH      PIC S9(04) COMP                    .
           05  WS-PULL-TITLE       PIC X(40)                          .
           05  WS-PREV-BRANCH      PIC S9(04) COMP VALUE -1           .
           05  WS-BOOK-DONE-SW     PIC X VALUE 'N'                    .
               88  BOOK-DONE                  VALUE 'Y'               .
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
              INCLUDE DCLBOOKS
           END-EXEC.

           EXEC SQL
              INCLUDE DCLHOLDS
           END-EXEC.

           EXEC SQL
              INCLUDE DCLCOPY
           END-EXEC.

           EXEC SQL
              INCLUDE DCLCPHST
           END-EXEC.

           EXEC SQL
              INCLUDE DCLBRNCH
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSETTG
           END-EXEC.

      *-----------------------------------------------------------------
      *PULLS STILL NOT SCANNED ON PULL01 PAST THE PULL WINDOW - THE-----
      *COPY WAS NOT WHERE THE SHELF LIST SAID IT WAS--------------------
           EXEC SQL DECLARE  S1_CURSOR CURSOR WITH HOLD FOR
                SELECT HOLD_ID, BOOK_ID, ACCESSION_NO,
                       CHAR(PULL_DATE, ISO)
                FROM   IBMUSER.HOLDS
                WHERE  STATUS    = 'P'
                AND    PULL_DATE <
                       CURRENT DATE - :WS-PULL-DAYS DAYS
                ORDER BY HOLD_ID
           END-EXEC.

      *-----------------------------------------------------------------
      *EVERY BOOK WITH A COPY ON SOME SHELF AND SOMEBODY QUEUED WHO IT--
      *COULD GO TO - ON THE BOOK ITSELF, OR AN ANY-EDITION HOLD ON------
      *ANOTHER EDITION OF THE SAME WORK. THE OTHER SIDE OF RECALL01'S---
      *CANDIDATE LIST---------------------------------------------------
           EXEC SQL DECLARE  B1_CURSOR CURSOR WITH HOLD FOR
                SELECT BOOKS.BOOK_ID, VALUE(BOOKS.WORK_ID, 0)
                FROM   IBMUSER.BOOKS BOOKS
                WHERE  EXISTS
                       (SELECT 1
                        FROM   IBMUSER.COPIES COPIES
                        WHERE  COPIES.BOOK_ID = BOOKS.BOOK_ID
                        AND    COPIES.STATUS  = 'A')
                AND    EXISTS
                       (SELECT 1
                        FROM   IBMUSER.HOLDS HOLDS
                        WHERE  HOLDS.STATUS = 'Q'
                        AND   (HOLDS.BOOK_ID = BOOKS.BOOK_ID
                           OR (VALUE(BOOKS.WORK_ID, 0) > 0
                          AND  HOLDS.ANY_EDITION = 'Y'
                          AND  HOLDS.BOOK_ID IN
                              (SELECT E.BOOK_ID
                               FROM   IBMUSER.BOOKS E
                               WHERE  E.WORK_ID = BOOKS.WORK_ID))))
                ORDER BY BOOKS.BOOK_ID
           END-EXEC.

      *-----------------------------------------------------------------
      *THE PICK LIST ITSELF - EVERY OUTSTANDING PULL, GROUPED BY THE----
      *BRANCH THE COPY SITS AT, IN SHELF ORDER FOR THE PAGE-------------
           EXEC SQL DECLARE  P1_CURSOR CURSOR FOR
                SELECT COPIES.BRANCH_ID,
                       VALUE(BRANCHES.NAME, 'MAIN DESK'),
                       VALUE(BOOKS.CALL_NO, ' '),
                       VALUE(COPIES.SHELF_LOC, ' '),
                       COPIES.ACCESSION_NO,
                       SUBSTR(BOOKS.TITLE, 1, 40),
                       HOLDS.HOLD_ID, HOLDS.BORROWER_ID,
                       VALUE(HOLDS.PICKUP_BRANCH, 0),
                       CHAR(HOLDS.PULL_DATE, ISO)
                FROM   IBMUSER.HOLDS HOLDS,
                       IBMUSER.BOOKS BOOKS,
                       IBMUSER.COPIES COPIES
                       LEFT OUTER JOIN IBMUSER.BRANCHES BRANCHES
                       ON BRANCHES.BRANCH_ID = COPIES.BRANCH_ID
                WHERE  HOLDS.STATUS        = 'P'
                AND    COPIES.ACCESSION_NO = HOLDS.ACCESSION_NO
                AND    BOOKS.BOOK_ID       = HOLDS.BOOK_ID
                ORDER BY COPIES.BRANCH_ID, 3, 4, COPIES.ACCESSION_NO
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'.
           PERFORM Z9100-OPEN-RUN THRU Z9100-EXIT.
           PERFORM 0600-SET-RUN-STAMP THRU 0600-EXIT.
           PERFORM 0700-GET-PULL-DAYS THRU 0700-EXIT.
           PERFORM 1000-OPEN-LIST THRU 1000-EXIT.
           PERFORM 1500-RESET-STALE THRU 1500-EXIT.
           PERFORM 2000-PULL-HOLDS THRU 2000-EXIT.
           PERFORM 3000-PRINT-LIST THRU 3000-EXIT.
           PERFORM 4000-CLOSE-LIST THRU 4000-EXIT.
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
      *DAYS A PULLED COPY MAY WAIT FOR ITS SCAN - 'PULLDAYS' ON---------
      *IBMUSER.LIB_SETTINGS (SAME CONVENTION AS 'LOSTDAYS'), DEFAULT 2--
       0700-GET-PULL-DAYS.
           MOVE 'PULLDAYS' TO SETTG-SETTING-ID

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    COMPUTE WS-PULL-DAYS =
                            FUNCTION NUMVAL(SETTG-SETTING-VALUE)
               WHEN SQLCODE = 100
                    MOVE 2 TO WS-PULL-DAYS
               WHEN OTHER
                    MOVE   'Y'                  TO ERROR-HANDLING
                    MOVE   '0700-GET-PULL-DAYS' TO ERR-LOC
                    MOVE    SQLCODE             TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           DISPLAY 'PULL WINDOW DAYS: ' WS-PULL-DAYS
           .
       0700-EXIT.
           EXIT
           .
       1000-OPEN-LIST.
           DISPLAY 'START 1000-OPEN-LIST'

           OPEN OUTPUT PRT-PULL

           MOVE  WS-HEADER  TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-BREAKER TO OP-FIELDS
           WRITE OP-FIELDS

           DISPLAY 'END 1000-OPEN-LIST'
           .
       1000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *CLEAR EARLIER PULLS THAT NEVER GOT SCANNED BEFORE TONIGHT'S-----
      *PASS, SO THE HOLD CAN BE OFFERED ANOTHER COPY STRAIGHT AWAY------
       1500-RESET-STALE.
           DISPLAY 'START 1500-RESET-STALE'

           EXEC SQL
                OPEN S1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '1500-RESET-STALE'  TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 0 TO LAST-REC
           PERFORM 1600-FETCH-STALE THRU 1600-EXIT UNTIL EOF

           EXEC SQL
                CLOSE S1_CURSOR
           END-EXEC

           DISPLAY 'END 1500-RESET-STALE'
           .
       1500-EXIT.
           EXIT
           .
       1600-FETCH-STALE.
           EXEC SQL
                FETCH S1_CURSOR INTO :HOLDS-HOLD-ID
                                    ,:HOLDS-BOOK-ID
                                    ,:HOLDS-ACCESSION-NO
                                    ,:HOLDS-PULL-DATE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    PERFORM 1700-RESET-ONE THRU 1700-EXIT
               WHEN SQLCODE = 100
                    MOVE    1                       TO LAST-REC
               WHEN OTHER
                    MOVE    1                       TO LAST-REC
                    MOVE   'Y'                      TO ERROR-HANDLING
                    DISPLAY 'SQLCODE: ' SQLCODE
                    MOVE   '1600-FETCH-STALE'       TO ERR-LOC
                    MOVE    SQLCODE                 TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       1600-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE PULLED COPY GOES MISSING (IT ALREADY LEFT THE AVAILABLE------
      *COUNTS WHEN IT WAS PULLED) AND THE HOLD GOES BACK IN THE QUEUE---
      *IN ITS ORIGINAL PLACE-------------------------------------------
       1700-RESET-ONE.
           MOVE HOLDS-ACCESSION-NO TO COPY-ACCESSION-NO

           PERFORM 7700-COPY-BEFORE THRU 7700-EXIT

           EXEC SQL
                UPDATE IBMUSER.COPIES
                SET    STATUS       = 'M'
                WHERE  ACCESSION_NO = :COPY-ACCESSION-NO
                AND    STATUS       = 'P'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '1700-RESET-ONE'    TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM 7710-COPY-HISTORY THRU 7710-EXIT

           EXEC SQL
                UPDATE IBMUSER.HOLDS
                SET    STATUS       = 'Q',
                       ACCESSION_NO = NULL,
                       PULL_DATE    = NULL
                WHERE  HOLD_ID      = :HOLDS-HOLD-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '1700-RESET-ONE'    TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           ADD 1 TO WS-TOTAL-MISSING

           IF WS-TOTAL-MISSING = 1
              MOVE  WS-SPACES      TO OP-FIELDS
              WRITE OP-FIELDS
              MOVE  WS-MISS-HEADER TO OP-FIELDS
              WRITE OP-FIELDS
              MOVE  WS-BREAKER     TO OP-FIELDS
              WRITE OP-FIELDS
           END-IF

           MOVE HOLDS-ACCESSION-NO TO WS-ML-ACCESSION-NO
           MOVE HOLDS-BOOK-ID      TO WS-ML-BOOK-ID
           MOVE HOLDS-HOLD-ID      TO WS-ML-HOLD-ID
           MOVE HOLDS-PULL-DATE    TO WS-ML-PULL-DATE

           MOVE  WS-MISS-LINE TO OP-FIELDS
           WRITE OP-FIELDS

           EXEC SQL
                COMMIT
           END-EXEC
           .
       1700-EXIT.
           EXIT
           .
       2000-PULL-HOLDS.
           DISPLAY 'START 2000-PULL-HOLDS'

           EXEC SQL
                OPEN B1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2000-PULL-HOLDS'   TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 0 TO LAST-REC
           PERFORM 2100-FETCH-BOOK THRU 2100-EXIT UNTIL EOF

           EXEC SQL
                CLOSE B1_CURSOR
           END-EXEC

           DISPLAY 'END 2000-PULL-HOLDS'
           .
       2000-EXIT.
           EXIT
           .
       2100-FETCH-BOOK.
           EXEC SQL
                FETCH B1_CURSOR INTO :WS-PULL-BOOK-ID
                                    ,:WS-PULL-WORK-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE 'N' TO WS-BOOK-DONE-SW
                    PERFORM 2200-PULL-ONE THRU 2200-EXIT
                            UNTIL BOOK-DONE
               WHEN SQLCODE = 100
                    MOVE    1                       TO LAST-REC
               WHEN OTHER
                    MOVE    1                       TO LAST-REC
                    MOVE   'Y'                      TO ERROR-HANDLING
                    DISPLAY 'SQLCODE: ' SQLCODE
                    MOVE   '2100-FETCH-BOOK'        TO ERR-LOC
                    MOVE    SQLCODE                 TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE PULL - THE OLDEST QUEUED HOLD ON THE BOOK TAKES ONE SHELF----
      *COPY, ONE AT ITS PICKUP BRANCH BY PREFERENCE SO AS FEW AS--------
      *POSSIBLE HAVE TO RIDE THE VAN. THE BOOK IS DONE WHEN EITHER THE--
      *QUEUE OR THE SHELF RUNS OUT. THE QUEUE TAKES IN ANY-EDITION------
      *HOLDS ON THE BOOK'S SISTER EDITIONS------------------------------
       2200-PULL-ONE.
           EXEC SQL
                SELECT VALUE(MIN(HOLD_ID), 0)
                INTO  :HOLDS-HOLD-ID
                FROM   IBMUSER.HOLDS
                WHERE  STATUS  = 'Q'
                AND   (BOOK_ID = :WS-PULL-BOOK-ID
                   OR (:WS-PULL-WORK-ID > 0
                  AND  ANY_EDITION = 'Y'
                  AND  BOOK_ID IN
                      (SELECT E.BOOK_ID
                       FROM   IBMUSER.BOOKS E
                       WHERE  E.WORK_ID = :WS-PULL-WORK-ID)))
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2200-PULL-ONE'     TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF HOLDS-HOLD-ID = 0
              MOVE 'Y' TO WS-BOOK-DONE-SW
              GO TO 2200-EXIT
           END-IF

           EXEC SQL
                SELECT VALUE(PICKUP_BRANCH, 0)
                INTO  :HOLDS-PICKUP-BRANCH
                FROM   IBMUSER.HOLDS
                WHERE  HOLD_ID = :HOLDS-HOLD-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2200-PULL-ONE'     TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                SELECT ACCESSION_NO, VALUE(BRANCH_ID, 0)
                INTO  :COPY-ACCESSION-NO, :WS-PULL-BRANCH
                FROM   IBMUSER.COPIES
                WHERE  BOOK_ID = :WS-PULL-BOOK-ID
                AND    STATUS  = 'A'
                ORDER BY CASE WHEN VALUE(BRANCH_ID, 0) =
                                   :HOLDS-PICKUP-BRANCH
                              THEN 0 ELSE 1 END,
                         ACCESSION_NO
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE 'Y' TO WS-BOOK-DONE-SW
                    GO TO 2200-EXIT
               WHEN OTHER
                    MOVE   'Y'                 TO ERROR-HANDLING
                    MOVE   '2200-PULL-ONE'     TO ERR-LOC
                    MOVE    SQLCODE            TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           PERFORM 7700-COPY-BEFORE THRU 7700-EXIT

           EXEC SQL
                UPDATE IBMUSER.COPIES
                SET    STATUS       = 'P'
                WHERE  ACCESSION_NO = :COPY-ACCESSION-NO
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2200-PULL-ONE'     TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM 7710-COPY-HISTORY THRU 7710-EXIT

           EXEC SQL
                UPDATE IBMUSER.HOLDS
                SET    STATUS       = 'P',
                       ACCESSION_NO = :COPY-ACCESSION-NO,
                       PULL_DATE    = CURRENT DATE,
                       BOOK_ID      = :WS-PULL-BOOK-ID
                WHERE  HOLD_ID      = :HOLDS-HOLD-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2200-PULL-ONE'     TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

      *THE COPY IS SPOKEN FOR FROM NOW ON - OUT OF THE GLOBAL AND THE---
      *BRANCH AVAILABLE COUNTS, THE SAME AS A COPY PARKED ON THE HOLD---
      *SHELF BY LOAN01'S RETURN PATH------------------------------------
           EXEC SQL
                UPDATE IBMUSER.BOOKS
                SET    COPIES_AVAILABLE = COPIES_AVAILABLE - 1
                WHERE  BOOK_ID          = :WS-PULL-BOOK-ID
                AND    COPIES_AVAILABLE > 0
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2200-PULL-ONE'     TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-PULL-BRANCH NOT = 0
              EXEC SQL
                   UPDATE IBMUSER.BRANCH_HOLDINGS
                   SET    AVAILABLE = AVAILABLE - 1
                   WHERE  BOOK_ID   = :WS-PULL-BOOK-ID
                   AND    BRANCH_ID = :WS-PULL-BRANCH
                   AND    AVAILABLE > 0
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE   'Y'                 TO ERROR-HANDLING
                 MOVE   '2200-PULL-ONE'     TO ERR-LOC
                 MOVE    SQLCODE            TO ERR-CODE
                 PERFORM XXXX-ERROR-HANDLING
              END-IF
           END-IF

           ADD 1 TO WS-TOTAL-PULLED
           ADD 1 TO WS-BRUN-COUNT

           EXEC SQL
                COMMIT
           END-EXEC
           .
       2200-EXIT.
           EXIT
           .
       3000-PRINT-LIST.
           DISPLAY 'START 3000-PRINT-LIST'

           EXEC SQL
                OPEN P1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '3000-PRINT-LIST'   TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 0 TO LAST-REC
           PERFORM 3100-FETCH-PULL THRU 3100-EXIT UNTIL EOF

           EXEC SQL
                CLOSE P1_CURSOR
           END-EXEC

           DISPLAY 'END 3000-PRINT-LIST'
           .
       3000-EXIT.
           EXIT
           .
       3100-FETCH-PULL.
           EXEC SQL
                FETCH P1_CURSOR INTO :COPY-BRANCH-ID
                                    ,:BRNCH-NAME
                                    ,:BOOKS-CALL-NO
                                    ,:COPY-SHELF-LOC
                                    ,:COPY-ACCESSION-NO
                                    ,:WS-PULL-TITLE
                                    ,:HOLDS-HOLD-ID
                                    ,:HOLDS-BORROWER-ID
                                    ,:HOLDS-PICKUP-BRANCH
                                    ,:HOLDS-PULL-DATE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    IF COPY-BRANCH-ID NOT = WS-PREV-BRANCH
                       PERFORM 3150-BRANCH-BREAK THRU 3150-EXIT
                    END-IF
                    PERFORM 3200-WRITE-PULL THRU 3200-EXIT
               WHEN SQLCODE = 100
                    PERFORM 3900-WRITE-SUMMARY THRU 3900-EXIT
                    MOVE    1                       TO LAST-REC
               WHEN OTHER
                    MOVE    1                       TO LAST-REC
                    MOVE   'Y'                      TO ERROR-HANDLING
                    DISPLAY 'SQLCODE: ' SQLCODE
                    MOVE   '3100-FETCH-PULL'        TO ERR-LOC
                    MOVE    SQLCODE                 TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       3100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *CONTROL BREAK ON BRANCH - EACH BRANCH'S PAGE STARTS WITH ITS-----
      *OWN HEADER SO THE LIST CAN BE TORN OFF AND SENT TO THE SHELVES---
       3150-BRANCH-BREAK.
           MOVE COPY-BRANCH-ID TO WS-PREV-BRANCH
           MOVE COPY-BRANCH-ID TO WS-BH-BRANCH-ID
           MOVE BRNCH-NAME     TO WS-BH-BRANCH-NAME

           MOVE  WS-SPACES      TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-BRANCH-HEAD TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-BREAKER     TO OP-FIELDS
           WRITE OP-FIELDS
           .
       3150-EXIT.
           EXIT
           .
       3200-WRITE-PULL.
           ADD 1 TO WS-TOTAL-LISTED

           MOVE BOOKS-CALL-NO       TO WS-PL-CALL-NO
           MOVE COPY-SHELF-LOC      TO WS-PL-SHELF-LOC
           MOVE COPY-ACCESSION-NO   TO WS-PL-ACCESSION-NO
           MOVE WS-PULL-TITLE       TO WS-PL-TITLE
           MOVE HOLDS-HOLD-ID       TO WS-PL-HOLD-ID
           MOVE HOLDS-BORROWER-ID   TO WS-PL-BORROWER-ID
           MOVE HOLDS-PICKUP-BRANCH TO WS-PL-PICKUP
           MOVE HOLDS-PULL-DATE     TO WS-PL-PULL-DATE

           MOVE  WS-PULL-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           .
       3200-EXIT.
           EXIT
           .
       3900-WRITE-SUMMARY.
           MOVE    WS-TOTAL-PULLED         TO WS-SM-PULLED
           MOVE    WS-TOTAL-LISTED         TO WS-SM-LISTED
           MOVE    WS-TOTAL-MISSING        TO WS-SM-MISSING
           MOVE    WS-SPACES               TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-BREAKER              TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-SUMMARY-1            TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-TRAILER              TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-FOOTER               TO OP-FIELDS
           WRITE   OP-FIELDS
           .
       3900-EXIT.
           EXIT
           .
       4000-CLOSE-LIST.
           DISPLAY 'START 4000-CLOSE-LIST'
           CLOSE PRT-PULL

           EXEC SQL
                COMMIT
           END-EXEC

           DISPLAY 'HOLDS PULLED:    ' WS-TOTAL-PULLED
           DISPLAY 'PULLS LISTED:    ' WS-TOTAL-LISTED
           DISPLAY 'PULLS NOT FOUND: ' WS-TOTAL-MISSING

           DISPLAY 'END 4000-CLOSE-LIST'
           .
       4000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE COPY'S STATUS, CONDITION, BRANCH AND SHELF AS THEY STAND-----
      *BEFORE A CHANGE, FOR 7710 TO COMPARE WITH (A COPY NOT YET--------
      *ON FILE COMES BACK BLANK)----------------------------------------
       7700-COPY-BEFORE.
           MOVE COPY-ACCESSION-NO TO CPHST-ACCESSION-NO

           EXEC SQL
                SELECT STATUS, VALUE(CONDITION, ' '),
                       VALUE(BRANCH_ID, 0), VALUE(SHELF_LOC, ' ')
                INTO  :CPHST-OLD-STATUS, :CPHST-OLD-CONDITION,
                      :CPHST-OLD-BRANCH-ID, :CPHST-OLD-SHELF-LOC
                FROM   IBMUSER.COPIES
                WHERE  ACCESSION_NO = :CPHST-ACCESSION-NO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE SPACES TO CPHST-OLD-STATUS
                                  CPHST-OLD-CONDITION
                                  CPHST-OLD-SHELF-LOC
                   MOVE 0      TO CPHST-OLD-BRANCH-ID
              WHEN OTHER
                   MOVE   'Y'                  TO ERROR-HANDLING
                   MOVE   '7700-COPY-BEFORE'   TO ERR-LOC
                   MOVE    SQLCODE             TO ERR-CODE
                   PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       7700-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE IBMUSER.COPY_HISTORY ROW WHEN THE COPY NOW DIFFERS FROM WHAT-
      *7700 TOOK - OLD AND NEW VALUES, THE NEXT SEQ_NO FOR THE COPY,----
      *THIS PROGRAM AND THE OPERATOR------------------------------------
       7710-COPY-HISTORY.
           EXEC SQL
                SELECT STATUS, VALUE(CONDITION, ' '),
                       VALUE(BRANCH_ID, 0), VALUE(SHELF_LOC, ' ')
                INTO  :CPHST-NEW-STATUS, :CPHST-NEW-CONDITION,
                      :CPHST-NEW-BRANCH-ID, :CPHST-NEW-SHELF-LOC
                FROM   IBMUSER.COPIES
                WHERE  ACCESSION_NO = :CPHST-ACCESSION-NO
           END-EXEC

           IF SQLCODE = 100
              GO TO 7710-EXIT
           END-IF

           IF SQLCODE NOT = 0
              MOVE   'Y'                  TO ERROR-HANDLING
              MOVE   '7710-COPY-HISTORY'  TO ERR-LOC
              MOVE    SQLCODE             TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF CPHST-NEW-STATUS    = CPHST-OLD-STATUS
          AND CPHST-NEW-CONDITION = CPHST-OLD-CONDITION
          AND CPHST-NEW-BRANCH-ID = CPHST-OLD-BRANCH-ID
          AND CPHST-NEW-SHELF-LOC = CPHST-OLD-SHELF-LOC
              GO TO 7710-EXIT
           END-IF

           EXEC SQL
                SELECT VALUE(MAX(SEQ_NO), 0)
                INTO  :CPHST-SEQ-NO
                FROM   IBMUSER.COPY_HISTORY
                WHERE  ACCESSION_NO = :CPHST-ACCESSION-NO
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                  TO ERROR-HANDLING
              MOVE   '7710-COPY-HISTORY'  TO ERR-LOC
              MOVE    SQLCODE             TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           ADD 1 TO CPHST-SEQ-NO
           MOVE 'HOLDPULL'         TO CPHST-PROGRAM
           MOVE SPACES             TO CPHST-OPER-ID

           EXEC SQL
                INSERT INTO IBMUSER.COPY_HISTORY
                       (ACCESSION_NO, SEQ_NO, CHANGE_DATE, CHANGE_TIME,
                        OLD_STATUS, NEW_STATUS, OLD_CONDITION,
                        NEW_CONDITION, OLD_BRANCH_ID, NEW_BRANCH_ID,
                        OLD_SHELF_LOC, NEW_SHELF_LOC, PROGRAM, OPER_ID)
                VALUES (:CPHST-ACCESSION-NO, :CPHST-SEQ-NO,
                        CURRENT DATE, CURRENT TIME,
                        :CPHST-OLD-STATUS, :CPHST-NEW-STATUS,
                        :CPHST-OLD-CONDITION, :CPHST-NEW-CONDITION,
                        :CPHST-OLD-BRANCH-ID, :CPHST-NEW-BRANCH-ID,
                        :CPHST-OLD-SHELF-LOC, :CPHST-NEW-SHELF-LOC,
                        :CPHST-PROGRAM, :CPHST-OPER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                  TO ERROR-HANDLING
              MOVE   '7710-COPY-HISTORY'  TO ERR-LOC
              MOVE    SQLCODE             TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       7710-EXIT.
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
           MOVE 'HOLDPULL'        TO ERRLG-PROGRAM
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
           MOVE 'HOLDPULL' TO BRUN-JOB-NAME

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
              CLOSE PRT-PULL
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
