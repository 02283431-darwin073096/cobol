      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COSTUSE.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- YEARLY COST-PER-USE REPORT FOR COLLECTION DEVELOPMENT.    *
      * PUTS ACQUISITIONS SPEND AND CIRCULATION SIDE BY SIDE: EVERY   *
      * IBMUSER.ORDERS LINE RECEIVED ('R') IN THE YEAR (PARM YYYY,    *
      * DEFAULT LAST YEAR) IS JOINED BY ISBN TO THE BOOKS TITLE IT    *
      * BOUGHT, AND THE TITLE'S LOANS PLUS IN-HOUSE USES (INHOUSE_USE)*
      * FROM ITS FIRST RECEIPT THAT YEAR UP TO TODAY ARE COUNTED      *
      * AGAINST IT. A TITLE BOUGHT ON MORE THAN ONE LINE SHARES ITS   *
      * USES BETWEEN THEM BY COPIES, SO NO USE IS COUNTED TWICE.      *
      * COST IS THE COPIES RECEIVED * UNIT_COST.                      *
      *                                                               *
      * PRINTS ON CPUOUT:                                             *
      *    -- LINES, COPIES, COST, USES AND COST PER USE ROLLED UP BY *
      *       FUND_CODE, BY GENRE AND BY VENDOR, AND FOR THE YEAR     *
      *    -- THE BOTTOM 20 - THE MOST EXPENSIVE LINES WHOSE TITLE    *
      *       HAS NOT BEEN USED AT ALL SINCE IT CAME IN               *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- FUNDRPT  > WHAT EACH FUND HAS LEFT TO SPEND             *
      *    -- CIRCRPT  > CIRCULATION AND IN-HOUSE USE BY TITLE        *
      *    -- VENPERF  > VENDOR DELIVERY PERFORMANCE                  *
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
           SELECT PRT-COST ASSIGN TO CPUOUT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRT-COST
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      *ONE ROLL-UP LINE - A FUND, GENRE OR VENDOR, OR THE YEAR----------
       01  WS-ROLLUP-LINE.
           05  WS-RU-KEY             PIC X(030)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(007) VALUE 'LINES: '       .
           05  WS-RU-LINES           PIC ZZZZ9                        .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'COPIES: '      .
           05  WS-RU-COPIES          PIC ZZZZ9                        .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'COST: '        .
           05  WS-RU-COST            PIC -ZZZ,ZZZ,ZZ9.99              .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'USES: '        .
           05  WS-RU-USES            PIC ZZZ,ZZ9.9                    .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(014) VALUE 'COST PER USE: '.
           05  WS-RU-CPU             PIC ZZZ,ZZZ,ZZ9.99               .
           05  WS-RU-CPU-X REDEFINES WS-RU-CPU
                                     PIC X(014)                       .
           05  FILLER                PIC X(101) VALUE ALL SPACES      .

      *-----------------------------------------------------------------
      *ONE BOTTOM-20 LINE - AN UNUSED PURCHASE--------------------------
       01  WS-BOTTOM-LINE.
           05  WS-BL-RANK            PIC Z9                           .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(005) VALUE 'LINE '         .
           05  WS-BL-LINE-ID         PIC ZZZZ9                        .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-BL-TITLE           PIC X(060)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-BL-ISBN            PIC X(013)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-BL-FUND            PIC X(008)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-BL-VENDOR          PIC X(030)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'COPIES: '      .
           05  WS-BL-COPIES          PIC ZZZ9                         .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'COST: '        .
           05  WS-BL-COST            PIC -ZZZ,ZZZ,ZZ9.99              .
           05  FILLER                PIC X(060) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER.
               10  FILLER          PIC X(037) VALUE
                   'COST PER USE - PURCHASES RECEIVED IN '            .
               10  WS-HD-YEAR      PIC 9(004)                         .
               10  FILLER          PIC X(031) VALUE
                   ', USES COUNTED FROM RECEIPT TO '                  .
               10  WS-HD-DATE      PIC X(010)                         .
               10  FILLER          PIC X(148) VALUE ALL SPACES        .
           05  WS-FUND-TITLE       PIC X(230) VALUE
                   '--- BY FUND ---'                                  .
           05  WS-GENRE-TITLE      PIC X(230) VALUE
                   '--- BY GENRE ---'                                 .
           05  WS-VENDOR-TITLE     PIC X(230) VALUE
                   '--- BY VENDOR ---'                                .
           05  WS-YEAR-TITLE       PIC X(230) VALUE
                   '--- ALL PURCHASES ---'                            .
           05  WS-BOTTOM-TITLE     PIC X(230) VALUE
                   '--- BOTTOM 20: COSTLIEST UNUSED PURCHASES ---'    .
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

      *-----------------------------------------------------------------
      *ROLL-UP TABLES, FILLED AS THE LINES ARE READ---------------------
       01  WS-FUND-TABLE.
           05  WS-FT-COUNT         PIC S9(04) COMP VALUE 0            .
           05  WS-FT-ENTRY         OCCURS 300 TIMES.
               10  WS-FT-FUND      PIC X(008)                         .
               10  WS-FT-LINES     PIC S9(07) COMP-3                  .
               10  WS-FT-COPIES    PIC S9(07) COMP-3                  .
               10  WS-FT-COST      PIC S9(9)V9(2) USAGE COMP-3        .
               10  WS-FT-USES      PIC S9(7)V9(2) USAGE COMP-3        .

       01  WS-GENRE-TABLE.
           05  WS-GT-COUNT         PIC S9(04) COMP VALUE 0            .
           05  WS-GT-ENTRY         OCCURS 200 TIMES.
               10  WS-GT-GENRE-ID  PIC S9(04) COMP                    .
               10  WS-GT-NAME      PIC X(030)                         .
               10  WS-GT-LINES     PIC S9(07) COMP-3                  .
               10  WS-GT-COPIES    PIC S9(07) COMP-3                  .
               10  WS-GT-COST      PIC S9(9)V9(2) USAGE COMP-3        .
               10  WS-GT-USES      PIC S9(7)V9(2) USAGE COMP-3        .

       01  WS-VENDOR-TABLE.
           05  WS-VT-COUNT         PIC S9(04) COMP VALUE 0            .
           05  WS-VT-ENTRY         OCCURS 300 TIMES.
               10  WS-VT-VENDOR-ID PIC S9(04) COMP                    .
               10  WS-VT-NAME      PIC X(030)                         .
               10  WS-VT-LINES     PIC S9(07) COMP-3                  .
               10  WS-VT-COPIES    PIC S9(07) COMP-3                  .
               10  WS-VT-COST      PIC S9(9)V9(2) USAGE COMP-3        .
               10  WS-VT-USES      PIC S9(7)V9(2) USAGE COMP-3        .

      *-----------------------------------------------------------------
      *THE BOTTOM 20, KEPT IN DESCENDING ORDER OF COST------------------
       01  WS-BOTTOM-TABLE.
           05  WS-BT-COUNT         PIC S9(04) COMP VALUE 0            .
           05  WS-BT-MAX           PIC S9(04) COMP VALUE +20          .
           05  WS-BT-ENTRY         OCCURS 20 TIMES.
               10  WS-BT-LINE-ID   PIC S9(04) COMP                    .
               10  WS-BT-TITLE     PIC X(060)                         .
               10  WS-BT-ISBN      PIC X(013)                         .
               10  WS-BT-FUND      PIC X(008)                         .
               10  WS-BT-VENDOR    PIC X(030)                         .
               10  WS-BT-COPIES    PIC S9(04) COMP                    .
               10  WS-BT-COST      PIC S9(9)V9(2) USAGE COMP-3        .
           05  WS-BT-HOLD.
               10  FILLER          PIC S9(04) COMP                    .
               10  FILLER          PIC X(111)                         .
               10  FILLER          PIC S9(04) COMP                    .
               10  FILLER          PIC S9(9)V9(2) USAGE COMP-3        .

       01  WS-VARS.
           05  WS-RPT-YEAR         PIC 9(04)                          .
           05  WS-YEAR-START       PIC X(10)                          .
           05  WS-YEAR-END         PIC X(10)                          .
           05  WS-SUB              PIC S9(04) COMP                    .
           05  WS-HIT              PIC S9(04) COMP                    .
           05  WS-BT-SUB           PIC S9(04) COMP                    .
           05  WS-BT-PREV          PIC S9(04) COMP                    .
           05  WS-BT-DONE-SW       PIC X(01)                          .
               88  BT-DONE                    VALUE 'Y'               .
           05  WS-PREV-BOOK-ID     PIC S9(04) COMP VALUE -1           .
           05  WS-LINE-FUND        PIC X(08)                          .
           05  WS-LINE-VENDOR-ID   PIC S9(04) COMP                    .
           05  WS-LINE-VENDOR      PIC X(30)                          .
           05  WS-LINE-GENRE-ID    PIC S9(04) COMP                    .
           05  WS-LINE-GENRE       PIC X(30)                          .
           05  WS-LINE-COPIES      PIC S9(04) COMP                    .
           05  WS-LINE-COST        PIC S9(9)V9(2) USAGE COMP-3        .
           05  WS-LINE-USES        PIC S9(7)V9(2) USAGE COMP-3        .
           05  WS-TITLE-COPIES     PIC S9(09) COMP                    .
           05  WS-TITLE-FIRST      PIC X(10)                          .
           05  WS-TITLE-LOANS      PIC S9(09) COMP                    .
           05  WS-TITLE-INHOUSE    PIC S9(09) COMP                    .
           05  WS-TITLE-USES       PIC S9(09) COMP                    .
           05  WS-ROLL-LINES       PIC S9(07) COMP-3                  .
           05  WS-ROLL-COPIES      PIC S9(07) COMP-3                  .
           05  WS-ROLL-COST        PIC S9(9)V9(2) USAGE COMP-3        .
           05  WS-ROLL-USES        PIC S9(7)V9(2) USAGE COMP-3        .
           05  WS-ROLL-CPU         PIC S9(9)V9(2) USAGE COMP-3        .
           05  WS-TOTAL-LINES      PIC S9(07) COMP-3 VALUE 0          .
           05  WS-TOTAL-COPIES     PIC S9(07) COMP-3 VALUE 0          .
           05  WS-TOTAL-COST       PIC S9(9)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  WS-TOTAL-USES       PIC S9(7)V9(2) USAGE COMP-3
                                              VALUE 0                 .
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
              INCLUDE DCLORDER
           END-EXEC.

           EXEC SQL
              INCLUDE DCLBOOKS
           END-EXEC.

           EXEC SQL
              INCLUDE DCLGENRE
           END-EXEC.

      *-----------------------------------------------------------------
      *THE YEAR'S RECEIVED LINES, A TITLE'S LINES TOGETHER SO ITS USES--
      *ARE COUNTED ONCE AND SHARED BETWEEN THEM-------------------------
           EXEC SQL DECLARE  C1_CURSOR CURSOR FOR
                SELECT O.LINE_ID,
                       VALUE(O.FUND_CODE, ' '),
                       VALUE(O.VENDOR_ID, 0),
                       VALUE(O.VENDOR, ' '),
                       O.ISBN,
                       VALUE(O.RECEIVED_QTY, O.QTY),
                       VALUE(O.RECEIVED_QTY, O.QTY) * O.UNIT_COST,
                       B.BOOK_ID,
                       B.TITLE,
                       VALUE(B.GENRE_ID, 0),
                       VALUE(G.NAME, ' ')
                FROM   IBMUSER.ORDERS O
                       INNER JOIN IBMUSER.BOOKS B
                          ON B.ISBN = O.ISBN
                       LEFT OUTER JOIN IBMUSER.GENRES G
                          ON G.GENRE_ID = B.GENRE_ID
                WHERE  O.STATUS = 'R'
                AND    O.RECEIVED_DATE BETWEEN :WS-YEAR-START
                                           AND :WS-YEAR-END
                AND    B.DELETED_FLAG NOT = 'Y'
                ORDER BY B.BOOK_ID, O.LINE_ID
           END-EXEC.

       LINKAGE SECTION.
       01  WS-PARM-LINK.
           05  WS-PARM-LEN             PIC S9(4) COMP                 .
           05  WS-PARM-TEXT.
               10  WS-PARM-YEAR        PIC 9(004)                     .

      *------------------
       PROCEDURE DIVISION USING WS-PARM-LINK.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'.
           PERFORM Z9100-OPEN-RUN     THRU Z9100-EXIT.
           PERFORM 0600-SET-RUN-STAMP THRU 0600-EXIT.
           PERFORM 0500-PARSE-PARM    THRU 0500-EXIT.
           PERFORM 1000-OPEN-SQL      THRU 1000-EXIT.
           PERFORM 2000-FETCH         THRU 2000-EXIT.
           PERFORM 3000-PRINT-REPORT  THRU 3000-EXIT.
           PERFORM 4000-CLOSE-SQL     THRU 4000-EXIT.
           PERFORM Z9200-CLOSE-RUN THRU Z9200-EXIT.
           DISPLAY 'END 0000-MAIN-PROCESS'.
           STOP RUN.
       0000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE PURCHASE YEAR - THE PARM WHEN GIVEN, OTHERWISE LAST YEAR-----
      *(THE REPORT IS RUN FOR THE BUDGET SEASON, AFTER THE YEAR ENDS)---
       0500-PARSE-PARM.
           IF WS-PARM-LEN > 0 AND WS-PARM-YEAR IS NUMERIC
                              AND WS-PARM-YEAR NOT = 0
              MOVE WS-PARM-YEAR        TO WS-RPT-YEAR
           ELSE
              COMPUTE WS-RPT-YEAR = WS-TODAY-YYYY - 1
           END-IF

           MOVE WS-RPT-YEAR            TO WS-YEAR-START(1:4)
                                          WS-YEAR-END(1:4)
                                          WS-HD-YEAR
           MOVE '-01-01'               TO WS-YEAR-START(5:6)
           MOVE '-12-31'               TO WS-YEAR-END(5:6)
           MOVE WS-TR-DATE             TO WS-HD-DATE

           DISPLAY 'PURCHASE YEAR: ' WS-RPT-YEAR
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
       1000-OPEN-SQL.
           DISPLAY 'START 1000-OPEN-SQL'

           EXEC SQL
                OPEN C1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '1000-OPEN-SQL'     TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           OPEN OUTPUT PRT-COST

           MOVE  WS-HEADER      TO OP-FIELDS
           WRITE OP-FIELDS
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
                FETCH C1_CURSOR INTO :ORDER-LINE-ID
                                    ,:WS-LINE-FUND
                                    ,:WS-LINE-VENDOR-ID
                                    ,:WS-LINE-VENDOR
                                    ,:ORDER-ISBN
                                    ,:WS-LINE-COPIES
                                    ,:WS-LINE-COST
                                    ,:BOOKS-BOOK-ID
                                    ,:BOOKS-TITLE
                                    ,:WS-LINE-GENRE-ID
                                    ,:GENRE-NAME
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD     1                    TO WS-BRUN-COUNT
                    IF BOOKS-BOOK-ID NOT = WS-PREV-BOOK-ID
                       PERFORM 2200-COUNT-USES   THRU 2200-EXIT
                    END-IF
                    PERFORM 2300-ADD-LINE        THRU 2300-EXIT
               WHEN SQLCODE = 100
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
      *A NEW TITLE - THE COPIES OF IT RECEIVED IN THE YEAR, THE FIRST---
      *OF THOSE RECEIPTS, AND ITS LOANS AND IN-HOUSE USES SINCE THEN----
       2200-COUNT-USES.
           MOVE BOOKS-BOOK-ID TO WS-PREV-BOOK-ID

           EXEC SQL
                SELECT VALUE(SUM(VALUE(RECEIVED_QTY, QTY)), 0),
                       VALUE(CHAR(MIN(RECEIVED_DATE), ISO), ' ')
                INTO  :WS-TITLE-COPIES, :WS-TITLE-FIRST
                FROM   IBMUSER.ORDERS
                WHERE  ISBN   = :ORDER-ISBN
                AND    STATUS = 'R'
                AND    RECEIVED_DATE BETWEEN :WS-YEAR-START
                                         AND :WS-YEAR-END
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2200-COUNT-USES'   TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-TITLE-LOANS
                FROM   IBMUSER.LOANS
                WHERE  BOOK_ID   = :BOOKS-BOOK-ID
                AND    LOAN_DATE >= :WS-TITLE-FIRST
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2200-COUNT-USES'   TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-TITLE-INHOUSE
                FROM   IBMUSER.INHOUSE_USE
                WHERE  BOOK_ID  = :BOOKS-BOOK-ID
                AND    USE_DATE >= :WS-TITLE-FIRST
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2200-COUNT-USES'   TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           COMPUTE WS-TITLE-USES = WS-TITLE-LOANS + WS-TITLE-INHOUSE
           .
       2200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE LINE'S SHARE OF ITS TITLE'S USES, BY COPIES, INTO EACH-------
      *ROLL-UP - AND INTO THE BOTTOM 20 IF THE TITLE HAS NOT BEEN USED--
       2300-ADD-LINE.
           IF WS-TITLE-COPIES > 0
              COMPUTE WS-LINE-USES ROUNDED = WS-TITLE-USES
                                           * WS-LINE-COPIES
                                           / WS-TITLE-COPIES
           ELSE
              MOVE WS-TITLE-USES TO WS-LINE-USES
           END-IF

           IF GENRE-NAME-LEN > 0
              MOVE GENRE-NAME-TEXT(1:GENRE-NAME-LEN) TO WS-LINE-GENRE
           ELSE
              MOVE '(NO GENRE)'                      TO WS-LINE-GENRE
           END-IF

           IF WS-LINE-FUND = SPACES
              MOVE '(NONE)'   TO WS-LINE-FUND
           END-IF

           ADD 1              TO WS-TOTAL-LINES
           ADD WS-LINE-COPIES TO WS-TOTAL-COPIES
           ADD WS-LINE-COST   TO WS-TOTAL-COST
           ADD WS-LINE-USES   TO WS-TOTAL-USES

           PERFORM 2310-ADD-TO-FUND   THRU 2310-EXIT
           PERFORM 2320-ADD-TO-GENRE  THRU 2320-EXIT
           PERFORM 2330-ADD-TO-VENDOR THRU 2330-EXIT

           IF WS-TITLE-USES = 0
              PERFORM 2400-RANK-UNUSED THRU 2400-EXIT
           END-IF
           .
       2300-EXIT.
           EXIT
           .
       2310-ADD-TO-FUND.
           MOVE 0 TO WS-HIT
           PERFORM 2311-FIND-FUND THRU 2311-EXIT
               VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-FT-COUNT
                    OR WS-HIT > 0

           IF WS-HIT = 0
              IF WS-FT-COUNT NOT < 300
                 MOVE   'Y'                  TO ERROR-HANDLING
                 MOVE   '2310-ADD-TO-FUND'   TO ERR-LOC
                 MOVE    0                   TO ERR-CODE
                 PERFORM XXXX-ERROR-HANDLING
              END-IF
              ADD  1             TO WS-FT-COUNT
              MOVE WS-FT-COUNT   TO WS-HIT
              MOVE WS-LINE-FUND  TO WS-FT-FUND(WS-HIT)
              MOVE 0             TO WS-FT-LINES(WS-HIT)
                                    WS-FT-COPIES(WS-HIT)
                                    WS-FT-COST(WS-HIT)
                                    WS-FT-USES(WS-HIT)
           END-IF

           ADD 1              TO WS-FT-LINES(WS-HIT)
           ADD WS-LINE-COPIES TO WS-FT-COPIES(WS-HIT)
           ADD WS-LINE-COST   TO WS-FT-COST(WS-HIT)
           ADD WS-LINE-USES   TO WS-FT-USES(WS-HIT)
           .
       2310-EXIT.
           EXIT
           .
       2311-FIND-FUND.
           IF WS-FT-FUND(WS-SUB) = WS-LINE-FUND
              MOVE WS-SUB TO WS-HIT
           END-IF
           .
       2311-EXIT.
           EXIT
           .
       2320-ADD-TO-GENRE.
           MOVE 0 TO WS-HIT
           PERFORM 2321-FIND-GENRE THRU 2321-EXIT
               VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-GT-COUNT
                    OR WS-HIT > 0

           IF WS-HIT = 0
              IF WS-GT-COUNT NOT < 200
                 MOVE   'Y'                   TO ERROR-HANDLING
                 MOVE   '2320-ADD-TO-GENRE'   TO ERR-LOC
                 MOVE    0                    TO ERR-CODE
                 PERFORM XXXX-ERROR-HANDLING
              END-IF
              ADD  1                TO WS-GT-COUNT
              MOVE WS-GT-COUNT      TO WS-HIT
              MOVE WS-LINE-GENRE-ID TO WS-GT-GENRE-ID(WS-HIT)
              MOVE WS-LINE-GENRE    TO WS-GT-NAME(WS-HIT)
              MOVE 0                TO WS-GT-LINES(WS-HIT)
                                       WS-GT-COPIES(WS-HIT)
                                       WS-GT-COST(WS-HIT)
                                       WS-GT-USES(WS-HIT)
           END-IF

           ADD 1              TO WS-GT-LINES(WS-HIT)
           ADD WS-LINE-COPIES TO WS-GT-COPIES(WS-HIT)
           ADD WS-LINE-COST   TO WS-GT-COST(WS-HIT)
           ADD WS-LINE-USES   TO WS-GT-USES(WS-HIT)
           .
       2320-EXIT.
           EXIT
           .
       2321-FIND-GENRE.
           IF WS-GT-GENRE-ID(WS-SUB) = WS-LINE-GENRE-ID
              MOVE WS-SUB TO WS-HIT
           END-IF
           .
       2321-EXIT.
           EXIT
           .
       2330-ADD-TO-VENDOR.
           MOVE 0 TO WS-HIT
           PERFORM 2331-FIND-VENDOR THRU 2331-EXIT
               VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-VT-COUNT
                    OR WS-HIT > 0

           IF WS-HIT = 0
              IF WS-VT-COUNT NOT < 300
                 MOVE   'Y'                    TO ERROR-HANDLING
                 MOVE   '2330-ADD-TO-VENDOR'   TO ERR-LOC
                 MOVE    0                     TO ERR-CODE
                 PERFORM XXXX-ERROR-HANDLING
              END-IF
              ADD  1                 TO WS-VT-COUNT
              MOVE WS-VT-COUNT       TO WS-HIT
              MOVE WS-LINE-VENDOR-ID TO WS-VT-VENDOR-ID(WS-HIT)
              MOVE WS-LINE-VENDOR    TO WS-VT-NAME(WS-HIT)
              MOVE 0                 TO WS-VT-LINES(WS-HIT)
                                        WS-VT-COPIES(WS-HIT)
                                        WS-VT-COST(WS-HIT)
                                        WS-VT-USES(WS-HIT)
           END-IF

           ADD 1              TO WS-VT-LINES(WS-HIT)
           ADD WS-LINE-COPIES TO WS-VT-COPIES(WS-HIT)
           ADD WS-LINE-COST   TO WS-VT-COST(WS-HIT)
           ADD WS-LINE-USES   TO WS-VT-USES(WS-HIT)
           .
       2330-EXIT.
           EXIT
           .
       2331-FIND-VENDOR.
           IF WS-VT-VENDOR-ID(WS-SUB) = WS-LINE-VENDOR-ID
              MOVE WS-SUB TO WS-HIT
           END-IF
           .
       2331-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *AN UNUSED PURCHASE - SLOT IT INTO THE BOTTOM 20 BY COST (WHEN----
      *THE LIST IS FULL IT MUST BEAT THE CHEAPEST THERE), THEN MOVE IT--
      *UP PAST EVERY CHEAPER ENTRY--------------------------------------
       2400-RANK-UNUSED.
           IF WS-BT-COUNT < WS-BT-MAX
              ADD  1           TO WS-BT-COUNT
              MOVE WS-BT-COUNT TO WS-BT-SUB
           ELSE
              IF WS-LINE-COST NOT > WS-BT-COST(WS-BT-MAX)
                 GO TO 2400-EXIT
              END-IF
              MOVE WS-BT-MAX   TO WS-BT-SUB
           END-IF

           MOVE ORDER-LINE-ID          TO WS-BT-LINE-ID(WS-BT-SUB)
           MOVE BOOKS-TITLE-TEXT(1:60) TO WS-BT-TITLE(WS-BT-SUB)
           MOVE ORDER-ISBN             TO WS-BT-ISBN(WS-BT-SUB)
           MOVE WS-LINE-FUND           TO WS-BT-FUND(WS-BT-SUB)
           MOVE WS-LINE-VENDOR         TO WS-BT-VENDOR(WS-BT-SUB)
           MOVE WS-LINE-COPIES         TO WS-BT-COPIES(WS-BT-SUB)
           MOVE WS-LINE-COST           TO WS-BT-COST(WS-BT-SUB)

           MOVE 'N' TO WS-BT-DONE-SW
           PERFORM 2410-MOVE-UP THRU 2410-EXIT UNTIL BT-DONE
           .
       2400-EXIT.
           EXIT
           .
       2410-MOVE-UP.
           IF WS-BT-SUB = 1
              MOVE 'Y' TO WS-BT-DONE-SW
              GO TO 2410-EXIT
           END-IF

           COMPUTE WS-BT-PREV = WS-BT-SUB - 1

           IF WS-BT-COST(WS-BT-PREV) NOT < WS-BT-COST(WS-BT-SUB)
              MOVE 'Y' TO WS-BT-DONE-SW
              GO TO 2410-EXIT
           END-IF

           MOVE WS-BT-ENTRY(WS-BT-PREV) TO WS-BT-HOLD
           MOVE WS-BT-ENTRY(WS-BT-SUB)  TO WS-BT-ENTRY(WS-BT-PREV)
           MOVE WS-BT-HOLD              TO WS-BT-ENTRY(WS-BT-SUB)
           MOVE WS-BT-PREV              TO WS-BT-SUB
           .
       2410-EXIT.
           EXIT
           .
       3000-PRINT-REPORT.
           DISPLAY 'START 3000-PRINT-REPORT'

           MOVE  WS-FUND-TITLE TO OP-FIELDS
           WRITE OP-FIELDS
           PERFORM 3100-PRINT-FUND THRU 3100-EXIT
               VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-FT-COUNT

           MOVE  WS-SPACES      TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-GENRE-TITLE TO OP-FIELDS
           WRITE OP-FIELDS
           PERFORM 3200-PRINT-GENRE THRU 3200-EXIT
               VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-GT-COUNT

           MOVE  WS-SPACES       TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-VENDOR-TITLE TO OP-FIELDS
           WRITE OP-FIELDS
           PERFORM 3300-PRINT-VENDOR THRU 3300-EXIT
               VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-VT-COUNT

           MOVE  WS-SPACES     TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-YEAR-TITLE TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  SPACES          TO WS-RU-KEY
           STRING 'ALL RECEIVED IN ' DELIMITED BY SIZE
                  WS-RPT-YEAR        DELIMITED BY SIZE
                  INTO WS-RU-KEY
           END-STRING
           MOVE  WS-TOTAL-LINES  TO WS-ROLL-LINES
           MOVE  WS-TOTAL-COPIES TO WS-ROLL-COPIES
           MOVE  WS-TOTAL-COST   TO WS-ROLL-COST
           MOVE  WS-TOTAL-USES   TO WS-ROLL-USES
           PERFORM 3900-WRITE-ROLLUP THRU 3900-EXIT

           MOVE  WS-SPACES       TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-BOTTOM-TITLE TO OP-FIELDS
           WRITE OP-FIELDS
           PERFORM 3400-PRINT-BOTTOM THRU 3400-EXIT
               VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-BT-COUNT

           MOVE  WS-SPACES  TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-TRAILER TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-FOOTER  TO OP-FIELDS
           WRITE OP-FIELDS

           DISPLAY 'LINES READ:     ' WS-TOTAL-LINES
           DISPLAY 'UNUSED IN LIST: ' WS-BT-COUNT
           DISPLAY 'END 3000-PRINT-REPORT'
           .
       3000-EXIT.
           EXIT
           .
       3100-PRINT-FUND.
           MOVE WS-FT-FUND(WS-SUB)   TO WS-RU-KEY
           MOVE WS-FT-LINES(WS-SUB)  TO WS-ROLL-LINES
           MOVE WS-FT-COPIES(WS-SUB) TO WS-ROLL-COPIES
           MOVE WS-FT-COST(WS-SUB)   TO WS-ROLL-COST
           MOVE WS-FT-USES(WS-SUB)   TO WS-ROLL-USES
           PERFORM 3900-WRITE-ROLLUP THRU 3900-EXIT
           .
       3100-EXIT.
           EXIT
           .
       3200-PRINT-GENRE.
           MOVE WS-GT-NAME(WS-SUB)   TO WS-RU-KEY
           MOVE WS-GT-LINES(WS-SUB)  TO WS-ROLL-LINES
           MOVE WS-GT-COPIES(WS-SUB) TO WS-ROLL-COPIES
           MOVE WS-GT-COST(WS-SUB)   TO WS-ROLL-COST
           MOVE WS-GT-USES(WS-SUB)   TO WS-ROLL-USES
           PERFORM 3900-WRITE-ROLLUP THRU 3900-EXIT
           .
       3200-EXIT.
           EXIT
           .
       3300-PRINT-VENDOR.
           MOVE WS-VT-NAME(WS-SUB)   TO WS-RU-KEY
           MOVE WS-VT-LINES(WS-SUB)  TO WS-ROLL-LINES
           MOVE WS-VT-COPIES(WS-SUB) TO WS-ROLL-COPIES
           MOVE WS-VT-COST(WS-SUB)   TO WS-ROLL-COST
           MOVE WS-VT-USES(WS-SUB)   TO WS-ROLL-USES
           PERFORM 3900-WRITE-ROLLUP THRU 3900-EXIT
           .
       3300-EXIT.
           EXIT
           .
       3400-PRINT-BOTTOM.
           MOVE WS-SUB                 TO WS-BL-RANK
           MOVE WS-BT-LINE-ID(WS-SUB)  TO WS-BL-LINE-ID
           MOVE WS-BT-TITLE(WS-SUB)    TO WS-BL-TITLE
           MOVE WS-BT-ISBN(WS-SUB)     TO WS-BL-ISBN
           MOVE WS-BT-FUND(WS-SUB)     TO WS-BL-FUND
           MOVE WS-BT-VENDOR(WS-SUB)   TO WS-BL-VENDOR
           MOVE WS-BT-COPIES(WS-SUB)   TO WS-BL-COPIES
           MOVE WS-BT-COST(WS-SUB)     TO WS-BL-COST

           MOVE  WS-BOTTOM-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           .
       3400-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE ROLL-UP LINE - COST PER USE IS COST / USES, OR 'NO USE'------
       3900-WRITE-ROLLUP.
           MOVE WS-ROLL-LINES  TO WS-RU-LINES
           MOVE WS-ROLL-COPIES TO WS-RU-COPIES
           MOVE WS-ROLL-COST   TO WS-RU-COST
           MOVE WS-ROLL-USES   TO WS-RU-USES

           IF WS-ROLL-USES > 0
              COMPUTE WS-ROLL-CPU ROUNDED = WS-ROLL-COST
                                          / WS-ROLL-USES
              MOVE WS-ROLL-CPU    TO WS-RU-CPU
           ELSE
              MOVE '        NO USE' TO WS-RU-CPU-X
           END-IF

           MOVE  WS-ROLLUP-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           .
       3900-EXIT.
           EXIT
           .
       4000-CLOSE-SQL.
           DISPLAY 'START 4000-CLOSE-SQL'
           CLOSE PRT-COST

           EXEC SQL
                CLOSE C1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR CLOSE CURSOR'
           ELSE
              CONTINUE
           END-IF

           DISPLAY 'END 4000-CLOSE-SQL'
           .
       4000-EXIT.
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
           MOVE 'COSTUSE '   TO ERRLG-PROGRAM
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
           MOVE 'COSTUSE ' TO BRUN-JOB-NAME

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
              CLOSE PRT-COST
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
