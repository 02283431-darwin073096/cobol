      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DUESOON.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- NIGHTLY COURTESY "DUE SOON" REMINDER RUN. EVERY ACTIVE    *
      * BORROWER WITH AN OPEN LOAN FALLING DUE WITHIN THE NEXT        *
      * 'DUESOON' DAYS (IBMUSER.LIB_SETTINGS, DEFAULT 3 - ZERO TURNS  *
      * THE REMINDERS OFF) GETS ONE REMINDER QUEUED ON THE CENTRAL    *
      * NOTICES TABLE AS NOTICE TYPE 'D' - ONE ROW PER LINE, IN PRINT *
      * ORDER, SO NOTSPOOL DELIVERS IT UNDER ONE BORROWER HEADER:     *
      *    -- HEADER WITH THE REMINDER DATE                           *
      *    -- EACH ITEM FALLING DUE - TITLE, DUE DATE AND WHETHER IT  *
      *       CAN STILL BE RENEWED                                    *
      *    -- A CLOSING LINE POINTING AT THE RENEWAL DESK             *
      * AN ITEM IS MARKED NOT RENEWABLE WHEN A HOLD IS QUEUED ON IT   *
      * (OR AN ANY-EDITION HOLD ON A SISTER EDITION), WHEN IT HAS     *
      * BEEN RENEWED AS OFTEN AS THE BORROWER'S LOAN_POLICY (OR THE   *
      * ITEM_POLICY FOR ITS ITEM TYPE) ALLOWS, OR WHEN IT IS A SHORT  *
      * LOAN FROM COURSE RESERVES - THE SAME RULES LOAN01 APPLIES AT  *
      * THE DESK.                                                     *
      * A BORROWER WITH REMIND_OPTOUT = 'Y' (BORRW01) IS LEFT OUT.    *
      * AN ITEM IS ONLY REMINDED ONCE PER DUE DATE - ITEMS ALREADY    *
      * COVERED BY THE BORROWER'S LAST REMINDER ARE LEFT OFF THE      *
      * NEXT ONE (A RENEWED ITEM COMES ROUND AGAIN), SO A RERUN THE   *
      * SAME NIGHT QUEUES NOTHING TWICE. EACH REMINDER IS COMMITTED   *
      * AS IT IS QUEUED. A ONE-LINE REGISTER ENTRY PER REMINDER GOES  *
      * TO DSONOUT.                                                   *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- LOAN01   > THE RENEWAL RULES REPEATED HERE              *
      *    -- BORRW01  > MAINTAINS THE REMIND_OPTOUT FLAG             *
      *    -- NOTSPOOL > DELIVERS THE REMINDERS QUEUED HERE           *
      *    -- OVRDUE01 > TAKES OVER ONCE THE ITEM IS OVERDUE          *
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
           SELECT PRT-DSON ASSIGN TO DSONOUT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRT-DSON
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.

       01  WS-REG-LINE.
           05  FILLER                PIC X(010) VALUE 'BORROWER: '    .
           05  WS-RL-BORROWER-ID     PIC Z(003)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-RL-NAME            PIC X(030)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(007) VALUE 'ITEMS: '       .
           05  WS-RL-ITEMS           PIC ZZZ9                         .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(011) VALUE 'RENEWABLE: '   .
           05  WS-RL-RENEWABLE       PIC ZZZ9                         .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(015) VALUE
                                     'NOT RENEWABLE: '                .
           05  WS-RL-NOT-RENEWABLE   PIC ZZZ9                         .
           05  FILLER                PIC X(133) VALUE ALL SPACES      .

      *-----------------------------------------------------------------
      *THE REMINDER LINES - EACH ONE IS A NOTICE_TEXT (80 BYTES)--------
       01  WS-DS-HEAD.
           05  FILLER                PIC X(021) VALUE
                                     'COURTESY REMINDER OF '          .
           05  WS-DH-DATE            PIC X(010)                       .
           05  FILLER                PIC X(028) VALUE
                                     ' - THESE ITEMS FALL DUE SOON'   .
           05  FILLER                PIC X(021) VALUE ALL SPACES      .

       01  WS-DS-ITEM.
           05  FILLER                PIC X(005) VALUE 'ITEM '         .
           05  WS-DI-ACCESSION       PIC X(012)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-DI-TITLE           PIC X(023)                       .
           05  FILLER                PIC X(005) VALUE ' DUE '         .
           05  WS-DI-DUE             PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-DI-RENEW           PIC X(023)                       .

       01  WS-DS-FOOT.
           05  FILLER                PIC X(050) VALUE
               'RENEWABLE ITEMS CAN BE RENEWED AT ANY LIBRARY DESK'   .
           05  FILLER                PIC X(030) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER           PIC X(230) VALUE
                   'COURTESY DUE-SOON REMINDERS - REGISTER'           .
           05  WS-SUMMARY-1.
               10  FILLER          PIC X(021) VALUE
                                       'REMINDERS QUEUED:    '        .
               10  WS-SM-COUNT     PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(021) VALUE
                                       'SKIPPED (REMINDED):  '        .
               10  WS-SM-SKIPPED   PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(014) VALUE 'ITEMS LISTED: '  .
               10  WS-SM-ITEMS     PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(016) VALUE
                                       'WINDOW IN DAYS: '             .
               10  WS-SM-DAYS      PIC ZZZ9                           .
               10  FILLER          PIC X(130) VALUE ALL SPACES        .
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
           05  WS-TOTAL-COUNT      PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-SKIPPED    PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-ITEMS      PIC  9(05) VALUE 0                 .
           05  WS-DUE-DAYS         PIC S9(04) COMP VALUE 3            .
           05  WS-RENEWMAX         PIC S9(04) COMP VALUE 2            .
           05  WS-TYPE-RENEW-MAX   PIC S9(04) COMP                    .
           05  WS-RENEW-MAX        PIC S9(04) COMP                    .
           05  WS-NEXT-NOTICE-ID   PIC S9(09) COMP                    .
           05  WS-REMIND-LAST      PIC X(10)                          .
           05  WS-REMIND-FROM      PIC X(10)                          .
           05  WS-REMIND-ITEMS     PIC S9(04) COMP                    .
           05  WS-REMIND-RENEW     PIC S9(04) COMP                    .
           05  WS-REMIND-NO-RENEW  PIC S9(04) COMP                    .
           05  WS-HOLDS-QUEUED     PIC S9(09) COMP                    .
           05  WS-ITEM-TYPE        PIC X(01)                          .
           05  WS-WORK-ID          PIC S9(04) COMP                    .
           05  LAST-REC            PIC  9                             .
               88  EOF                        VALUE 1                 .
           05  WS-SUB-EOF          PIC X(01)                          .
               88  SUB-DONE                   VALUE 'Y'               .
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
              INCLUDE DCLBORRW
           END-EXEC.

           EXEC SQL
              INCLUDE DCLNOTIC
           END-EXEC.

           EXEC SQL
              INCLUDE DCLLOANS
           END-EXEC.

           EXEC SQL
              INCLUDE DCLBOOKS
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSETTG
           END-EXEC.

           EXEC SQL
              INCLUDE DCLLNPOL
           END-EXEC.

           EXEC SQL
              INCLUDE DCLITPOL
           END-EXEC.

      *-----------------------------------------------------------------
      *EVERY ACTIVE BORROWER, NOT OPTED OUT, WITH AN OPEN LOAN FALLING--
      *DUE IN THE WINDOW. HELD OPEN ACROSS THE PER-REMINDER COMMITS-----
           EXEC SQL DECLARE  S1_CURSOR CURSOR WITH HOLD FOR
                SELECT B.BORROWER_ID, B.NAME,
                       VALUE(NULLIF(B.BORROWER_TYPE, ' '), 'A')
                FROM   IBMUSER.BORROWERS B
                WHERE  B.STATUS = 'A'
                AND    VALUE(B.REMIND_OPTOUT, 'N') <> 'Y'
                AND    EXISTS
                      (SELECT 1
                       FROM   IBMUSER.LOANS L
                       WHERE  L.BORROWER_ID = B.BORROWER_ID
                       AND    L.STATUS      = 'O'
                       AND    L.DUE_DATE BETWEEN CURRENT DATE
                              AND CURRENT DATE + :WS-DUE-DAYS DAYS)
                ORDER BY B.BORROWER_ID
           END-EXEC.

      *THE BORROWER'S ITEMS DUE FROM WS-REMIND-FROM TO THE WINDOW END---
           EXEC SQL DECLARE  L1_CURSOR CURSOR FOR
                SELECT L.BOOK_ID, VALUE(L.ACCESSION_NO, ' '), B.TITLE,
                       L.DUE_DATE, VALUE(L.RENEWAL_COUNT, 0),
                       VALUE(CHAR(L.DUE_TIME, JIS), ' '),
                       VALUE(B.WORK_ID, 0),
                       VALUE(NULLIF(B.ITEM_TYPE, ' '), 'B')
                FROM   IBMUSER.LOANS L,
                       IBMUSER.BOOKS B
                WHERE  L.BORROWER_ID = :BORRW-BORROWER-ID
                AND    L.STATUS      = 'O'
                AND    L.DUE_DATE BETWEEN :WS-REMIND-FROM
                       AND CURRENT DATE + :WS-DUE-DAYS DAYS
                AND    B.BOOK_ID     = L.BOOK_ID
                ORDER BY L.DUE_DATE, L.LOAN_ID
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'.
           PERFORM Z9100-OPEN-RUN THRU Z9100-EXIT.
           PERFORM 0600-SET-RUN-STAMP THRU 0600-EXIT.
           PERFORM 0700-GET-SETTINGS  THRU 0700-EXIT.
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
      *THE REMINDER WINDOW AND THE FALLBACK RENEWAL LIMIT FROM----------
      *IBMUSER.LIB_SETTINGS ('DUESOON' AND 'RENEWMAX', SAME CONVENTION--
      *AS 'FINERATE') - NO ROW MEANS THE DEFAULTS-----------------------
       0700-GET-SETTINGS.
           MOVE 'DUESOON ' TO SETTG-SETTING-ID

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    COMPUTE WS-DUE-DAYS =
                            FUNCTION NUMVAL(SETTG-SETTING-VALUE)
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    MOVE   'Y'                 TO ERROR-HANDLING
                    MOVE   '0700-GET-SETTINGS' TO ERR-LOC
                    MOVE    SQLCODE            TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE 'RENEWMAX' TO SETTG-SETTING-ID

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    COMPUTE WS-RENEWMAX =
                            FUNCTION NUMVAL(SETTG-SETTING-VALUE)
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    MOVE   'Y'                 TO ERROR-HANDLING
                    MOVE   '0700-GET-SETTINGS' TO ERR-LOC
                    MOVE    SQLCODE            TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           DISPLAY 'REMINDER WINDOW DAYS: ' WS-DUE-DAYS
           DISPLAY 'DEFAULT RENEW LIMIT:  ' WS-RENEWMAX
           .
       0700-EXIT.
           EXIT
           .
       1000-OPEN-SQL.
           DISPLAY 'START 1000-OPEN-SQL'

           OPEN OUTPUT PRT-DSON

           MOVE  WS-HEADER  TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-BREAKER TO OP-FIELDS
           WRITE OP-FIELDS

      *A ZERO WINDOW SWITCHES THE REMINDERS OFF - THE REGISTER STILL----
      *PRINTS, EMPTY, SO THE RUN IS SEEN TO HAVE HAPPENED---------------
           IF WS-DUE-DAYS NOT > 0
              DISPLAY 'COURTESY REMINDERS SWITCHED OFF'
              MOVE 1 TO LAST-REC
              GO TO 1000-EXIT
           END-IF

           EXEC SQL
                OPEN S1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPEN CURSOR'
           ELSE
              CONTINUE
           END-IF

           DISPLAY 'END 1000-OPEN-SQL'
           .
       1000-EXIT.
           EXIT
           .
       2000-FETCH.
           DISPLAY 'START 2000-FETCH'
           PERFORM 2100-FETCH-DATA THRU 2100-EXIT UNTIL EOF

           IF WS-DUE-DAYS NOT > 0
              PERFORM 2900-WRITE-SUMMARY THRU 2900-EXIT
           END-IF
           DISPLAY 'END 2000-FETCH'
           .
       2000-EXIT.
           EXIT
           .
       2100-FETCH-DATA.
           EXEC SQL
                FETCH S1_CURSOR INTO :BORRW-BORROWER-ID
                                    ,:BORRW-NAME
                                    ,:BORRW-BORROWER-TYPE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    PERFORM 2200-REMIND-ONE THRU 2200-EXIT
               WHEN SQLCODE = 100
                    PERFORM 2900-WRITE-SUMMARY THRU 2900-EXIT
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
      *ONE BORROWER'S REMINDER. THE LAST REMINDER ('D' ON NOTICES)------
      *COVERED EVERYTHING DUE UP TO ITS OWN WINDOW END, SO THIS ONE-----
      *STARTS THE DAY AFTER THAT (TODAY THE FIRST TIME, OR WHEN A LONG--
      *GAP HAS PASSED). NOTHING NEW IN THE WINDOW - ALREADY REMINDED----
      *OR A RERUN - SKIPS THE BORROWER----------------------------------
       2200-REMIND-ONE.
           EXEC SQL
                SELECT VALUE(CHAR(MAX(QUEUED_DATE), ISO), ' '),
                       CHAR(VALUE(MAX(QUEUED_DATE)
                                  + :WS-DUE-DAYS DAYS + 1 DAY,
                                  CURRENT DATE), ISO)
                INTO  :WS-REMIND-LAST, :WS-REMIND-FROM
                FROM   IBMUSER.NOTICES
                WHERE  BORROWER_ID = :BORRW-BORROWER-ID
                AND    NOTICE_TYPE = 'D'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                      TO ERROR-HANDLING
              MOVE   '2200-REMIND-ONE'        TO ERR-LOC
              MOVE    SQLCODE                 TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-REMIND-FROM < WS-TR-DATE
              MOVE WS-TR-DATE TO WS-REMIND-FROM
           END-IF

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-REMIND-ITEMS
                FROM   IBMUSER.LOANS
                WHERE  BORROWER_ID = :BORRW-BORROWER-ID
                AND    STATUS      = 'O'
                AND    DUE_DATE BETWEEN :WS-REMIND-FROM
                       AND CURRENT DATE + :WS-DUE-DAYS DAYS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                      TO ERROR-HANDLING
              MOVE   '2200-REMIND-ONE'        TO ERR-LOC
              MOVE    SQLCODE                 TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-REMIND-ITEMS = 0
              ADD 1 TO WS-TOTAL-SKIPPED
              GO TO 2200-EXIT
           END-IF

           PERFORM 2300-GET-TYPE-LIMIT THRU 2300-EXIT

           MOVE 0 TO WS-REMIND-ITEMS
           MOVE 0 TO WS-REMIND-RENEW
           MOVE 0 TO WS-REMIND-NO-RENEW

           MOVE BORRW-BORROWER-ID TO NOTIC-BORROWER-ID
           MOVE 'D'               TO NOTIC-NOTICE-TYPE

           MOVE WS-TR-DATE        TO WS-DH-DATE
           MOVE WS-DS-HEAD        TO NOTIC-NOTICE-TEXT
           PERFORM Z7000-QUEUE-NOTICE THRU Z7000-EXIT

           PERFORM 2500-LIST-ITEMS    THRU 2500-EXIT

           MOVE WS-DS-FOOT        TO NOTIC-NOTICE-TEXT
           PERFORM Z7000-QUEUE-NOTICE THRU Z7000-EXIT

           EXEC SQL
                COMMIT
           END-EXEC

           ADD 1                  TO WS-TOTAL-COUNT
           ADD 1                  TO WS-BRUN-COUNT
           ADD WS-REMIND-ITEMS    TO WS-TOTAL-ITEMS

           MOVE BORRW-BORROWER-ID  TO WS-RL-BORROWER-ID
           MOVE BORRW-NAME-TEXT    TO WS-RL-NAME
           MOVE WS-REMIND-ITEMS    TO WS-RL-ITEMS
           MOVE WS-REMIND-RENEW    TO WS-RL-RENEWABLE
           MOVE WS-REMIND-NO-RENEW TO WS-RL-NOT-RENEWABLE

           MOVE  WS-REG-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           .
       2200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE RENEWAL LIMIT FOR THE BORROWER'S TYPE - THE LOAN_POLICY ROW,-
      *OR THE 'RENEWMAX' FALLBACK WHEN THE TYPE HAS NONE (AS A1230 IN---
      *LOAN01)----------------------------------------------------------
       2300-GET-TYPE-LIMIT.
           MOVE BORRW-BORROWER-TYPE TO LNPOL-BORROWER-TYPE

           EXEC SQL
                SELECT RENEW_LIMIT
                INTO  :LNPOL-RENEW-LIMIT
                FROM   IBMUSER.LOAN_POLICY
                WHERE  BORROWER_TYPE = :LNPOL-BORROWER-TYPE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE LNPOL-RENEW-LIMIT   TO WS-TYPE-RENEW-MAX
               WHEN SQLCODE = 100
                    MOVE WS-RENEWMAX         TO WS-TYPE-RENEW-MAX
               WHEN OTHER
                    MOVE   'Y'                      TO ERROR-HANDLING
                    MOVE   '2300-GET-TYPE-LIMIT'    TO ERR-LOC
                    MOVE    SQLCODE                 TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2300-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *EACH ITEM FALLING DUE, MARKED RENEWABLE OR NOT-------------------
       2500-LIST-ITEMS.
           EXEC SQL
                OPEN L1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                      TO ERROR-HANDLING
              MOVE   '2500-LIST-ITEMS'        TO ERR-LOC
              MOVE    SQLCODE                 TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 'N' TO WS-SUB-EOF
           PERFORM 2510-FETCH-ITEM THRU 2510-EXIT UNTIL SUB-DONE

           EXEC SQL
                CLOSE L1_CURSOR
           END-EXEC
           .
       2500-EXIT.
           EXIT
           .
       2510-FETCH-ITEM.
           EXEC SQL
                FETCH L1_CURSOR INTO :LOANS-BOOK-ID
                                    ,:LOANS-ACCESSION-NO
                                    ,:BOOKS-TITLE
                                    ,:LOANS-DUE-DATE
                                    ,:LOANS-RENEWAL-COUNT
                                    ,:LOANS-DUE-TIME
                                    ,:WS-WORK-ID
                                    ,:WS-ITEM-TYPE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD  1                   TO WS-REMIND-ITEMS
                    PERFORM 2520-CHECK-RENEW THRU 2520-EXIT
                    MOVE LOANS-ACCESSION-NO  TO WS-DI-ACCESSION
                    MOVE BOOKS-TITLE-TEXT    TO WS-DI-TITLE
                    MOVE LOANS-DUE-DATE      TO WS-DI-DUE
                    MOVE WS-DS-ITEM          TO NOTIC-NOTICE-TEXT
                    PERFORM Z7000-QUEUE-NOTICE THRU Z7000-EXIT
               WHEN SQLCODE = 100
                    MOVE 'Y'                 TO WS-SUB-EOF
               WHEN OTHER
                    MOVE   'Y'                      TO ERROR-HANDLING
                    MOVE   '2510-FETCH-ITEM'        TO ERR-LOC
                    MOVE    SQLCODE                 TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2510-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *WOULD LOAN01 RENEW THIS ITEM? NOT A SHORT LOAN FROM COURSE-------
      *RESERVES, NOT WITH A HOLD QUEUED ON THE BOOK (OR AN ANY-EDITION--
      *HOLD ON A SISTER EDITION OF THE SAME WORK), AND NOT ONCE IT HAS--
      *BEEN RENEWED AS OFTEN AS THE ITEM_POLICY ROW FOR ITS ITEM TYPE---
      *- OR FAILING THAT THE BORROWER TYPE'S LIMIT - ALLOWS-------------
       2520-CHECK-RENEW.
           IF LOANS-DUE-TIME NOT = SPACES
              MOVE 'NOT RENEWABLE - RESERVE' TO WS-DI-RENEW
              ADD 1                          TO WS-REMIND-NO-RENEW
              GO TO 2520-EXIT
           END-IF

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-HOLDS-QUEUED
                FROM   IBMUSER.HOLDS
                WHERE  STATUS  = 'Q'
                AND   (BOOK_ID = :LOANS-BOOK-ID
                   OR (:WS-WORK-ID > 0
                  AND  ANY_EDITION = 'Y'
                  AND  BOOK_ID IN
                      (SELECT E.BOOK_ID
                       FROM   IBMUSER.BOOKS E
                       WHERE  E.WORK_ID = :WS-WORK-ID)))
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                      TO ERROR-HANDLING
              MOVE   '2520-CHECK-RENEW'       TO ERR-LOC
              MOVE    SQLCODE                 TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-HOLDS-QUEUED > 0
              MOVE 'NOT RENEWABLE - HOLD'    TO WS-DI-RENEW
              ADD 1                          TO WS-REMIND-NO-RENEW
              GO TO 2520-EXIT
           END-IF

           MOVE BORRW-BORROWER-TYPE TO ITPOL-BORROWER-TYPE
           MOVE WS-ITEM-TYPE        TO ITPOL-ITEM-TYPE

           EXEC SQL
                SELECT RENEW_LIMIT
                INTO  :ITPOL-RENEW-LIMIT
                FROM   IBMUSER.ITEM_POLICY
                WHERE  BORROWER_TYPE = :ITPOL-BORROWER-TYPE
                AND    ITEM_TYPE     = :ITPOL-ITEM-TYPE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE ITPOL-RENEW-LIMIT   TO WS-RENEW-MAX
               WHEN SQLCODE = 100
                    MOVE WS-TYPE-RENEW-MAX   TO WS-RENEW-MAX
               WHEN OTHER
                    MOVE   'Y'                      TO ERROR-HANDLING
                    MOVE   '2520-CHECK-RENEW'       TO ERR-LOC
                    MOVE    SQLCODE                 TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           IF LOANS-RENEWAL-COUNT >= WS-RENEW-MAX
              MOVE 'NOT RENEWABLE - LIMIT'   TO WS-DI-RENEW
              ADD 1                          TO WS-REMIND-NO-RENEW
           ELSE
              MOVE 'RENEWABLE'               TO WS-DI-RENEW
              ADD 1                          TO WS-REMIND-RENEW
           END-IF
           .
       2520-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *QUEUE ONE ROW ON THE CENTRAL NOTICES TABLE (STATUS 'Q') FOR THE-
      *NOTSPOOL NIGHTLY SPOOL TO DELIVER - THE CALLER SETS BORROWER,---
      *TYPE AND TEXT IN DCLNOTIC BEFOREHAND (SAME GET-MAX-PLUS-ONE-----
      *IDIOM THE OTHER ID ASSIGNMENTS USE)------------------------------
       Z7000-QUEUE-NOTICE.
           EXEC SQL
                SELECT VALUE(MAX(NOTICE_ID), 0)
                INTO  :WS-NEXT-NOTICE-ID
                FROM   IBMUSER.NOTICES
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   ADD 1 TO WS-NEXT-NOTICE-ID
              WHEN SQLCODE = 100
                   MOVE 1 TO WS-NEXT-NOTICE-ID
              WHEN OTHER
                   MOVE   'Y'                   TO ERROR-HANDLING
                   MOVE   'Z7000-QUEUE-NOTICE'  TO ERR-LOC
                   MOVE    SQLCODE              TO ERR-CODE
                   PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE WS-NEXT-NOTICE-ID TO NOTIC-NOTICE-ID

           EXEC SQL
                INSERT INTO IBMUSER.NOTICES
                       (NOTICE_ID, BORROWER_ID, NOTICE_TYPE,
                        NOTICE_TEXT, QUEUED_DATE, SENT_DATE,
                        CHANNEL, STATUS)
                VALUES (:NOTIC-NOTICE-ID, :NOTIC-BORROWER-ID,
                        :NOTIC-NOTICE-TYPE, :NOTIC-NOTICE-TEXT,
                        CURRENT DATE, NULL, ' ', 'Q')
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                   TO ERROR-HANDLING
              MOVE   'Z7000-QUEUE-NOTICE'  TO ERR-LOC
              MOVE    SQLCODE              TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       Z7000-EXIT.
           EXIT
           .
       2900-WRITE-SUMMARY.
           MOVE    WS-TOTAL-COUNT          TO WS-SM-COUNT
           MOVE    WS-TOTAL-SKIPPED        TO WS-SM-SKIPPED
           MOVE    WS-TOTAL-ITEMS          TO WS-SM-ITEMS
           MOVE    WS-DUE-DAYS             TO WS-SM-DAYS
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
       2900-EXIT.
           EXIT
           .
       3000-CLOSE-SQL.
           DISPLAY 'START 3000-CLOSE-SQL'
           CLOSE PRT-DSON

           IF WS-DUE-DAYS NOT > 0
              GO TO 3000-EXIT
           END-IF

           EXEC SQL
                CLOSE S1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR CLOSE CURSOR'
           ELSE
              CONTINUE
           END-IF

           EXEC SQL
                COMMIT
           END-EXEC

           DISPLAY 'REMINDERS QUEUED:   ' WS-TOTAL-COUNT
           DISPLAY 'SKIPPED (REMINDED): ' WS-TOTAL-SKIPPED

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
           MOVE 'DUESOON '   TO ERRLG-PROGRAM
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
           MOVE 'DUESOON ' TO BRUN-JOB-NAME

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
              CLOSE PRT-DSON
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
