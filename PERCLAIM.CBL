      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PERCLAIM.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- NIGHTLY SERIALS CLAIMS RUN, IN TWO STEPS:                 *
      * 1. PREDICT - EVERY ACTIVE IBMUSER.SUBSCRIPTIONS TITLE GETS AN *
      *    EXPECTED ROW ON IBMUSER.SERIAL_ISSUES FOR EACH ISSUE ITS   *
      *    PATTERN SAYS HAS FALLEN DUE BY TODAY (UP TO THE END OF THE *
      *    SUBSCRIPTION YEAR) - ISSUE N IS DUE ON THE FIRST ISSUE     *
      *    DATE PLUS N-1 INTERVALS OF THE FREQUENCY.                  *
      * 2. CLAIM - EVERY ISSUE STILL NOT RECEIVED MORE THAN THE       *
      *    TITLE'S GRACE DAYS AFTER IT WAS DUE (OR AFTER ITS LAST     *
      *    CLAIM) IS CLAIMED FROM THE VENDOR, ONE LETTER PER VENDOR   *
      *    ON PERCLOUT IN ORDCLAIM'S STYLE. CLAIMS ESCALATE FIRST/    *
      *    SECOND/FINAL; AN ISSUE STILL OUT A GRACE PERIOD AFTER ITS  *
      *    FINAL CLAIM IS MARKED MISSING AND CHASED NO FURTHER.       *
      * A SUMMARY CLOSES THE LISTING FOR THE SERIALS DESK.            *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- PERMNT01 > MAINTAINS THE SUBSCRIPTIONS                  *
      *    -- PERCHK01 > CHECKS IN THE ISSUES                         *
      *    -- VENMNT01 > THE VENDOR MASTER THE LETTERS ADDRESS        *
      *    -- ORDCLAIM > SAME LETTER SHAPE FOR BOOK ORDERS            *
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
           SELECT PRT-CLAIM ASSIGN TO PERCLOUT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRT-CLAIM
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.

       01  WS-CLAIM-HEAD.
           05  FILLER                PIC X(017) VALUE
                                         'CLAIM LETTER TO: '          .
           05  WS-CH-VENDOR          PIC X(030)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-CH-CONTACT         PIC X(040)                       .
           05  FILLER                PIC X(141) VALUE ALL SPACES      .

       01  WS-CLAIM-LINE.
           05  FILLER                PIC X(004) VALUE ALL SPACES      .
           05  WS-CL-LEVEL           PIC X(012)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'ISSN: '        .
           05  WS-CL-ISSN            PIC X(009)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-CL-TITLE           PIC X(040)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(007) VALUE 'ISSUE: '       .
           05  WS-CL-ISSUE-NO        PIC Z(003)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'EXPECTED: '    .
           05  WS-CL-EXPECT-DATE     PIC X(010)                       .
           05  FILLER                PIC X(120) VALUE ALL SPACES      .

       01  WS-MISSING-LINE.
           05  FILLER                PIC X(004) VALUE ALL SPACES      .
           05  FILLER                PIC X(044) VALUE
               'NO ANSWER TO FINAL CLAIM - MARKED MISSING - '         .
           05  FILLER                PIC X(006) VALUE 'ISSN: '        .
           05  WS-ML-ISSN            PIC X(009)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(007) VALUE 'ISSUE: '       .
           05  WS-ML-ISSUE-NO        PIC Z(003)9                      .
           05  FILLER                PIC X(154) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-SUMMARY-1.
               10  FILLER          PIC X(023) VALUE
                                       'CLAIMS ISSUED - FIRST: '      .
               10  WS-SM-FIRST     PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(008) VALUE 'SECOND: '        .
               10  WS-SM-SECOND    PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(007) VALUE 'FINAL: '         .
               10  WS-SM-FINAL     PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(016) VALUE
                                       'MARKED MISSING: '             .
               10  WS-SM-MISSING   PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(018) VALUE
                                       'ISSUES PREDICTED: '           .
               10  WS-SM-PREDICTED PIC ZZZZ9                          .
               10  FILLER          PIC X(121) VALUE ALL SPACES        .
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
           05  WS-TOTAL-FIRST      PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-SECOND     PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-FINAL      PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-MISSING    PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-PREDICTED  PIC  9(05) VALUE 0                 .
           05  WS-PREV-VENDOR-ID   PIC S9(04) COMP VALUE -1           .
           05  WS-NEW-CLAIM-COUNT  PIC S9(04) COMP                    .
           05  WS-LAST-ISSUE-NO    PIC S9(04) COMP                    .
           05  LAST-REC            PIC  9                             .
               88  EOF                        VALUE 1                 .
           05  LAST-SUBSCR         PIC  9     VALUE 0                 .
               88  SUBSCR-EOF                 VALUE 1                 .
           05  WS-PREDICT-SW       PIC  X(01)                         .
               88  PREDICT-DONE               VALUE 'Y'               .
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

      *-----------------------------------------------------------------
      *PREDICTING ISSUE N - ITS OFFSET FROM THE FIRST ISSUE IN DAYS-----
      *(D, W, F) OR MONTHS (M, B, Q, H, A)------------------------------
       01  WS-PREDICT-VARS.
           05  WS-PREDICT-NO           PIC S9(4) COMP                .
           05  WS-OFFSET-DAYS          PIC S9(9) COMP                .
           05  WS-OFFSET-MONTHS        PIC S9(9) COMP                .
           05  WS-PREDICT-DATE         PIC X(10)                     .
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
              INCLUDE DCLSUBSC
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSISSU
           END-EXEC.

           EXEC SQL
              INCLUDE DCLVENDR
           END-EXEC.

      *-----------------------------------------------------------------
      *THE ACTIVE SUBSCRIPTIONS WHOSE CARDS THE PREDICT STEP EXTENDS----
           EXEC SQL DECLARE  P1_CURSOR CURSOR FOR
                SELECT SUBSCR_ID, FREQUENCY, CHAR(FIRST_ISSUE, ISO),
                       CHAR(EXPIRY_DATE, ISO)
                FROM   IBMUSER.SUBSCRIPTIONS
                WHERE  STATUS = 'A'
                ORDER BY SUBSCR_ID
           END-EXEC.

      *-----------------------------------------------------------------
      *EVERY ISSUE OF AN ACTIVE TITLE STILL EXPECTED OR CLAIMED, MORE---
      *THAN THE GRACE DAYS PAST ITS DUE DATE AND NOT CLAIMED WITHIN-----
      *THE LAST GRACE PERIOD, GROUPED BY VENDOR SO THE CONTROL BREAK----
      *CAN CUT ONE LETTER PER VENDOR------------------------------------
           EXEC SQL DECLARE  Q1_CURSOR CURSOR FOR
                SELECT I.SUBSCR_ID, I.ISSUE_NO,
                       CHAR(I.EXPECTED_DATE, ISO), I.CLAIM_COUNT,
                       S.TITLE, S.ISSN, S.VENDOR_ID
                FROM   IBMUSER.SERIAL_ISSUES I,
                       IBMUSER.SUBSCRIPTIONS S
                WHERE  S.SUBSCR_ID = I.SUBSCR_ID
                AND    S.STATUS    = 'A'
                AND    I.STATUS IN ('E', 'C')
                AND    I.EXPECTED_DATE + S.GRACE_DAYS DAYS
                       < CURRENT DATE
                AND   (I.CLAIM_COUNT = 0
                   OR  I.LAST_CLAIM_DATE + S.GRACE_DAYS DAYS
                       <= CURRENT DATE)
                ORDER BY S.VENDOR_ID, I.SUBSCR_ID, I.ISSUE_NO
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'.
           PERFORM Z9100-OPEN-RUN THRU Z9100-EXIT.
           PERFORM 0600-SET-RUN-STAMP THRU 0600-EXIT.
           PERFORM 1000-OPEN-SQL  THRU 1000-EXIT.
           PERFORM 1500-PREDICT   THRU 1500-EXIT.
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
       1000-OPEN-SQL.
           DISPLAY 'START 1000-OPEN-SQL'

           OPEN OUTPUT PRT-CLAIM

           DISPLAY 'END 1000-OPEN-SQL'
           .
       1000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *STEP 1 - BRING EVERY ACTIVE CARD UP TO DATE SO THE CLAIM STEP----
      *SEES THE ISSUES THAT FELL DUE SINCE THE LAST RUN-----------------
       1500-PREDICT.
           DISPLAY 'START 1500-PREDICT'

           EXEC SQL
                OPEN P1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                TO ERROR-HANDLING
              MOVE   '1500-PREDICT'     TO ERR-LOC
              MOVE    SQLCODE           TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM 1600-FETCH-SUBSCR THRU 1600-EXIT UNTIL SUBSCR-EOF

           EXEC SQL
                CLOSE P1_CURSOR
           END-EXEC

           DISPLAY 'END 1500-PREDICT'
           .
       1500-EXIT.
           EXIT
           .
       1600-FETCH-SUBSCR.
           EXEC SQL
                FETCH P1_CURSOR INTO :SUBSC-SUBSCR-ID
                                    ,:SUBSC-FREQUENCY
                                    ,:SUBSC-FIRST-ISSUE
                                    ,:SUBSC-EXPIRY-DATE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE    1                       TO LAST-SUBSCR
                    GO TO 1600-EXIT
               WHEN OTHER
                    MOVE    1                       TO LAST-SUBSCR
                    MOVE   'Y'                      TO ERROR-HANDLING
                    DISPLAY 'SQLCODE: ' SQLCODE
                    MOVE   '1600-FETCH-SUBSCR'      TO ERR-LOC
                    MOVE    SQLCODE                 TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE SUBSC-SUBSCR-ID TO SISSU-SUBSCR-ID

           EXEC SQL
                SELECT VALUE(MAX(ISSUE_NO), 0)
                INTO  :WS-LAST-ISSUE-NO
                FROM   IBMUSER.SERIAL_ISSUES
                WHERE  SUBSCR_ID = :SISSU-SUBSCR-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                   TO ERROR-HANDLING
              MOVE   '1600-FETCH-SUBSCR'   TO ERR-LOC
              MOVE    SQLCODE              TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 'N' TO WS-PREDICT-SW
           PERFORM 1700-NEXT-ISSUE THRU 1700-EXIT UNTIL PREDICT-DONE
           .
       1600-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ADD THE NEXT ISSUE AS EXPECTED IF IT HAS FALLEN DUE BY TODAY AND-
      *IS WITHIN THE SUBSCRIPTION YEAR (ISO DATES COMPARE AS TEXT)------
       1700-NEXT-ISSUE.
           COMPUTE WS-PREDICT-NO = WS-LAST-ISSUE-NO + 1
           PERFORM 1750-PREDICT-DATE THRU 1750-EXIT

           IF WS-PREDICT-DATE > WS-TR-DATE
           OR WS-PREDICT-DATE > SUBSC-EXPIRY-DATE
              MOVE 'Y' TO WS-PREDICT-SW
              GO TO 1700-EXIT
           END-IF

           MOVE WS-PREDICT-NO   TO SISSU-ISSUE-NO
           MOVE WS-PREDICT-DATE TO SISSU-EXPECTED-DATE
           MOVE 'PERCLAIM'      TO SISSU-OPER-ID

           EXEC SQL
                INSERT INTO IBMUSER.SERIAL_ISSUES
                       (SUBSCR_ID, ISSUE_NO, EXPECTED_DATE,
                        RECEIVED_DATE, STATUS, CLAIM_COUNT,
                        LAST_CLAIM_DATE, OPER_ID)
                VALUES (:SISSU-SUBSCR-ID, :SISSU-ISSUE-NO,
                        :SISSU-EXPECTED-DATE, NULL, 'E', 0,
                        NULL, :SISSU-OPER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '1700-NEXT-ISSUE'   TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE WS-PREDICT-NO TO WS-LAST-ISSUE-NO
           ADD 1 TO WS-TOTAL-PREDICTED
           .
       1700-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *EXPECTED DATE OF ISSUE WS-PREDICT-NO - SAME RULE AS PERCHK01'S---
      *A2400-PREDICT-DATE-----------------------------------------------
       1750-PREDICT-DATE.
           MOVE 0 TO WS-OFFSET-DAYS
           MOVE 0 TO WS-OFFSET-MONTHS

           EVALUATE SUBSC-FREQUENCY
               WHEN 'D'
                    COMPUTE WS-OFFSET-DAYS   = WS-PREDICT-NO - 1
               WHEN 'W'
                    COMPUTE WS-OFFSET-DAYS   = (WS-PREDICT-NO - 1) * 7
               WHEN 'F'
                    COMPUTE WS-OFFSET-DAYS   = (WS-PREDICT-NO - 1) * 14
               WHEN 'M'
                    COMPUTE WS-OFFSET-MONTHS = WS-PREDICT-NO - 1
               WHEN 'B'
                    COMPUTE WS-OFFSET-MONTHS = (WS-PREDICT-NO - 1) * 2
               WHEN 'Q'
                    COMPUTE WS-OFFSET-MONTHS = (WS-PREDICT-NO - 1) * 3
               WHEN 'H'
                    COMPUTE WS-OFFSET-MONTHS = (WS-PREDICT-NO - 1) * 6
               WHEN OTHER
                    COMPUTE WS-OFFSET-MONTHS = (WS-PREDICT-NO - 1) * 12
           END-EVALUATE

           EXEC SQL
                SET :WS-PREDICT-DATE =
                    CHAR(DATE(:SUBSC-FIRST-ISSUE)
                         + :WS-OFFSET-DAYS DAYS
                         + :WS-OFFSET-MONTHS MONTHS, ISO)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                   TO ERROR-HANDLING
              MOVE   '1750-PREDICT-DATE'   TO ERR-LOC
              MOVE    SQLCODE              TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       1750-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *STEP 2 - THE CLAIM LETTERS---------------------------------------
       2000-FETCH.
           DISPLAY 'START 2000-FETCH'

           EXEC SQL
                OPEN Q1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPEN CURSOR'
           ELSE
              CONTINUE
           END-IF

           PERFORM 2100-FETCH-DATA THRU 2100-EXIT UNTIL EOF
           DISPLAY 'END 2000-FETCH'
           .
       2000-EXIT.
           EXIT
           .
       2100-FETCH-DATA.
           EXEC SQL
                FETCH Q1_CURSOR INTO :SISSU-SUBSCR-ID
                                    ,:SISSU-ISSUE-NO
                                    ,:SISSU-EXPECTED-DATE
                                    ,:SISSU-CLAIM-COUNT
                                    ,:SUBSC-TITLE
                                    ,:SUBSC-ISSN
                                    ,:SUBSC-VENDOR-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    IF SUBSC-VENDOR-ID NOT = WS-PREV-VENDOR-ID
                       PERFORM 2150-START-LETTER THRU 2150-EXIT
                    END-IF
                    PERFORM 2200-CLAIM-ISSUE THRU 2200-EXIT
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
      *CONTROL BREAK ON VENDOR - ADDRESS THE LETTER FROM THE VENDOR-----
      *MASTER-----------------------------------------------------------
       2150-START-LETTER.
           MOVE SUBSC-VENDOR-ID TO WS-PREV-VENDOR-ID
           MOVE SUBSC-VENDOR-ID TO VENDR-VENDOR-ID

           EXEC SQL
                SELECT NAME, CONTACT
                INTO  :VENDR-NAME, :VENDR-CONTACT
                FROM   IBMUSER.VENDORS
                WHERE  VENDOR_ID = :VENDR-VENDOR-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE VENDR-NAME       TO WS-CH-VENDOR
                    MOVE VENDR-CONTACT    TO WS-CH-CONTACT
               WHEN SQLCODE = 100
                    MOVE 'UNKNOWN VENDOR' TO WS-CH-VENDOR
                    MOVE SPACES           TO WS-CH-CONTACT
               WHEN OTHER
                    MOVE   'Y'                  TO ERROR-HANDLING
                    MOVE   '2150-START-LETTER'  TO ERR-LOC
                    MOVE    SQLCODE             TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE  WS-SPACES      TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-BREAKER     TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-CLAIM-HEAD  TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-BREAKER     TO OP-FIELDS
           WRITE OP-FIELDS
           .
       2150-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE LATE ISSUE - ESCALATE THE CLAIM AND STAMP IT BACK ON THE-----
      *CARD; ONE ALREADY CLAIMED THREE TIMES IS GIVEN UP AS MISSING-----
       2200-CLAIM-ISSUE.
           ADD 1 TO WS-BRUN-COUNT

           IF SISSU-CLAIM-COUNT NOT < 3
              EXEC SQL
                   UPDATE IBMUSER.SERIAL_ISSUES
                   SET    STATUS    = 'M'
                   WHERE  SUBSCR_ID = :SISSU-SUBSCR-ID
                   AND    ISSUE_NO  = :SISSU-ISSUE-NO
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE   'Y'                 TO ERROR-HANDLING
                 MOVE   '2200-CLAIM-ISSUE'  TO ERR-LOC
                 MOVE    SQLCODE            TO ERR-CODE
                 PERFORM XXXX-ERROR-HANDLING
              END-IF

              ADD 1 TO WS-TOTAL-MISSING
              MOVE SUBSC-ISSN     TO WS-ML-ISSN
              MOVE SISSU-ISSUE-NO TO WS-ML-ISSUE-NO
              MOVE  WS-MISSING-LINE TO OP-FIELDS
              WRITE OP-FIELDS
              GO TO 2200-EXIT
           END-IF

           COMPUTE WS-NEW-CLAIM-COUNT = SISSU-CLAIM-COUNT + 1

           EXEC SQL
                UPDATE IBMUSER.SERIAL_ISSUES
                SET    STATUS          = 'C',
                       CLAIM_COUNT     = :WS-NEW-CLAIM-COUNT,
                       LAST_CLAIM_DATE = CURRENT DATE
                WHERE  SUBSCR_ID       = :SISSU-SUBSCR-ID
                AND    ISSUE_NO        = :SISSU-ISSUE-NO
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2200-CLAIM-ISSUE'  TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           EVALUATE TRUE
               WHEN WS-NEW-CLAIM-COUNT = 1
                    MOVE 'FIRST CLAIM ' TO WS-CL-LEVEL
                    ADD 1 TO WS-TOTAL-FIRST
               WHEN WS-NEW-CLAIM-COUNT = 2
                    MOVE 'SECOND CLAIM' TO WS-CL-LEVEL
                    ADD 1 TO WS-TOTAL-SECOND
               WHEN OTHER
                    MOVE 'FINAL CLAIM ' TO WS-CL-LEVEL
                    ADD 1 TO WS-TOTAL-FINAL
           END-EVALUATE

           MOVE SUBSC-ISSN          TO WS-CL-ISSN
           MOVE SUBSC-TITLE         TO WS-CL-TITLE
           MOVE SISSU-ISSUE-NO      TO WS-CL-ISSUE-NO
           MOVE SISSU-EXPECTED-DATE TO WS-CL-EXPECT-DATE

           MOVE  WS-CLAIM-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           .
       2200-EXIT.
           EXIT
           .
       2900-WRITE-SUMMARY.
           MOVE    WS-TOTAL-FIRST          TO WS-SM-FIRST
           MOVE    WS-TOTAL-SECOND         TO WS-SM-SECOND
           MOVE    WS-TOTAL-FINAL          TO WS-SM-FINAL
           MOVE    WS-TOTAL-MISSING        TO WS-SM-MISSING
           MOVE    WS-TOTAL-PREDICTED      TO WS-SM-PREDICTED
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
           CLOSE PRT-CLAIM

           EXEC SQL
                CLOSE Q1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR CLOSE CURSOR'
           ELSE
              CONTINUE
           END-IF

           EXEC SQL
                COMMIT
           END-EXEC

           DISPLAY 'ISSUES PREDICTED: ' WS-TOTAL-PREDICTED
           DISPLAY 'FIRST CLAIMS:     ' WS-TOTAL-FIRST
           DISPLAY 'SECOND CLAIMS:    ' WS-TOTAL-SECOND
           DISPLAY 'FINAL CLAIMS:     ' WS-TOTAL-FINAL
           DISPLAY 'MARKED MISSING:   ' WS-TOTAL-MISSING

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
           MOVE 'PERCLAIM'   TO ERRLG-PROGRAM
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
           MOVE 'PERCLAIM' TO BRUN-JOB-NAME

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
