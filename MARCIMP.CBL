      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MARCIMP.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- MARC 21 COPY-CATALOGING IMPORT. READS VENDOR-SUPPLIED     *
      * ISO 2709 BIBLIOGRAPHIC RECORDS FROM MARCIN (ONE MARC RECORD   *
      * PER VARIABLE-LENGTH RECORD, THE SAME SHAPE MARCEXP WRITES)    *
      * AND USES THEM TO FILL IN THE GAPS ON BOOKS WE ALREADY HOLD:   *
      *    -- THE RECORD IS MATCHED TO A BOOK BY THE ISBN IN ITS 020  *
      *       $A (HYPHENS DROPPED, AN ISBN-10 TURNED INTO ITS ISBN-13 *
      *       EQUIVALENT); SEVERAL 020S ARE TRIED IN TURN             *
      *    -- CALL_NO, WHEN BLANK, FROM 090 (LOCAL), ELSE 050 (LC),   *
      *       ELSE 082 (DEWEY) - $A AND $B                            *
      *    -- AUTHORS, WHEN THE BOOK HAS NONE, FROM 100/110/700/710   *
      *       $A (SAME GET-OR-ADD-AND-LINK RULES AS INSERT01)         *
      *    -- SUBJECT HEADINGS, WHEN THE BOOK HAS NONE, FROM 650/651  *
      *       $A - A HEADING NOT ON THE SUBJECTS MASTER IS ADDED TO   *
      *       IT UNDER A NEW SUBJECT ID (SAME KEY AS SUBMNT01)        *
      * WHAT IS ALREADY CATALOGED IS NEVER OVERWRITTEN, SO A RERUN OF *
      * THE SAME FILE CHANGES NOTHING. A BOOK THAT GAINS ANYTHING IS  *
      * LOGGED TO BOOKS_AUDIT AS AN UPDATE ('U') WITH FIELD-LEVEL     *
      * IMAGES, SO CONSFEED AND MARCEXP CARRY THE CHANGE ON. EACH     *
      * RECORD IS COMMITTED ON ITS OWN.                               *
      *                                                               *
      * --- A RECORD WITH A BROKEN LEADER OR DIRECTORY, NO USABLE     *
      * ISBN, OR AN ISBN NOT IN THE CATALOG IS WRITTEN TO THE REJECT  *
      * LISTING ON MARCREJ (BKVLOAD1'S LAYOUT) AND THE RUN CARRIES ON.*
      * THE BATCH-MAINTENANCE LOCK IS HELD WHILE IT RUNS (BKVLOAD1).  *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- MARCEXP  > MARC 21 EXPORT OF THE CATALOG                *
      *    -- BKVLOAD1 > SAME REJECT-LISTING SHAPE, VENDOR TITLE FEED *
      *    -- INSERT01 > SAME AUTHOR AND SUBJECT LINKING RULES        *
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
           SELECT MARC-IN    ASSIGN TO MARCIN.
           SELECT PRT-REJECT ASSIGN TO MARCREJ.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  MARC-IN
           RECORD IS VARYING IN SIZE FROM 24 TO 9999 CHARACTERS
               DEPENDING ON WS-IN-LEN
           RECORDING MODE V.
       01  MARC-REC PIC X(9999).

       FD  PRT-REJECT
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.

       01  WS-REJECT-LINE.
           05  WS-REJ-ISBN           PIC X(013)                       .
           05  FILLER                PIC X(004) VALUE ALL SPACES      .
           05  WS-REJ-TITLE          PIC X(166)                       .
           05  FILLER                PIC X(001) VALUE ALL SPACES      .
           05  WS-REJ-REASON         PIC X(046)                       .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER.
               10  FILLER          PIC X(004) VALUE 'ISBN'            .
               10  FILLER          PIC X(013) VALUE ALL SPACES        .
               10  FILLER          PIC X(005) VALUE 'TITLE'           .
               10  FILLER          PIC X(162) VALUE ALL SPACES        .
               10  FILLER          PIC X(006) VALUE 'REASON'          .
               10  FILLER          PIC X(040) VALUE ALL SPACES        .
           05  WS-TRAILER.
               10  FILLER          PIC X(006) VALUE 'READ: '          .
               10  WS-TR-READ      PIC ZZZZ9                          .
               10  FILLER          PIC X(005) VALUE ALL SPACES        .
               10  FILLER          PIC X(009) VALUE 'FILLED:  '       .
               10  WS-TR-FILLED    PIC ZZZZ9                          .
               10  FILLER          PIC X(005) VALUE ALL SPACES        .
               10  FILLER          PIC X(010) VALUE 'UNCHANGED:'      .
               10  WS-TR-UNCHANGED PIC ZZZZ9                          .
               10  FILLER          PIC X(005) VALUE ALL SPACES        .
               10  FILLER          PIC X(009) VALUE 'REJECTED:'       .
               10  WS-TR-REJECT    PIC ZZZZ9                          .
               10  FILLER          PIC X(005) VALUE ALL SPACES        .
               10  FILLER          PIC X(009) VALUE 'CALL NOS:'       .
               10  WS-TR-CALLNO    PIC ZZZZ9                          .
               10  FILLER          PIC X(005) VALUE ALL SPACES        .
               10  FILLER          PIC X(009) VALUE 'AUTHORS: '       .
               10  WS-TR-AUTHORS   PIC ZZZZ9                          .
               10  FILLER          PIC X(005) VALUE ALL SPACES        .
               10  FILLER          PIC X(009) VALUE 'SUBJECTS:'       .
               10  WS-TR-SUBJECTS  PIC ZZZZ9                          .
               10  FILLER          PIC X(104) VALUE ALL SPACES        .

      *-----------------------------------------------------------------
      *ISO 2709 PIECES - THE LEADER'S LENGTH AND BASE ADDRESS, ONE------
      *DIRECTORY ENTRY, AND THE DELIMITERS------------------------------
       01  WS-MARC-CONSTANTS.
           05  WS-MARC-SD          PIC X(001) VALUE X'1F'             .
           05  WS-MARC-FT          PIC X(001) VALUE X'1E'             .

       01  WS-IN-LEADER.
           05  WS-IL-REC-LEN       PIC 9(005)                         .
           05  FILLER              PIC X(007)                         .
           05  WS-IL-BASE          PIC 9(005)                         .
           05  FILLER              PIC X(007)                         .

       01  WS-DIR-ENTRY.
           05  WS-DE-TAG           PIC X(003)                         .
           05  WS-DE-LEN           PIC 9(004)                         .
           05  WS-DE-START         PIC 9(005)                         .

       01  WS-PARSE-VARS.
           05  WS-IN-LEN           PIC 9(005) COMP                    .
           05  WS-BASE             PIC S9(05) COMP                    .
           05  WS-DIR-ENTRIES      PIC S9(05) COMP                    .
           05  WS-ENT-SUB          PIC S9(05) COMP                    .
           05  WS-ENT-POS          PIC S9(05) COMP                    .
           05  WS-FLD-POS          PIC S9(05) COMP                    .
           05  WS-FIELD            PIC X(401)                         .
           05  WS-FIELD-LEN        PIC S9(04) COMP                    .
           05  WS-WANT-CODE        PIC X(001)                         .
           05  WS-FP               PIC S9(04) COMP                    .
           05  WS-CP               PIC S9(04) COMP                    .
           05  WS-CP-START         PIC S9(04) COMP                    .
           05  WS-SF-TEXT          PIC X(200)                         .
           05  WS-SF-LEN           PIC S9(04) COMP                    .
           05  WS-SF-FOUND-SW      PIC X(001)                         .
               88  SF-FOUND                   VALUE 'Y'               .
           05  WS-TRIM-DONE-SW     PIC X(001)                         .
               88  TRIM-DONE                  VALUE 'Y'               .
           05  WS-SF-A             PIC X(200)                         .
           05  WS-SF-A-LEN         PIC S9(04) COMP                    .
           05  WS-CALL-WORK        PIC X(040)                         .

      *-----------------------------------------------------------------
      *WHAT THE RECORD OFFERS-------------------------------------------
       01  WS-OFFER-VARS.
           05  WS-IN-TITLE         PIC X(166)                         .
           05  WS-ISBN-SEEN-SW     PIC X(001)                         .
               88  ISBN-SEEN                  VALUE 'Y'               .
           05  WS-CAND-COUNT       PIC S9(04) COMP                    .
           05  WS-CAND-SUB         PIC S9(04) COMP                    .
           05  WS-CAND-ISBN        PIC X(013) OCCURS 5 TIMES          .
           05  WS-CALL-090         PIC X(015)                         .
           05  WS-CALL-050         PIC X(015)                         .
           05  WS-CALL-082         PIC X(015)                         .
           05  WS-AUTH-COUNT       PIC S9(04) COMP                    .
           05  WS-AUTH-SUB         PIC S9(04) COMP                    .
           05  WS-AUTH-NAME        PIC X(040) OCCURS 10 TIMES         .
           05  WS-SUBJ-COUNT       PIC S9(04) COMP                    .
           05  WS-SUBJ-SUB         PIC S9(04) COMP                    .
           05  WS-SUBJ-HEADING     PIC X(030) OCCURS 10 TIMES         .

      *-----------------------------------------------------------------
      *ISBN CLEAN-UP AND CHECK DIGIT------------------------------------
       01  WS-ISBN-VARS.
           05  WS-DIGITS           PIC X(013)                         .
           05  WS-DIG-COUNT        PIC S9(04) COMP                    .
           05  WS-DIG-END-SW       PIC X(001)                         .
               88  DIGITS-ENDED               VALUE 'Y'               .
           05  WS-ISBN13           PIC X(013)                         .
           05  WS-ISBN-SUB         PIC S9(04) COMP                    .
           05  WS-ISBN-DIGIT       PIC 9(001)                         .
           05  WS-ISBN-SUM         PIC S9(04) COMP                    .
           05  WS-ISBN-QUOT        PIC S9(04) COMP                    .
           05  WS-ISBN-REM         PIC S9(04) COMP                    .
           05  WS-ISBN-CHECK       PIC 9(001)                         .

      *-----------------------------------------------------------------
      *WHAT THE MATCHED BOOK ALREADY HAS, AND WHAT IT GAINED------------
       01  WS-BOOK-VARS.
           05  WS-BK-CALL-NO       PIC X(015)                         .
           05  WS-NEW-CALL-NO      PIC X(015)                         .
           05  WS-CALL-SET-SW      PIC X(001)                         .
               88  CALL-NO-SET                VALUE 'Y'               .
           05  WS-HAS-AUTHORS      PIC S9(09) COMP                    .
           05  WS-HAS-SUBJECTS     PIC S9(09) COMP                    .
           05  WS-AUTH-LINKED      PIC S9(04) COMP                    .
           05  WS-SUBJ-LINKED      PIC S9(04) COMP                    .
           05  WS-LINKED-ED        PIC Z9                             .
           05  WS-MAX-AUTHOR-ID    PIC S9(04) COMP                    .

       01  WS-VARS.
           05  WS-READ-COUNT       PIC  9(05) VALUE 0                 .
           05  WS-FILLED-COUNT     PIC  9(05) VALUE 0                 .
           05  WS-UNCHANGED-COUNT  PIC  9(05) VALUE 0                 .
           05  WS-REJECT-COUNT     PIC  9(05) VALUE 0                 .
           05  WS-CALLNO-COUNT     PIC  9(05) VALUE 0                 .
           05  WS-AUTHLINK-COUNT   PIC  9(05) VALUE 0                 .
           05  WS-SUBJLINK-COUNT   PIC  9(05) VALUE 0                 .
           05  WS-REJ-WRITTEN      PIC  9                             .
               88  NO-REJECTS-YET              VALUE 0                .
           05  LAST-REC            PIC  9                             .
               88  EOF                        VALUE 1                 .
           05  ROW-REJECTED        PIC  X                             .
               88  ROW-IS-REJECTED             VALUE 'Y'              .
           05  ROW-MATCHED         PIC  X                             .
               88  ROW-IS-MATCHED               VALUE 'Y'             .
           05  ERROR-HANDLING          PIC X                          .
               88  SOME-ERROR                   VALUE 'Y'             .
           05  WS-MESSAGE.
               10  FILLER              PIC X(10) VALUE 'ERROR IN: '  .
               10  ERR-LOC             PIC X(30)                     .
               10  FILLER              PIC X(06) VALUE 'CODE: '      .
               10  ERR-CODE            PIC S9(4) COMP                .
           05  WS-AUD-DATE             PIC X(10)                      .
           05  WS-AUD-TIME             PIC X(08)                      .
           05  WS-NEXT-AUDIT-ID        PIC S9(4) COMP                 .
           05  WS-TODAY.
               10  WS-TODAY-YYYY       PIC 9(04)                      .
               10  WS-TODAY-MM         PIC 9(02)                      .
               10  WS-TODAY-DD         PIC 9(02)                      .
           05  WS-NOW.
               10  WS-NOW-HH           PIC 9(02)                      .
               10  WS-NOW-MN           PIC 9(02)                      .
               10  WS-NOW-SS           PIC 9(02)                      .
               10  FILLER              PIC 9(02)                      .

       01  WS-KEY-VARS.
           05  WS-KEY-NAME             PIC X(08)                      .
           05  WS-KEY-SEED             PIC S9(9) COMP                 .
           05  WS-NEXT-KEY-VALUE       PIC S9(9) COMP                 .


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
                INCLUDE DCLBKAUD
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBKAUF
           END-EXEC.

           EXEC SQL
                INCLUDE DCLAUTHR
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBKAUTH
           END-EXEC.

           EXEC SQL
                INCLUDE DCLSUBJ
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBKSUB
           END-EXEC.

           EXEC SQL
                INCLUDE DCLSETTG
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'
           PERFORM Z9100-OPEN-RUN THRU Z9100-EXIT
           PERFORM 1000-OPEN-FILES  THRU 1000-EXIT
           PERFORM 0800-SET-BATCH-LOCK THRU 0800-EXIT
           PERFORM 2000-LOAD        THRU 2000-EXIT
           PERFORM 3000-CLOSE-FILES THRU 3000-EXIT
           IF NOT SOME-ERROR
              PERFORM 3400-CLEAR-BATCH-LOCK THRU 3400-EXIT
           END-IF
           PERFORM Z9200-CLOSE-RUN THRU Z9200-EXIT
           DISPLAY 'END 0000-MAIN-PROCESS'
           STOP RUN
           .
       0000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *RAISE THE "BATCH MAINTENANCE IN PROGRESS" STATE ON THE CONTROL---
      *TABLE SO BOOK01DB HOLDS ITS U/D/L SELECTION PATHS BACK UNTIL----
      *THIS LOAD FINISHES (SAME AS BKVLOAD1). AN ABEND LEAVES THE------
      *FLAG UP - AN ADMIN CLEARS IT FROM BOOK01DB'S PF2----------------
       0800-SET-BATCH-LOCK.
           MOVE 'BATCHLOK' TO SETTG-SETTING-ID
           MOVE 'Y'        TO SETTG-SETTING-VALUE

           EXEC SQL
                UPDATE IBMUSER.LIB_SETTINGS
                SET    SETTING_VALUE = :SETTG-SETTING-VALUE
                WHERE  SETTING_ID    = :SETTG-SETTING-ID
           END-EXEC

           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO IBMUSER.LIB_SETTINGS
                          (SETTING_ID, SETTING_VALUE)
                   VALUES (:SETTG-SETTING-ID, :SETTG-SETTING-VALUE)
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR SETTING BATCH LOCK: ' SQLCODE
           ELSE
              CONTINUE
           END-IF

           EXEC SQL
                COMMIT
           END-EXEC
           .
       0800-EXIT.
           EXIT
           .
       1000-OPEN-FILES.
           DISPLAY 'START 1000-OPEN-FILES'

           OPEN INPUT  MARC-IN
           OPEN OUTPUT PRT-REJECT

           MOVE 0 TO WS-REJ-WRITTEN

           PERFORM 1100-READ-RECORD THRU 1100-EXIT

           DISPLAY 'END 1000-OPEN-FILES'
           .
       1000-EXIT.
           EXIT
           .
       1100-READ-RECORD.
           READ MARC-IN
               AT END
                   MOVE 1 TO LAST-REC
               NOT AT END
                   ADD  1 TO WS-READ-COUNT
                   ADD  1 TO WS-BRUN-COUNT
           END-READ
           .
       1100-EXIT.
           EXIT
           .
       2000-LOAD.
           DISPLAY 'START 2000-LOAD'
           PERFORM 2100-PROCESS-RECORD THRU 2100-EXIT UNTIL EOF
           DISPLAY 'END 2000-LOAD'
           .
       2000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE MARC RECORD - PULL OUT WHAT IT OFFERS, FIND THE BOOK, FILL---
      *THE GAPS, COMMIT-------------------------------------------------
       2100-PROCESS-RECORD.
           MOVE 'N'          TO ROW-REJECTED
           MOVE 'N'          TO ROW-MATCHED
           MOVE 'N'          TO WS-ISBN-SEEN-SW
           MOVE SPACES       TO WS-REJ-REASON
                                WS-IN-TITLE
                                WS-CALL-090
                                WS-CALL-050
                                WS-CALL-082
           MOVE 0            TO WS-CAND-COUNT
                                WS-AUTH-COUNT
                                WS-SUBJ-COUNT

           PERFORM 2110-CHECK-LEADER THRU 2110-EXIT

           IF NOT ROW-IS-REJECTED
              PERFORM 2130-ONE-ENTRY THRU 2130-EXIT
                  VARYING WS-ENT-SUB FROM 1 BY 1
                    UNTIL WS-ENT-SUB > WS-DIR-ENTRIES
                       OR ROW-IS-REJECTED
           END-IF

           IF NOT ROW-IS-REJECTED
              PERFORM 2300-MATCH-BOOK THRU 2300-EXIT
           END-IF

           IF ROW-IS-REJECTED
              IF WS-CAND-COUNT > 0
                 MOVE WS-CAND-ISBN(1) TO WS-REJ-ISBN
              ELSE
                 MOVE SPACES          TO WS-REJ-ISBN
              END-IF
              MOVE WS-IN-TITLE        TO WS-REJ-TITLE
              ADD  1                  TO WS-REJECT-COUNT
              PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
           ELSE
              PERFORM 2400-FILL-BOOK  THRU 2400-EXIT
           END-IF

           EXEC SQL
                COMMIT
           END-EXEC

           PERFORM 1100-READ-RECORD THRU 1100-EXIT
           .
       2100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE LEADER MUST CARRY A NUMERIC LENGTH AND BASE ADDRESS, AND THE-
      *DIRECTORY BETWEEN THEM MUST BE WHOLE 12-BYTE ENTRIES-------------
       2110-CHECK-LEADER.
           IF WS-IN-LEN < 26
              MOVE 'Y'                          TO ROW-REJECTED
              MOVE 'MALFORMED MARC LEADER.'     TO WS-REJ-REASON
              GO TO 2110-EXIT
           END-IF

           MOVE MARC-REC(1:24) TO WS-IN-LEADER

           IF WS-IL-REC-LEN IS NOT NUMERIC
              OR WS-IL-BASE IS NOT NUMERIC
              MOVE 'Y'                          TO ROW-REJECTED
              MOVE 'MALFORMED MARC LEADER.'     TO WS-REJ-REASON
              GO TO 2110-EXIT
           END-IF

           MOVE WS-IL-BASE TO WS-BASE

           IF WS-BASE < 25 OR WS-BASE > WS-IN-LEN
              MOVE 'Y'                          TO ROW-REJECTED
              MOVE 'MALFORMED MARC LEADER.'     TO WS-REJ-REASON
              GO TO 2110-EXIT
           END-IF

           COMPUTE WS-DIR-ENTRIES = (WS-BASE - 25) / 12
           .
       2110-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE DIRECTORY ENTRY - ONLY THE TAGS WE TAKE ANYTHING FROM ARE----
      *LIFTED OUT (WITHOUT THEIR TERMINATOR) AND LOOKED AT--------------
       2130-ONE-ENTRY.
           COMPUTE WS-ENT-POS = 25 + (WS-ENT-SUB - 1) * 12
           MOVE MARC-REC(WS-ENT-POS:12) TO WS-DIR-ENTRY

           IF WS-DE-LEN IS NOT NUMERIC OR WS-DE-START IS NOT NUMERIC
              MOVE 'Y'                          TO ROW-REJECTED
              MOVE 'MALFORMED MARC DIRECTORY.'  TO WS-REJ-REASON
              GO TO 2130-EXIT
           END-IF

           COMPUTE WS-FLD-POS = WS-BASE + WS-DE-START + 1

           IF WS-FLD-POS + WS-DE-LEN - 1 > WS-IN-LEN
              MOVE 'Y'                          TO ROW-REJECTED
              MOVE 'MALFORMED MARC DIRECTORY.'  TO WS-REJ-REASON
              GO TO 2130-EXIT
           END-IF

           IF WS-DE-LEN < 2
              GO TO 2130-EXIT
           END-IF

           COMPUTE WS-FIELD-LEN = WS-DE-LEN - 1
           IF WS-FIELD-LEN > 400
              MOVE 400 TO WS-FIELD-LEN
           END-IF

           MOVE SPACES TO WS-FIELD
           MOVE MARC-REC(WS-FLD-POS:WS-FIELD-LEN)
             TO WS-FIELD(1:WS-FIELD-LEN)

           EVALUATE WS-DE-TAG
               WHEN '020'
                    PERFORM 2200-TAKE-ISBN    THRU 2200-EXIT
               WHEN '050'
               WHEN '082'
               WHEN '090'
                    PERFORM 2210-TAKE-CALL-NO THRU 2210-EXIT
               WHEN '100'
               WHEN '110'
               WHEN '700'
               WHEN '710'
                    PERFORM 2220-TAKE-AUTHOR  THRU 2220-EXIT
               WHEN '650'
               WHEN '651'
                    PERFORM 2230-TAKE-SUBJECT THRU 2230-EXIT
               WHEN '245'
                    PERFORM 2240-TAKE-TITLE   THRU 2240-EXIT
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           .
       2130-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *020 $A - DIGITS UP TO THE FIRST QUALIFIER ("(PBK.)"), HYPHENS----
      *DROPPED. AN ISBN-13 MUST PASS ITS CHECK DIGIT; AN ISBN-10 IS-----
      *PREFIXED 978 AND GIVEN THE ISBN-13 CHECK DIGIT-------------------
       2200-TAKE-ISBN.
           MOVE 'Y' TO WS-ISBN-SEEN-SW
           MOVE 'a' TO WS-WANT-CODE
           PERFORM 2500-GET-SUBFIELD THRU 2500-EXIT

           IF NOT SF-FOUND OR WS-CAND-COUNT NOT < 5
              GO TO 2200-EXIT
           END-IF

           MOVE SPACES TO WS-DIGITS
           MOVE 0      TO WS-DIG-COUNT
           MOVE 'N'    TO WS-DIG-END-SW
           PERFORM 2205-ONE-ISBN-CHAR THRU 2205-EXIT
               VARYING WS-ISBN-SUB FROM 1 BY 1
                 UNTIL WS-ISBN-SUB > WS-SF-LEN
                    OR DIGITS-ENDED

           EVALUATE TRUE
               WHEN WS-DIG-COUNT = 13 AND WS-DIGITS IS NUMERIC
                    MOVE WS-DIGITS TO WS-ISBN13
                    PERFORM 2207-CHECK-DIGIT THRU 2207-EXIT
                    MOVE WS-ISBN13(13:1) TO WS-ISBN-DIGIT
                    IF WS-ISBN-DIGIT NOT = WS-ISBN-CHECK
                       GO TO 2200-EXIT
                    END-IF
               WHEN WS-DIG-COUNT = 10 AND WS-DIGITS(1:9) IS NUMERIC
                    MOVE '978'           TO WS-ISBN13(1:3)
                    MOVE WS-DIGITS(1:9)  TO WS-ISBN13(4:9)
                    PERFORM 2207-CHECK-DIGIT THRU 2207-EXIT
                    MOVE WS-ISBN-CHECK   TO WS-ISBN13(13:1)
               WHEN OTHER
                    GO TO 2200-EXIT
           END-EVALUATE

           ADD  1         TO WS-CAND-COUNT
           MOVE WS-ISBN13 TO WS-CAND-ISBN(WS-CAND-COUNT)
           .
       2200-EXIT.
           EXIT
           .
       2205-ONE-ISBN-CHAR.
           EVALUATE TRUE
               WHEN WS-SF-TEXT(WS-ISBN-SUB:1) IS NUMERIC
               WHEN WS-SF-TEXT(WS-ISBN-SUB:1) = 'X'
                    IF WS-DIG-COUNT < 13
                       ADD  1 TO WS-DIG-COUNT
                       MOVE WS-SF-TEXT(WS-ISBN-SUB:1)
                         TO WS-DIGITS(WS-DIG-COUNT:1)
                    ELSE
                       ADD  1 TO WS-DIG-COUNT
                    END-IF
               WHEN WS-SF-TEXT(WS-ISBN-SUB:1) = '-'
                    CONTINUE
               WHEN WS-DIG-COUNT > 0
                    MOVE 'Y' TO WS-DIG-END-SW
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           .
       2205-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ISBN-13 CHECK DIGIT OVER THE FIRST 12 DIGITS OF WS-ISBN13 -------
      *WEIGHTS 1,3,1,3... (SAME RULE AS BKVLOAD1'S 2110-CHECK-ISBN)-----
       2207-CHECK-DIGIT.
           MOVE 0 TO WS-ISBN-SUM
           PERFORM 2208-WEIGH-DIGIT THRU 2208-EXIT
               VARYING WS-ISBN-SUB FROM 1 BY 1
                 UNTIL WS-ISBN-SUB > 12

           DIVIDE WS-ISBN-SUM BY 10 GIVING WS-ISBN-QUOT
                                    REMAINDER WS-ISBN-REM
           IF WS-ISBN-REM = 0
              MOVE 0 TO WS-ISBN-CHECK
           ELSE
              COMPUTE WS-ISBN-CHECK = 10 - WS-ISBN-REM
           END-IF
           .
       2207-EXIT.
           EXIT
           .
       2208-WEIGH-DIGIT.
           MOVE WS-ISBN13(WS-ISBN-SUB:1) TO WS-ISBN-DIGIT
           DIVIDE WS-ISBN-SUB BY 2 GIVING WS-ISBN-QUOT
                                   REMAINDER WS-ISBN-REM
           IF WS-ISBN-REM = 1
              ADD WS-ISBN-DIGIT TO WS-ISBN-SUM
           ELSE
              COMPUTE WS-ISBN-SUM = WS-ISBN-SUM + WS-ISBN-DIGIT * 3
           END-IF
           .
       2208-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *050/082/090 - CLASS NUMBER ($A) AND ITEM NUMBER ($B); THE FIRST--
      *OCCURRENCE OF EACH TAG IS KEPT-----------------------------------
       2210-TAKE-CALL-NO.
           MOVE 'a' TO WS-WANT-CODE
           PERFORM 2500-GET-SUBFIELD THRU 2500-EXIT

           IF NOT SF-FOUND OR WS-SF-LEN = 0
              GO TO 2210-EXIT
           END-IF

           MOVE WS-SF-TEXT TO WS-SF-A
           MOVE WS-SF-LEN  TO WS-SF-A-LEN
           MOVE SPACES     TO WS-CALL-WORK

           MOVE 'b' TO WS-WANT-CODE
           PERFORM 2500-GET-SUBFIELD THRU 2500-EXIT

           IF SF-FOUND AND WS-SF-LEN > 0
              STRING WS-SF-A(1:WS-SF-A-LEN)   DELIMITED BY SIZE
                     ' '                      DELIMITED BY SIZE
                     WS-SF-TEXT(1:WS-SF-LEN)  DELIMITED BY SIZE
                     INTO WS-CALL-WORK
              END-STRING
           ELSE
              MOVE WS-SF-A(1:WS-SF-A-LEN) TO WS-CALL-WORK
           END-IF

           EVALUATE WS-DE-TAG
               WHEN '090'
                    IF WS-CALL-090 = SPACES
                       MOVE WS-CALL-WORK TO WS-CALL-090
                    END-IF
               WHEN '050'
                    IF WS-CALL-050 = SPACES
                       MOVE WS-CALL-WORK TO WS-CALL-050
                    END-IF
               WHEN OTHER
                    IF WS-CALL-082 = SPACES
                       MOVE WS-CALL-WORK TO WS-CALL-082
                    END-IF
           END-EVALUATE
           .
       2210-EXIT.
           EXIT
           .
       2220-TAKE-AUTHOR.
           MOVE 'a' TO WS-WANT-CODE
           PERFORM 2500-GET-SUBFIELD THRU 2500-EXIT

           IF SF-FOUND AND WS-SF-LEN > 0 AND WS-AUTH-COUNT < 10
              ADD  1          TO WS-AUTH-COUNT
              MOVE WS-SF-TEXT TO WS-AUTH-NAME(WS-AUTH-COUNT)
           END-IF
           .
       2220-EXIT.
           EXIT
           .
       2230-TAKE-SUBJECT.
           MOVE 'a' TO WS-WANT-CODE
           PERFORM 2500-GET-SUBFIELD THRU 2500-EXIT

           IF SF-FOUND AND WS-SF-LEN > 0 AND WS-SUBJ-COUNT < 10
              ADD  1          TO WS-SUBJ-COUNT
              MOVE WS-SF-TEXT TO WS-SUBJ-HEADING(WS-SUBJ-COUNT)
           END-IF
           .
       2230-EXIT.
           EXIT
           .
       2240-TAKE-TITLE.
           MOVE 'a' TO WS-WANT-CODE
           PERFORM 2500-GET-SUBFIELD THRU 2500-EXIT

           IF SF-FOUND AND WS-IN-TITLE = SPACES
              MOVE WS-SF-TEXT TO WS-IN-TITLE
           END-IF
           .
       2240-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *FIND THE BOOK - THE FIRST CANDIDATE ISBN ON FILE WINS------------
       2300-MATCH-BOOK.
           IF WS-CAND-COUNT = 0
              MOVE 'Y'                            TO ROW-REJECTED
              IF ISBN-SEEN
                 MOVE 'INVALID ISBN IN 020.'      TO WS-REJ-REASON
              ELSE
                 MOVE 'NO ISBN IN 020.'           TO WS-REJ-REASON
              END-IF
              GO TO 2300-EXIT
           END-IF

           PERFORM 2310-TRY-ISBN THRU 2310-EXIT
               VARYING WS-CAND-SUB FROM 1 BY 1
                 UNTIL WS-CAND-SUB > WS-CAND-COUNT
                    OR ROW-IS-MATCHED

           IF NOT ROW-IS-MATCHED
              MOVE 'Y'                            TO ROW-REJECTED
              MOVE 'ISBN NOT IN CATALOG.'         TO WS-REJ-REASON
           END-IF
           .
       2300-EXIT.
           EXIT
           .
       2310-TRY-ISBN.
           MOVE 13                        TO BOOKS-ISBN-LEN
           MOVE WS-CAND-ISBN(WS-CAND-SUB) TO BOOKS-ISBN-TEXT

           EXEC SQL
                SELECT BOOK_ID, VALUE(CALL_NO, ' ')
                INTO  :BOOKS-BOOK-ID, :WS-BK-CALL-NO
                FROM   IBMUSER.BOOKS
                WHERE  ISBN = :BOOKS-ISBN
                  AND  DELETED_FLAG <> 'Y'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE 'Y' TO ROW-MATCHED
              WHEN SQLCODE = 100
                   CONTINUE
              WHEN OTHER
                   MOVE    '2310-TRY-ISBN.'   TO ERR-LOC
                   MOVE     SQLCODE           TO ERR-CODE
                   MOVE    'Y'                TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2310-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *FILL ONLY WHAT IS MISSING - A BLANK CALL_NO, A BOOK WITH NO------
      *AUTHORS, A BOOK WITH NO SUBJECT HEADINGS. ANYTHING GAINED IS-----
      *AUDITED AS AN UPDATE---------------------------------------------
       2400-FILL-BOOK.
           MOVE 'N' TO WS-CALL-SET-SW
           MOVE 0   TO WS-AUTH-LINKED
                       WS-SUBJ-LINKED

           EVALUATE TRUE
               WHEN WS-CALL-090 NOT = SPACES
                    MOVE WS-CALL-090 TO WS-NEW-CALL-NO
               WHEN WS-CALL-050 NOT = SPACES
                    MOVE WS-CALL-050 TO WS-NEW-CALL-NO
               WHEN OTHER
                    MOVE WS-CALL-082 TO WS-NEW-CALL-NO
           END-EVALUATE

           IF WS-BK-CALL-NO = SPACES AND WS-NEW-CALL-NO NOT = SPACES
              MOVE 'Y' TO WS-CALL-SET-SW
           END-IF

           MOVE BOOKS-BOOK-ID TO BKAUTH-BOOK-ID
                                 BKSUB-BOOK-ID

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-HAS-AUTHORS
                FROM   IBMUSER.BOOK_AUTHORS
                WHERE  BOOK_ID = :BKAUTH-BOOK-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    '2400-FILL-BOOK.'      TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-HAS-SUBJECTS
                FROM   IBMUSER.BOOK_SUBJECTS
                WHERE  BOOK_ID = :BKSUB-BOOK-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    '2400-FILL-BOOK.'      TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF WS-HAS-AUTHORS = 0
              PERFORM 2420-ADD-AUTHOR THRU 2420-EXIT
                  VARYING WS-AUTH-SUB FROM 1 BY 1
                    UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
           END-IF

           IF WS-HAS-SUBJECTS = 0
              PERFORM 2440-ADD-SUBJECT THRU 2440-EXIT
                  VARYING WS-SUBJ-SUB FROM 1 BY 1
                    UNTIL WS-SUBJ-SUB > WS-SUBJ-COUNT
           END-IF

           IF NOT CALL-NO-SET AND WS-AUTH-LINKED = 0
                              AND WS-SUBJ-LINKED = 0
              ADD 1 TO WS-UNCHANGED-COUNT
              GO TO 2400-EXIT
           END-IF

           MOVE WS-NEW-CALL-NO TO BOOKS-CALL-NO

           EXEC SQL
                UPDATE IBMUSER.BOOKS
                   SET CALL_NO        =   CASE WHEN :WS-CALL-SET-SW
                                                    = 'Y'
                                          THEN :BOOKS-CALL-NO
                                          ELSE CALL_NO END
                      ,CHANGE_SEQ     =   CHANGE_SEQ + 1
                 WHERE BOOK_ID        =   :BOOKS-BOOK-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    '2400-FILL-BOOK.'      TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           ADD 1              TO WS-FILLED-COUNT
           ADD WS-AUTH-LINKED TO WS-AUTHLINK-COUNT
           ADD WS-SUBJ-LINKED TO WS-SUBJLINK-COUNT
           IF CALL-NO-SET
              ADD 1 TO WS-CALLNO-COUNT
           END-IF

           MOVE 'U' TO BKAUD-ACTION
           PERFORM 2350-LOG-AUDIT        THRU 2350-EXIT
           PERFORM 2360-LOG-FIELD-IMAGES THRU 2360-EXIT
           .
       2400-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *AN AUTHOR NAME - REUSE THE AUTHORS ROW OF THAT NAME, OR ADD ONE--
      *(INSERT01'S A2310-GET-OR-ADD-AUTHOR), THEN LINK IT---------------
       2420-ADD-AUTHOR.
           MOVE WS-AUTH-NAME(WS-AUTH-SUB) TO AUTHR-NAME-TEXT
           MOVE LENGTH OF AUTHR-NAME-TEXT TO AUTHR-NAME-LEN

           EXEC SQL
                SELECT AUTHOR_ID
                INTO  :AUTHR-AUTHOR-ID
                FROM   IBMUSER.AUTHORS
                WHERE  NAME = :AUTHR-NAME
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    EXEC SQL
                         SELECT VALUE(MAX(AUTHOR_ID), 0)
                         INTO  :WS-MAX-AUTHOR-ID
                         FROM   IBMUSER.AUTHORS
                    END-EXEC

                    ADD 1 TO WS-MAX-AUTHOR-ID
                    MOVE WS-MAX-AUTHOR-ID TO AUTHR-AUTHOR-ID

                    EXEC SQL
                         INSERT INTO IBMUSER.AUTHORS
                                ( AUTHOR_ID, NAME )
                         VALUES ( :AUTHR-AUTHOR-ID, :AUTHR-NAME )
                    END-EXEC

                    IF SQLCODE NOT = 0
                       MOVE '2420-ADD-AUTHOR.'  TO ERR-LOC
                       MOVE  SQLCODE            TO ERR-CODE
                       MOVE  'Y'                TO ERROR-HANDLING
                       PERFORM XXXX-ERROR-HANDLING
                    END-IF
               WHEN OTHER
                    MOVE '2420-ADD-AUTHOR.'     TO ERR-LOC
                    MOVE  SQLCODE               TO ERR-CODE
                    MOVE  'Y'                   TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE AUTHR-AUTHOR-ID TO BKAUTH-AUTHOR-ID

           EXEC SQL
                INSERT INTO IBMUSER.BOOK_AUTHORS
                       ( BOOK_ID, AUTHOR_ID )
                VALUES ( :BKAUTH-BOOK-ID, :BKAUTH-AUTHOR-ID )
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD 1 TO WS-AUTH-LINKED
               WHEN SQLCODE = -803
                    CONTINUE
               WHEN OTHER
                    MOVE '2420-ADD-AUTHOR.'     TO ERR-LOC
                    MOVE  SQLCODE               TO ERR-CODE
                    MOVE  'Y'                   TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2420-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A SUBJECT HEADING - REUSE THE SUBJECTS ROW OF THAT NAME, OR ADD--
      *ONE UNDER THE NEXT 'SUBJID' KEY (AS SUBMNT01 DOES), THEN LINK IT-
       2440-ADD-SUBJECT.
           MOVE WS-SUBJ-HEADING(WS-SUBJ-SUB) TO SUBJ-NAME-TEXT
           MOVE LENGTH OF SUBJ-NAME-TEXT     TO SUBJ-NAME-LEN

           EXEC SQL
                SELECT SUBJECT_ID
                INTO  :SUBJ-SUBJECT-ID
                FROM   IBMUSER.SUBJECTS
                WHERE  NAME = :SUBJ-NAME
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    PERFORM 2445-NEW-SUBJECT THRU 2445-EXIT
               WHEN OTHER
                    MOVE '2440-ADD-SUBJECT.'    TO ERR-LOC
                    MOVE  SQLCODE               TO ERR-CODE
                    MOVE  'Y'                   TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE SUBJ-SUBJECT-ID TO BKSUB-SUBJECT-ID

           EXEC SQL
                INSERT INTO IBMUSER.BOOK_SUBJECTS
                       (BOOK_ID, SUBJECT_ID)
                VALUES (:BKSUB-BOOK-ID, :BKSUB-SUBJECT-ID)
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD 1 TO WS-SUBJ-LINKED
               WHEN SQLCODE = -803
                    CONTINUE
               WHEN OTHER
                    MOVE '2440-ADD-SUBJECT.'    TO ERR-LOC
                    MOVE  SQLCODE               TO ERR-CODE
                    MOVE  'Y'                   TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2440-EXIT.
           EXIT
           .
       2445-NEW-SUBJECT.
           MOVE 'SUBJID  ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(SUBJECT_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.SUBJECTS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '2445-NEW-SUBJECT.'    TO ERR-LOC
              MOVE  SQLCODE               TO ERR-CODE
              MOVE  'Y'                   TO ERROR-HANDLING
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT
           MOVE WS-NEXT-KEY-VALUE TO SUBJ-SUBJECT-ID

           EXEC SQL
                INSERT INTO IBMUSER.SUBJECTS
                       (SUBJECT_ID, NAME)
                VALUES (:SUBJ-SUBJECT-ID, :SUBJ-NAME)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '2445-NEW-SUBJECT.'    TO ERR-LOC
              MOVE  SQLCODE               TO ERR-CODE
              MOVE  'Y'                   TO ERROR-HANDLING
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       2445-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE FILLED BOOK - LOG THE AUDIT ROW (SAME SHAPE AS BKVLOAD1'S----
      *2350-LOG-AUDIT)--------------------------------------------------
       2350-LOG-AUDIT.
           EXEC SQL
                SELECT VALUE(MAX(AUDIT_ID), 0)
                INTO  :WS-NEXT-AUDIT-ID
                FROM   IBMUSER.BOOKS_AUDIT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    '2350-LOG-AUDIT.'    TO ERR-LOC
              MOVE     SQLCODE             TO ERR-CODE
              MOVE    'Y'                  TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           ADD 1 TO WS-NEXT-AUDIT-ID

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW   FROM TIME

           MOVE WS-TODAY-YYYY TO WS-AUD-DATE(1:4)
           MOVE '-'            TO WS-AUD-DATE(5:1)
           MOVE WS-TODAY-MM    TO WS-AUD-DATE(6:2)
           MOVE '-'            TO WS-AUD-DATE(8:1)
           MOVE WS-TODAY-DD    TO WS-AUD-DATE(9:2)

           MOVE WS-NOW-HH      TO WS-AUD-TIME(1:2)
           MOVE ':'            TO WS-AUD-TIME(3:1)
           MOVE WS-NOW-MN      TO WS-AUD-TIME(4:2)
           MOVE ':'            TO WS-AUD-TIME(6:1)
           MOVE WS-NOW-SS      TO WS-AUD-TIME(7:2)

           MOVE WS-NEXT-AUDIT-ID TO BKAUD-AUDIT-ID
           MOVE BOOKS-BOOK-ID    TO BKAUD-BOOK-ID
           MOVE WS-AUD-DATE      TO BKAUD-ACTION-DATE
           MOVE WS-AUD-TIME      TO BKAUD-ACTION-TIME

           EXEC SQL
                INSERT INTO IBMUSER.BOOKS_AUDIT
                       (AUDIT_ID, BOOK_ID, ACTION,
                        ACTION_DATE, ACTION_TIME)
                VALUES (:BKAUD-AUDIT-ID, :BKAUD-BOOK-ID, :BKAUD-ACTION,
                        :BKAUD-ACTION-DATE, :BKAUD-ACTION-TIME)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    '2350-LOG-AUDIT.'    TO ERR-LOC
              MOVE     SQLCODE             TO ERR-CODE
              MOVE    'Y'                  TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       2350-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *FIELD-LEVEL IMAGES - THE CALL NUMBER AS BEFORE/AFTER, AND HOW----
      *MANY AUTHORS AND HEADINGS THE RECORD LINKED (BOTH WERE NONE)-----
       2360-LOG-FIELD-IMAGES.
           MOVE WS-NEXT-AUDIT-ID TO BKAUF-AUDIT-ID

           IF CALL-NO-SET
              MOVE SPACES                TO BKAUF-OLD-VALUE
              MOVE SPACES                TO BKAUF-NEW-VALUE
              MOVE WS-NEW-CALL-NO        TO BKAUF-NEW-VALUE(1:15)
              MOVE 'CALL_NO'             TO BKAUF-COLUMN-NAME
              PERFORM Z9300-ONE-FIELD  THRU Z9300-EXIT
           END-IF

           IF WS-AUTH-LINKED > 0
              MOVE SPACES                TO BKAUF-OLD-VALUE
              MOVE SPACES                TO BKAUF-NEW-VALUE
              MOVE WS-AUTH-LINKED        TO WS-LINKED-ED
              STRING WS-LINKED-ED ' LINKED FROM MARC'
                     DELIMITED BY SIZE
                     INTO BKAUF-NEW-VALUE
              END-STRING
              MOVE 'AUTHORS'             TO BKAUF-COLUMN-NAME
              PERFORM Z9300-ONE-FIELD  THRU Z9300-EXIT
           END-IF

           IF WS-SUBJ-LINKED > 0
              MOVE SPACES                TO BKAUF-OLD-VALUE
              MOVE SPACES                TO BKAUF-NEW-VALUE
              MOVE WS-SUBJ-LINKED        TO WS-LINKED-ED
              STRING WS-LINKED-ED ' LINKED FROM MARC'
                     DELIMITED BY SIZE
                     INTO BKAUF-NEW-VALUE
              END-STRING
              MOVE 'SUBJECTS'            TO BKAUF-COLUMN-NAME
              PERFORM Z9300-ONE-FIELD  THRU Z9300-EXIT
           END-IF
           .
       2360-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE SUBFIELD OF WS-FIELD (PAST THE INDICATORS) INTO WS-SF-TEXT---
      *- UPPER-CASED, TRAILING ISBD PUNCTUATION DROPPED-----------------
       2500-GET-SUBFIELD.
           MOVE SPACES TO WS-SF-TEXT
           MOVE 0      TO WS-SF-LEN
           MOVE 'N'    TO WS-SF-FOUND-SW

           PERFORM 2510-SCAN-FIELD THRU 2510-EXIT
               VARYING WS-FP FROM 3 BY 1
                 UNTIL WS-FP > WS-FIELD-LEN
                    OR SF-FOUND

           IF NOT SF-FOUND
              GO TO 2500-EXIT
           END-IF

           INSPECT WS-SF-TEXT CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE 'N' TO WS-TRIM-DONE-SW
           PERFORM 2530-TRIM-ONE THRU 2530-EXIT UNTIL TRIM-DONE
           .
       2500-EXIT.
           EXIT
           .
       2510-SCAN-FIELD.
           IF WS-FIELD(WS-FP:1)     = WS-MARC-SD
              AND WS-FIELD(WS-FP + 1:1) = WS-WANT-CODE
              MOVE 'Y' TO WS-SF-FOUND-SW
              COMPUTE WS-CP-START = WS-FP + 2
              PERFORM 2520-COPY-CHAR THRU 2520-EXIT
                  VARYING WS-CP FROM WS-CP-START BY 1
                    UNTIL WS-CP > WS-FIELD-LEN
                       OR WS-FIELD(WS-CP:1) = WS-MARC-SD
           END-IF
           .
       2510-EXIT.
           EXIT
           .
       2520-COPY-CHAR.
           IF WS-SF-LEN < 200
              ADD  1                 TO WS-SF-LEN
              MOVE WS-FIELD(WS-CP:1) TO WS-SF-TEXT(WS-SF-LEN:1)
           END-IF
           .
       2520-EXIT.
           EXIT
           .
       2530-TRIM-ONE.
           IF WS-SF-LEN < 1
              MOVE 'Y' TO WS-TRIM-DONE-SW
              GO TO 2530-EXIT
           END-IF

           EVALUATE WS-SF-TEXT(WS-SF-LEN:1)
               WHEN SPACE
               WHEN ','
               WHEN '.'
               WHEN '/'
               WHEN ':'
               WHEN ';'
                    MOVE SPACE TO WS-SF-TEXT(WS-SF-LEN:1)
                    SUBTRACT 1 FROM WS-SF-LEN
               WHEN OTHER
                    MOVE 'Y' TO WS-TRIM-DONE-SW
           END-EVALUATE
           .
       2530-EXIT.
           EXIT
           .
       2900-WRITE-REJECT.
           IF NO-REJECTS-YET
              MOVE  1          TO WS-REJ-WRITTEN
              MOVE  WS-BREAKER TO OP-FIELDS
              WRITE OP-FIELDS
              MOVE  WS-HEADER  TO OP-FIELDS
              WRITE OP-FIELDS
              MOVE  WS-BREAKER TO OP-FIELDS
              WRITE OP-FIELDS
           END-IF

           MOVE  WS-REJECT-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           .
       2900-EXIT.
           EXIT
           .
       3000-CLOSE-FILES.
           DISPLAY 'START 3000-CLOSE-FILES'

           IF NO-REJECTS-YET
              MOVE  WS-BREAKER TO OP-FIELDS
              WRITE OP-FIELDS
              MOVE  WS-HEADER  TO OP-FIELDS
              WRITE OP-FIELDS
              MOVE  WS-BREAKER TO OP-FIELDS
              WRITE OP-FIELDS
           END-IF

           MOVE WS-READ-COUNT      TO WS-TR-READ
           MOVE WS-FILLED-COUNT    TO WS-TR-FILLED
           MOVE WS-UNCHANGED-COUNT TO WS-TR-UNCHANGED
           MOVE WS-REJECT-COUNT    TO WS-TR-REJECT
           MOVE WS-CALLNO-COUNT    TO WS-TR-CALLNO
           MOVE WS-AUTHLINK-COUNT  TO WS-TR-AUTHORS
           MOVE WS-SUBJLINK-COUNT  TO WS-TR-SUBJECTS
           MOVE WS-SPACES       TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE WS-TRAILER      TO OP-FIELDS
           WRITE OP-FIELDS

           CLOSE MARC-IN
           CLOSE PRT-REJECT

           DISPLAY 'RECORDS READ:      ' WS-READ-COUNT
           DISPLAY 'BOOKS FILLED:      ' WS-FILLED-COUNT
           DISPLAY 'BOOKS UNCHANGED:   ' WS-UNCHANGED-COUNT
           DISPLAY 'RECORDS REJECTED:  ' WS-REJECT-COUNT

           DISPLAY 'END 3000-CLOSE-FILES'
           .
       3000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE LOAD IS DONE - DROP THE BATCH-MAINTENANCE STATE SO THE-------
      *ONLINE MAINTENANCE PATHS OPEN BACK UP----------------------------
       3400-CLEAR-BATCH-LOCK.
           MOVE 'BATCHLOK' TO SETTG-SETTING-ID
           MOVE 'N'        TO SETTG-SETTING-VALUE

           EXEC SQL
                UPDATE IBMUSER.LIB_SETTINGS
                SET    SETTING_VALUE = :SETTG-SETTING-VALUE
                WHERE  SETTING_ID    = :SETTG-SETTING-ID
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR CLEARING BATCH LOCK: ' SQLCODE
           ELSE
              CONTINUE
           END-IF

           EXEC SQL
                COMMIT
           END-EXEC
           .
       3400-EXIT.
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
      *ONE FIELD-LEVEL AUDIT IMAGE - A ROW IS ONLY WRITTEN WHEN THE-----
      *VALUE ACTUALLY CHANGED (SEE UPDATE01'S A1228-ONE-FIELD)----------
       Z9300-ONE-FIELD.
           IF BKAUF-OLD-VALUE = BKAUF-NEW-VALUE
              GO TO Z9300-EXIT
           END-IF

           EXEC SQL
                INSERT INTO IBMUSER.BOOKS_AUDIT_FLD
                       (AUDIT_ID, COLUMN_NAME, OLD_VALUE, NEW_VALUE)
                VALUES (:BKAUF-AUDIT-ID, :BKAUF-COLUMN-NAME,
                        :BKAUF-OLD-VALUE, :BKAUF-NEW-VALUE)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   'Z9300-ONE-FIELD'   TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       Z9300-EXIT.
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
           MOVE 'MARCIMP '   TO ERRLG-PROGRAM
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
           MOVE 'MARCIMP ' TO BRUN-JOB-NAME

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
              CLOSE MARC-IN
              CLOSE PRT-REJECT
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
