      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MARCEXP.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- MARC 21 BIBLIOGRAPHIC EXPORT OF THE CATALOG FOR UNION     *
      * CATALOGS, DISCOVERY LAYERS AND OTHER LIBRARY SYSTEMS. ONE     *
      * ISO 2709 RECORD (LEADER, DIRECTORY, FIELDS) IS WRITTEN PER    *
      * BOOK TO MARCOUT, ONE MARC RECORD PER VARIABLE-LENGTH RECORD:  *
      *    001 BOOK_ID          005 RUN STAMP    008 DATES/DEFAULTS   *
      *    003 'MARCORG' SETTING, WHEN THERE IS ONE                   *
      *    020 ISBN             090 CALL_NO (LOCAL CALL NUMBER)       *
      *    100/700 BOOK_AUTHORS NAMES (FIRST AS MAIN ENTRY)           *
      *    245 TITLE            264 PUBLISHER NAME AND YEAR           *
      *    300 TOTAL_PAGES      490 SERIES NAME AND VOLUME_NO         *
      *    650 BOOK_SUBJECTS HEADINGS     655 GENRE NAME              *
      *                                                               *
      * --- WITH NO PARM EVERY ACTIVE BOOK IS EXPORTED (STATUS 'N'    *
      * IN THE LEADER) AND THE DELTA HIGH-WATER MARK ('MARCHWM' ON    *
      * LIB_SETTINGS) IS RESET TO THE TOP OF BOOKS_AUDIT AS IT STOOD  *
      * WHEN THE RUN STARTED. A PARM OF 'DELTA' EXPORTS ONLY THE      *
      * BOOKS WITH BOOKS_AUDIT INSERT/UPDATE/DELETE ROWS PAST THE     *
      * MARK (CONSFEED'S IDIOM), ONCE EACH, IN THEIR CURRENT STATE -  *
      * STATUS 'N' WHEN THE BOOK WAS ADDED IN THE SPAN, 'D' WHEN IT   *
      * IS NOW SOFT-DELETED, OTHERWISE 'C'. A BOOK SINCE PURGED IS    *
      * SKIPPED WITH A COUNT. THE MARK ONLY MOVES ONCE THE FILE IS    *
      * COMPLETE, SO AN ABEND RESENDS RATHER THAN LOSES CHANGES.      *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- MARCIMP  > LOADS VENDOR MARC RECORDS (COPY CATALOGING)  *
      *    -- CONSFEED > SAME BOOKS_AUDIT HIGH-WATER-MARK CONVENTION  *
      *    -- BKVSMEXT > SAME FULL / 'DELTA' PARM CONVENTION          *
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
           SELECT MARC-OUT ASSIGN TO MARCOUT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  MARC-OUT
           RECORD IS VARYING IN SIZE FROM 24 TO 4000 CHARACTERS
               DEPENDING ON WS-MARC-LEN
           RECORDING MODE V.
       01  MARC-REC PIC X(4000).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      *ISO 2709 DELIMITERS AND THE FIXED PARTS OF THE LEADER------------
       01  WS-MARC-CONSTANTS.
           05  WS-MARC-SD          PIC X(001) VALUE X'1F'             .
           05  WS-MARC-FT          PIC X(001) VALUE X'1E'             .
           05  WS-MARC-RT          PIC X(001) VALUE X'1D'             .

       01  WS-LEADER.
           05  WS-LDR-REC-LEN      PIC 9(005)                         .
           05  WS-LDR-STATUS       PIC X(001)                         .
           05  FILLER              PIC X(004) VALUE 'am  '            .
           05  FILLER              PIC X(002) VALUE '22'              .
           05  WS-LDR-BASE         PIC 9(005)                         .
           05  FILLER              PIC X(003) VALUE '7  '             .
           05  FILLER              PIC X(004) VALUE '4500'            .

      *-----------------------------------------------------------------
      *008 - DATE ENTERED, SINGLE PUBLICATION DATE, COUNTRY AND---------
      *LANGUAGE UNKNOWN, NOT A CONFERENCE/FESTSCHRIFT, NO INDEX---------
       01  WS-008.
           05  WS-008-ENTERED      PIC X(006)                         .
           05  FILLER              PIC X(001) VALUE 's'               .
           05  WS-008-YEAR         PIC X(004)                         .
           05  FILLER              PIC X(004) VALUE ALL SPACES        .
           05  FILLER              PIC X(003) VALUE 'xx '             .
           05  FILLER              PIC X(011) VALUE ALL SPACES        .
           05  FILLER              PIC X(003) VALUE '000'             .
           05  FILLER              PIC X(001) VALUE SPACE             .
           05  FILLER              PIC X(002) VALUE '||'              .
           05  FILLER              PIC X(003) VALUE 'und'             .
           05  FILLER              PIC X(001) VALUE SPACE             .
           05  FILLER              PIC X(001) VALUE 'd'               .

      *-----------------------------------------------------------------
      *THE RECORD BEING BUILT - DIRECTORY ENTRIES AND FIELD DATA--------
       01  WS-DIRECTORY.
           05  WS-DIR-ENTRY        OCCURS 60 TIMES.
               10  WS-DIR-TAG      PIC X(003)                         .
               10  WS-DIR-LEN      PIC 9(004)                         .
               10  WS-DIR-START    PIC 9(005)                         .

       01  WS-DATA                 PIC X(3200)                        .

       01  WS-BUILD-VARS.
           05  WS-MARC-LEN         PIC 9(005) COMP                    .
           05  WS-DIR-COUNT        PIC S9(04) COMP                    .
           05  WS-DIR-BYTES        PIC S9(04) COMP                    .
           05  WS-DATA-LEN         PIC S9(04) COMP                    .
           05  WS-BASE-ADDR        PIC S9(04) COMP                    .
           05  WS-FLD-TAG          PIC X(003)                         .
           05  WS-FLD-IND          PIC X(002)                         .
           05  WS-FIELD            PIC X(400)                         .
           05  WS-FIELD-LEN        PIC S9(04) COMP                    .
           05  WS-FIELD-SUBS       PIC S9(04) COMP                    .
           05  WS-SF-CODE          PIC X(001)                         .
           05  WS-SF-TEXT          PIC X(200)                         .
           05  WS-SF-LEN           PIC S9(04) COMP                    .
           05  WS-SUB              PIC S9(04) COMP                    .
           05  WS-LEAD             PIC S9(04) COMP                    .
           05  WS-AUTH-SEEN        PIC S9(04) COMP                    .
           05  WS-CTL-NO           PIC 9(005)                         .
           05  WS-PAGES-ED         PIC ZZZ9                           .
           05  WS-VOLUME-ED        PIC ZZZ9                           .
           05  WS-TRUNC-SW         PIC X(001)                         .
               88  RECORD-TRUNCATED           VALUE 'Y'               .
           05  WS-END-LIST-SW      PIC X(001)                         .
               88  END-OF-LIST                VALUE 'Y'               .

       01  WS-BOOK-VARS.
           05  WS-BK-STATUS        PIC X(001)                         .
           05  WS-BK-DELETED       PIC X(001)                         .
           05  WS-BK-CALL-NO       PIC X(015)                         .
           05  WS-BK-SERIES-ID     PIC S9(04) COMP                    .
           05  WS-BK-VOLUME-NO     PIC S9(04) COMP                    .
           05  WS-BK-ENTERED       PIC X(026)                         .
           05  WS-ROW-HWM          PIC S9(09) COMP                    .
           05  WS-ROW-INSERTS      PIC S9(09) COMP                    .

       01  WS-VARS.
           05  WS-SENT-COUNT       PIC  9(05) VALUE 0                 .
           05  WS-DELETED-COUNT    PIC  9(05) VALUE 0                 .
           05  WS-SKIPPED-COUNT    PIC  9(05) VALUE 0                 .
           05  WS-TRUNC-COUNT      PIC  9(05) VALUE 0                 .
           05  WS-HWM-AUDIT-ID     PIC S9(09) COMP VALUE 0            .
           05  WS-NEW-HWM          PIC S9(09) COMP VALUE 0            .
           05  WS-NEW-HWM-X        PIC 9(09)                          .
           05  WS-HWM-FOUND        PIC  X     VALUE 'N'               .
               88  HWM-ROW-EXISTS             VALUE 'Y'               .
           05  WS-MODE-SW          PIC  X     VALUE 'F'               .
               88  DELTA-MODE                 VALUE 'D'               .
           05  WS-ORG-CODE         PIC X(010) VALUE SPACES            .
           05  WS-STAMP-005        PIC X(016)                         .
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
              INCLUDE DCLBOOKS
           END-EXEC.

           EXEC SQL
              INCLUDE DCLAUTHR
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSUBJ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLPUBLR
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSERIE
           END-EXEC.

           EXEC SQL
              INCLUDE DCLGENRE
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSETTG
           END-EXEC.

      *-----------------------------------------------------------------
      *FULL MODE - EVERY ACTIVE BOOK------------------------------------
           EXEC SQL DECLARE  E1_CURSOR CURSOR FOR
                SELECT BOOK_ID
                FROM   IBMUSER.BOOKS
                WHERE  DELETED_FLAG <> 'Y'
                ORDER BY BOOK_ID
           END-EXEC.

      *-----------------------------------------------------------------
      *DELTA MODE - EACH BOOK CHANGED SINCE THE MARK, ONCE, WITH THE----
      *LAST AUDIT ID SEEN FOR IT AND WHETHER IT WAS ADDED IN THE SPAN---
           EXEC SQL DECLARE  E2_CURSOR CURSOR FOR
                SELECT BOOK_ID,
                       MAX(AUDIT_ID),
                       SUM(CASE WHEN ACTION = 'I' THEN 1 ELSE 0 END)
                FROM   IBMUSER.BOOKS_AUDIT
                WHERE  AUDIT_ID > :WS-HWM-AUDIT-ID
                AND    ACTION IN ('I', 'U', 'D')
                GROUP BY BOOK_ID
                ORDER BY BOOK_ID
           END-EXEC.

      *-----------------------------------------------------------------
      *THE BOOK'S AUTHORS - THE LOWEST AUTHOR ID IS THE MAIN ENTRY------
           EXEC SQL DECLARE  EA_CURSOR CURSOR FOR
                SELECT A.NAME
                FROM   IBMUSER.BOOK_AUTHORS BA
                       INNER JOIN IBMUSER.AUTHORS A
                          ON A.AUTHOR_ID = BA.AUTHOR_ID
                WHERE  BA.BOOK_ID = :BOOKS-BOOK-ID
                ORDER BY A.AUTHOR_ID
           END-EXEC.

           EXEC SQL DECLARE  ES_CURSOR CURSOR FOR
                SELECT S.NAME
                FROM   IBMUSER.BOOK_SUBJECTS BS
                       INNER JOIN IBMUSER.SUBJECTS S
                          ON S.SUBJECT_ID = BS.SUBJECT_ID
                WHERE  BS.BOOK_ID = :BOOKS-BOOK-ID
                ORDER BY S.NAME
           END-EXEC.

      *-----------------------------------------------------------------
      *PARM PASSED FROM THE DSN RUN COMMAND (SEE BKVSMEXT) - 'DELTA'----
      *EXPORTS JUST THE CHANGES SINCE THE LAST RUN, ANYTHING ELSE (OR---
      *NO PARM) IS THE FULL EXPORT--------------------------------------
       LINKAGE SECTION.
       01  WS-PARM-LINK.
           05  WS-PARM-LEN             PIC S9(4) COMP                 .
           05  WS-PARM-TEXT.
               10  WS-PARM-MODE        PIC X(005)                     .
                   88  DELTA-RUN                  VALUE 'DELTA'       .

      *------------------
       PROCEDURE DIVISION USING WS-PARM-LINK.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'.
           PERFORM Z9100-OPEN-RUN     THRU Z9100-EXIT.
           PERFORM 0600-SET-RUN-STAMP THRU 0600-EXIT.
           PERFORM 0700-GET-HWM       THRU 0700-EXIT.
           PERFORM 0800-GET-ORG       THRU 0800-EXIT.

           IF WS-PARM-LEN > 0 AND DELTA-RUN
              MOVE 'D' TO WS-MODE-SW
              DISPLAY 'DELTA EXPORT'
           ELSE
              PERFORM 0750-TOP-OF-AUDIT THRU 0750-EXIT
              DISPLAY 'FULL EXPORT'
           END-IF.

           PERFORM 1000-OPEN-SQL  THRU 1000-EXIT.
           PERFORM 2000-FETCH     THRU 2000-EXIT.
           PERFORM 3000-CLOSE-SQL THRU 3000-EXIT.

           IF NOT SOME-ERROR
              PERFORM 3500-SAVE-HWM THRU 3500-EXIT
           END-IF.
           PERFORM Z9200-CLOSE-RUN THRU Z9200-EXIT.
           DISPLAY 'END 0000-MAIN-PROCESS'.
           STOP RUN.
       0000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *005 WANTS YYYYMMDDHHMMSS.F; 008 FALLS BACK ON THE RUN DATE-------
      *WHEN A BOOK HAS NO INSERT TIMESTAMP------------------------------
       0600-SET-RUN-STAMP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW   FROM TIME

           STRING WS-TODAY WS-NOW '.0'
                  DELIMITED BY SIZE
                  INTO WS-STAMP-005
           END-STRING
           .
       0600-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *PICK UP WHERE THE LAST EXPORT LEFT OFF - NO ROW MEANS NO EXPORT--
      *HAS RUN YET, SO A DELTA SENDS THE WHOLE AUDIT TRAIL--------------
       0700-GET-HWM.
           MOVE 'MARCHWM ' TO SETTG-SETTING-ID

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    SET HWM-ROW-EXISTS TO TRUE
                    COMPUTE WS-HWM-AUDIT-ID =
                            FUNCTION NUMVAL(SETTG-SETTING-VALUE)
               WHEN SQLCODE = 100
                    MOVE 0   TO WS-HWM-AUDIT-ID
                    MOVE 'N' TO WS-HWM-FOUND
               WHEN OTHER
                    MOVE   'Y'               TO ERROR-HANDLING
                    MOVE   '0700-GET-HWM'    TO ERR-LOC
                    MOVE    SQLCODE          TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE WS-HWM-AUDIT-ID TO WS-NEW-HWM

           DISPLAY 'MARC HIGH-WATER MARK: ' WS-HWM-AUDIT-ID
           .
       0700-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A FULL EXPORT CARRIES EVERYTHING - THE NEXT DELTA STARTS FROM----
      *THE TOP OF THE AUDIT TRAIL AS IT STANDS BEFORE THE EXTRACT, SO---
      *A CHANGE MADE WHILE THE EXPORT RUNS IS SENT AGAIN, NOT LOST------
       0750-TOP-OF-AUDIT.
           EXEC SQL
                SELECT VALUE(MAX(AUDIT_ID), 0)
                INTO  :WS-NEW-HWM
                FROM   IBMUSER.BOOKS_AUDIT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                  TO ERROR-HANDLING
              MOVE   '0750-TOP-OF-AUDIT'  TO ERR-LOC
              MOVE    SQLCODE             TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       0750-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE LIBRARY'S MARC ORGANIZATION CODE FOR 003 - NO 'MARCORG' ROW--
      *MEANS NO 003 IS WRITTEN------------------------------------------
       0800-GET-ORG.
           MOVE 'MARCORG ' TO SETTG-SETTING-ID

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE SETTG-SETTING-VALUE TO WS-ORG-CODE
               WHEN SQLCODE = 100
                    MOVE SPACES              TO WS-ORG-CODE
               WHEN OTHER
                    MOVE   'Y'               TO ERROR-HANDLING
                    MOVE   '0800-GET-ORG'    TO ERR-LOC
                    MOVE    SQLCODE          TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       0800-EXIT.
           EXIT
           .
       1000-OPEN-SQL.
           DISPLAY 'START 1000-OPEN-SQL'

           IF DELTA-MODE
              EXEC SQL
                   OPEN E2_CURSOR
              END-EXEC
           ELSE
              EXEC SQL
                   OPEN E1_CURSOR
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '1000-OPEN-SQL'     TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           OPEN OUTPUT MARC-OUT

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
           IF DELTA-MODE
              EXEC SQL
                   FETCH E2_CURSOR INTO :BOOKS-BOOK-ID
                                       ,:WS-ROW-HWM
                                       ,:WS-ROW-INSERTS
              END-EXEC
           ELSE
              EXEC SQL
                   FETCH E1_CURSOR INTO :BOOKS-BOOK-ID
              END-EXEC
              MOVE 1 TO WS-ROW-INSERTS
              MOVE 0 TO WS-ROW-HWM
           END-IF

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD 1 TO WS-BRUN-COUNT
                    PERFORM 2200-BUILD-RECORD THRU 2200-EXIT
                    IF WS-ROW-HWM > WS-NEW-HWM
                       MOVE WS-ROW-HWM TO WS-NEW-HWM
                    END-IF
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
      *ONE BOOK - ITS CURRENT VALUES (A SOFT-DELETED ROW IS STILL ON----
      *FILE AND TRAVELS AS A 'D' RECORD; A PURGED ONE IS SKIPPED), THEN-
      *THE FIELDS IN TAG ORDER------------------------------------------
       2200-BUILD-RECORD.
           EXEC SQL
                SELECT B.TITLE, B.ISBN, B.TOTAL_PAGES,
                       B.PUBLISHER_DATE,
                       VALUE(B.CALL_NO, ' '),
                       VALUE(B.SERIES_ID, 0),
                       VALUE(B.VOLUME_NO, 0),
                       VALUE(B.DELETED_FLAG, 'N'),
                       VALUE(CHAR(B.INSERT_TIMESTAMP), ' '),
                       VALUE(P.NAME, ' '),
                       VALUE(S.NAME, ' '),
                       VALUE(G.NAME, ' ')
                INTO  :BOOKS-TITLE, :BOOKS-ISBN, :BOOKS-TOTAL-PAGES,
                      :BOOKS-PUBLISHER-DATE,
                      :WS-BK-CALL-NO,
                      :WS-BK-SERIES-ID,
                      :WS-BK-VOLUME-NO,
                      :WS-BK-DELETED,
                      :WS-BK-ENTERED,
                      :PUBLR-NAME,
                      :SERIE-NAME,
                      :GENRE-NAME
                FROM   IBMUSER.BOOKS B
                       LEFT OUTER JOIN IBMUSER.PUBLISHERS P
                          ON P.PUBLISHER_ID = B.PUBLISHER_ID
                       LEFT OUTER JOIN IBMUSER.SERIES S
                          ON S.SERIES_ID = B.SERIES_ID
                       LEFT OUTER JOIN IBMUSER.GENRES G
                          ON G.GENRE_ID = B.GENRE_ID
                WHERE  B.BOOK_ID = :BOOKS-BOOK-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    ADD  1                     TO WS-SKIPPED-COUNT
                    GO TO 2200-EXIT
               WHEN OTHER
                    MOVE   'Y'                 TO ERROR-HANDLING
                    MOVE   '2200-BUILD-RECORD' TO ERR-LOC
                    MOVE    SQLCODE            TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-BK-DELETED = 'Y'
                    MOVE 'd' TO WS-LDR-STATUS
                    ADD  1   TO WS-DELETED-COUNT
               WHEN WS-ROW-INSERTS > 0
                    MOVE 'n' TO WS-LDR-STATUS
               WHEN OTHER
                    MOVE 'c' TO WS-LDR-STATUS
           END-EVALUATE

           MOVE 0      TO WS-DIR-COUNT
                          WS-DATA-LEN
           MOVE 'N'    TO WS-TRUNC-SW
           MOVE SPACES TO WS-DATA

           PERFORM 2300-CONTROL-FIELDS THRU 2300-EXIT

           MOVE '020'  TO WS-FLD-TAG
           MOVE SPACES TO WS-FLD-IND
           PERFORM 2700-START-FIELD THRU 2700-EXIT
           MOVE 'a'    TO WS-SF-CODE
           MOVE SPACES TO WS-SF-TEXT
           IF BOOKS-ISBN-LEN > 0
              MOVE BOOKS-ISBN-TEXT(1:BOOKS-ISBN-LEN) TO WS-SF-TEXT
           END-IF
           PERFORM 2710-ADD-SUBFIELD THRU 2710-EXIT
           PERFORM 2800-ADD-FIELD    THRU 2800-EXIT

           MOVE '090'  TO WS-FLD-TAG
           PERFORM 2700-START-FIELD THRU 2700-EXIT
           MOVE 'a'            TO WS-SF-CODE
           MOVE WS-BK-CALL-NO  TO WS-SF-TEXT
           PERFORM 2710-ADD-SUBFIELD THRU 2710-EXIT
           PERFORM 2800-ADD-FIELD    THRU 2800-EXIT

           PERFORM 2400-AUTHOR-FIELDS THRU 2400-EXIT
           PERFORM 2500-TITLE-FIELDS  THRU 2500-EXIT
           PERFORM 2600-SUBJECT-FIELDS THRU 2600-EXIT
           PERFORM 2900-WRITE-RECORD  THRU 2900-EXIT
           .
       2200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *001 BOOK_ID, 003 ORGANIZATION, 005 RUN STAMP, 008 FIXED DATA-----
       2300-CONTROL-FIELDS.
           MOVE BOOKS-BOOK-ID TO WS-CTL-NO
           MOVE '001'         TO WS-FLD-TAG
           MOVE SPACES        TO WS-FIELD
           MOVE WS-CTL-NO     TO WS-FIELD(1:5)
           MOVE 5             TO WS-FIELD-LEN
           PERFORM 2800-ADD-FIELD THRU 2800-EXIT

           IF WS-ORG-CODE NOT = SPACES
              MOVE '003'       TO WS-FLD-TAG
              MOVE WS-ORG-CODE TO WS-SF-TEXT
              PERFORM 2720-TRIM-TEXT THRU 2720-EXIT
              MOVE SPACES      TO WS-FIELD
              MOVE WS-SF-TEXT(1:WS-SF-LEN) TO WS-FIELD
              MOVE WS-SF-LEN   TO WS-FIELD-LEN
              PERFORM 2800-ADD-FIELD THRU 2800-EXIT
           END-IF

           MOVE '005'        TO WS-FLD-TAG
           MOVE SPACES       TO WS-FIELD
           MOVE WS-STAMP-005 TO WS-FIELD(1:16)
           MOVE 16           TO WS-FIELD-LEN
           PERFORM 2800-ADD-FIELD THRU 2800-EXIT

           IF WS-BK-ENTERED(1:4) IS NUMERIC
              MOVE WS-BK-ENTERED(3:2)  TO WS-008-ENTERED(1:2)
              MOVE WS-BK-ENTERED(6:2)  TO WS-008-ENTERED(3:2)
              MOVE WS-BK-ENTERED(9:2)  TO WS-008-ENTERED(5:2)
           ELSE
              MOVE WS-TODAY(3:6)       TO WS-008-ENTERED
           END-IF

           IF BOOKS-PUBLISHER-DATE(1:4) IS NUMERIC
              MOVE BOOKS-PUBLISHER-DATE(1:4) TO WS-008-YEAR
           ELSE
              MOVE 'uuuu'                    TO WS-008-YEAR
           END-IF

           MOVE '008'        TO WS-FLD-TAG
           MOVE SPACES       TO WS-FIELD
           MOVE WS-008       TO WS-FIELD(1:40)
           MOVE 40           TO WS-FIELD-LEN
           PERFORM 2800-ADD-FIELD THRU 2800-EXIT
           .
       2300-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE FIRST AUTHOR IS THE 100 MAIN ENTRY, THE REST ARE 700 ADDED---
      *ENTRIES - ALL AS PERSONAL NAMES, SURNAME FIRST-------------------
       2400-AUTHOR-FIELDS.
           MOVE 0   TO WS-AUTH-SEEN
           MOVE 'N' TO WS-END-LIST-SW

           EXEC SQL
                OPEN EA_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                  TO ERROR-HANDLING
              MOVE   '2400-AUTHOR-FIELDS' TO ERR-LOC
              MOVE    SQLCODE             TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM 2410-ONE-AUTHOR THRU 2410-EXIT UNTIL END-OF-LIST

           EXEC SQL
                CLOSE EA_CURSOR
           END-EXEC
           .
       2400-EXIT.
           EXIT
           .
       2410-ONE-AUTHOR.
           EXEC SQL
                FETCH EA_CURSOR INTO :AUTHR-NAME
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE 'Y' TO WS-END-LIST-SW
                    GO TO 2410-EXIT
               WHEN OTHER
                    MOVE   'Y'                 TO ERROR-HANDLING
                    MOVE   '2410-ONE-AUTHOR'   TO ERR-LOC
                    MOVE    SQLCODE            TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           ADD 1 TO WS-AUTH-SEEN
           IF WS-AUTH-SEEN = 1
              MOVE '100' TO WS-FLD-TAG
           ELSE
              MOVE '700' TO WS-FLD-TAG
           END-IF

           MOVE '1 '   TO WS-FLD-IND
           PERFORM 2700-START-FIELD THRU 2700-EXIT
           MOVE 'a'    TO WS-SF-CODE
           MOVE SPACES TO WS-SF-TEXT
           IF AUTHR-NAME-LEN > 0
              MOVE AUTHR-NAME-TEXT(1:AUTHR-NAME-LEN) TO WS-SF-TEXT
           END-IF
           PERFORM 2710-ADD-SUBFIELD THRU 2710-EXIT
           PERFORM 2800-ADD-FIELD    THRU 2800-EXIT
           .
       2410-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *245 TITLE (ADDED ENTRY ONLY WHEN THERE IS AN AUTHOR MAIN ENTRY),-
      *264 PUBLICATION, 300 EXTENT, 490 SERIES STATEMENT----------------
       2500-TITLE-FIELDS.
           MOVE '245' TO WS-FLD-TAG
           IF WS-AUTH-SEEN > 0
              MOVE '10' TO WS-FLD-IND
           ELSE
              MOVE '00' TO WS-FLD-IND
           END-IF
           PERFORM 2700-START-FIELD THRU 2700-EXIT
           MOVE 'a'    TO WS-SF-CODE
           MOVE SPACES TO WS-SF-TEXT
           IF BOOKS-TITLE-LEN > 0
              MOVE BOOKS-TITLE-TEXT(1:BOOKS-TITLE-LEN) TO WS-SF-TEXT
           END-IF
           PERFORM 2710-ADD-SUBFIELD THRU 2710-EXIT
           PERFORM 2800-ADD-FIELD    THRU 2800-EXIT

           MOVE '264'  TO WS-FLD-TAG
           MOVE ' 1'   TO WS-FLD-IND
           PERFORM 2700-START-FIELD THRU 2700-EXIT
           MOVE 'b'    TO WS-SF-CODE
           MOVE SPACES TO WS-SF-TEXT
           IF PUBLR-NAME-LEN > 0
              MOVE PUBLR-NAME-TEXT(1:PUBLR-NAME-LEN) TO WS-SF-TEXT
           END-IF
           PERFORM 2710-ADD-SUBFIELD THRU 2710-EXIT
           MOVE 'c'    TO WS-SF-CODE
           MOVE SPACES TO WS-SF-TEXT
           IF BOOKS-PUBLISHER-DATE(1:4) IS NUMERIC
              MOVE BOOKS-PUBLISHER-DATE(1:4) TO WS-SF-TEXT
           END-IF
           PERFORM 2710-ADD-SUBFIELD THRU 2710-EXIT
           PERFORM 2800-ADD-FIELD    THRU 2800-EXIT

           MOVE '300'  TO WS-FLD-TAG
           MOVE SPACES TO WS-FLD-IND
           PERFORM 2700-START-FIELD THRU 2700-EXIT
           MOVE 'a'    TO WS-SF-CODE
           MOVE SPACES TO WS-SF-TEXT
           IF BOOKS-TOTAL-PAGES > 0
              MOVE BOOKS-TOTAL-PAGES TO WS-PAGES-ED
              MOVE 0                 TO WS-LEAD
              INSPECT WS-PAGES-ED TALLYING WS-LEAD FOR LEADING SPACES
              STRING WS-PAGES-ED(WS-LEAD + 1:4 - WS-LEAD) ' P.'
                     DELIMITED BY SIZE
                     INTO WS-SF-TEXT
              END-STRING
           END-IF
           PERFORM 2710-ADD-SUBFIELD THRU 2710-EXIT
           PERFORM 2800-ADD-FIELD    THRU 2800-EXIT

           IF WS-BK-SERIES-ID > 0
              MOVE '490'  TO WS-FLD-TAG
              MOVE '0 '   TO WS-FLD-IND
              PERFORM 2700-START-FIELD THRU 2700-EXIT
              MOVE 'a'    TO WS-SF-CODE
              MOVE SPACES TO WS-SF-TEXT
              IF SERIE-NAME-LEN > 0
                 MOVE SERIE-NAME-TEXT(1:SERIE-NAME-LEN) TO WS-SF-TEXT
              END-IF
              PERFORM 2710-ADD-SUBFIELD THRU 2710-EXIT
              MOVE 'v'    TO WS-SF-CODE
              MOVE SPACES TO WS-SF-TEXT
              IF WS-BK-VOLUME-NO > 0
                 MOVE WS-BK-VOLUME-NO TO WS-VOLUME-ED
                 MOVE 0               TO WS-LEAD
                 INSPECT WS-VOLUME-ED TALLYING WS-LEAD
                         FOR LEADING SPACES
                 STRING 'V. ' WS-VOLUME-ED(WS-LEAD + 1:4 - WS-LEAD)
                        DELIMITED BY SIZE
                        INTO WS-SF-TEXT
                 END-STRING
              END-IF
              PERFORM 2710-ADD-SUBFIELD THRU 2710-EXIT
              PERFORM 2800-ADD-FIELD    THRU 2800-EXIT
           END-IF
           .
       2500-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *650 FOR EACH SUBJECT HEADING, 655 FOR THE GENRE - BOTH AS LOCAL--
      *TERMS (SECOND INDICATOR 4, NO THESAURUS NAMED)-------------------
       2600-SUBJECT-FIELDS.
           MOVE 'N' TO WS-END-LIST-SW

           EXEC SQL
                OPEN ES_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                   TO ERROR-HANDLING
              MOVE   '2600-SUBJECT-FIELDS' TO ERR-LOC
              MOVE    SQLCODE              TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM 2610-ONE-SUBJECT THRU 2610-EXIT UNTIL END-OF-LIST

           EXEC SQL
                CLOSE ES_CURSOR
           END-EXEC

           MOVE '655'  TO WS-FLD-TAG
           MOVE ' 4'   TO WS-FLD-IND
           PERFORM 2700-START-FIELD THRU 2700-EXIT
           MOVE 'a'    TO WS-SF-CODE
           MOVE SPACES TO WS-SF-TEXT
           IF GENRE-NAME-LEN > 0
              MOVE GENRE-NAME-TEXT(1:GENRE-NAME-LEN) TO WS-SF-TEXT
           END-IF
           PERFORM 2710-ADD-SUBFIELD THRU 2710-EXIT
           PERFORM 2800-ADD-FIELD    THRU 2800-EXIT
           .
       2600-EXIT.
           EXIT
           .
       2610-ONE-SUBJECT.
           EXEC SQL
                FETCH ES_CURSOR INTO :SUBJ-NAME
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE 'Y' TO WS-END-LIST-SW
                    GO TO 2610-EXIT
               WHEN OTHER
                    MOVE   'Y'                 TO ERROR-HANDLING
                    MOVE   '2610-ONE-SUBJECT'  TO ERR-LOC
                    MOVE    SQLCODE            TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE '650'  TO WS-FLD-TAG
           MOVE ' 4'   TO WS-FLD-IND
           PERFORM 2700-START-FIELD THRU 2700-EXIT
           MOVE 'a'    TO WS-SF-CODE
           MOVE SPACES TO WS-SF-TEXT
           IF SUBJ-NAME-LEN > 0
              MOVE SUBJ-NAME-TEXT(1:SUBJ-NAME-LEN) TO WS-SF-TEXT
           END-IF
           PERFORM 2710-ADD-SUBFIELD THRU 2710-EXIT
           PERFORM 2800-ADD-FIELD    THRU 2800-EXIT
           .
       2610-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A DATA FIELD STARTS WITH ITS TWO INDICATORS----------------------
       2700-START-FIELD.
           MOVE SPACES     TO WS-FIELD
           MOVE WS-FLD-IND TO WS-FIELD(1:2)
           MOVE 2          TO WS-FIELD-LEN
           MOVE 0          TO WS-FIELD-SUBS
           .
       2700-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *APPEND DELIMITER, CODE AND THE TRIMMED TEXT - A BLANK VALUE------
      *ADDS NO SUBFIELD, AN OVERLONG ONE IS CUT TO WHAT FITS------------
       2710-ADD-SUBFIELD.
           PERFORM 2720-TRIM-TEXT THRU 2720-EXIT

           IF WS-SF-LEN = 0
              GO TO 2710-EXIT
           END-IF

           IF WS-FIELD-LEN + WS-SF-LEN + 2 > 400
              COMPUTE WS-SF-LEN = 400 - WS-FIELD-LEN - 2
              IF WS-SF-LEN < 1
                 GO TO 2710-EXIT
              END-IF
           END-IF

           MOVE WS-MARC-SD TO WS-FIELD(WS-FIELD-LEN + 1:1)
           MOVE WS-SF-CODE TO WS-FIELD(WS-FIELD-LEN + 2:1)
           MOVE WS-SF-TEXT(1:WS-SF-LEN)
             TO WS-FIELD(WS-FIELD-LEN + 3:WS-SF-LEN)
           COMPUTE WS-FIELD-LEN = WS-FIELD-LEN + WS-SF-LEN + 2
           ADD 1 TO WS-FIELD-SUBS
           .
       2710-EXIT.
           EXIT
           .
       2720-TRIM-TEXT.
           MOVE 0 TO WS-SF-LEN
           PERFORM 2725-BACK-UP THRU 2725-EXIT
               VARYING WS-SUB FROM 200 BY -1
                 UNTIL WS-SUB < 1
                    OR WS-SF-LEN > 0
           .
       2720-EXIT.
           EXIT
           .
       2725-BACK-UP.
           IF WS-SF-TEXT(WS-SUB:1) NOT = SPACE
              MOVE WS-SUB TO WS-SF-LEN
           END-IF
           .
       2725-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *FILE THE FIELD - A DIRECTORY ENTRY (TAG, LENGTH WITH ITS---------
      *TERMINATOR, OFFSET INTO THE DATA) AND THE DATA ITSELF. A DATA----
      *FIELD WITH NO SUBFIELDS IS DROPPED; A BOOK THAT WILL NOT FIT-----
      *KEEPS ITS FIRST FIELDS AND IS COUNTED AS TRUNCATED---------------
       2800-ADD-FIELD.
           IF WS-FLD-TAG > '009' AND WS-FIELD-SUBS = 0
              GO TO 2800-EXIT
           END-IF

           IF WS-DIR-COUNT NOT < 60
              OR WS-DATA-LEN + WS-FIELD-LEN + 1 > 3200
              MOVE 'Y' TO WS-TRUNC-SW
              GO TO 2800-EXIT
           END-IF

           ADD 1                 TO WS-DIR-COUNT
           MOVE WS-FLD-TAG       TO WS-DIR-TAG(WS-DIR-COUNT)
           COMPUTE WS-DIR-LEN(WS-DIR-COUNT) = WS-FIELD-LEN + 1
           MOVE WS-DATA-LEN      TO WS-DIR-START(WS-DIR-COUNT)

           MOVE WS-FIELD(1:WS-FIELD-LEN)
             TO WS-DATA(WS-DATA-LEN + 1:WS-FIELD-LEN)
           MOVE WS-MARC-FT
             TO WS-DATA(WS-DATA-LEN + WS-FIELD-LEN + 1:1)
           COMPUTE WS-DATA-LEN = WS-DATA-LEN + WS-FIELD-LEN + 1
           .
       2800-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *LEADER, DIRECTORY AND ITS TERMINATOR, THE FIELDS, AND THE--------
      *RECORD TERMINATOR - THE LEADER CARRIES THE TOTAL LENGTH AND------
      *WHERE THE FIELDS START-------------------------------------------
       2900-WRITE-RECORD.
           COMPUTE WS-DIR-BYTES = WS-DIR-COUNT * 12
           COMPUTE WS-BASE-ADDR = 24 + WS-DIR-BYTES + 1
           COMPUTE WS-MARC-LEN  = WS-BASE-ADDR + WS-DATA-LEN + 1

           MOVE WS-MARC-LEN    TO WS-LDR-REC-LEN
           MOVE WS-BASE-ADDR   TO WS-LDR-BASE

           MOVE SPACES         TO MARC-REC
           MOVE WS-LEADER      TO MARC-REC(1:24)
           MOVE WS-DIRECTORY(1:WS-DIR-BYTES)
             TO MARC-REC(25:WS-DIR-BYTES)
           MOVE WS-MARC-FT     TO MARC-REC(WS-BASE-ADDR:1)
           MOVE WS-DATA(1:WS-DATA-LEN)
             TO MARC-REC(WS-BASE-ADDR + 1:WS-DATA-LEN)
           MOVE WS-MARC-RT     TO MARC-REC(WS-MARC-LEN:1)

           WRITE MARC-REC
           ADD 1 TO WS-SENT-COUNT

           IF RECORD-TRUNCATED
              ADD 1 TO WS-TRUNC-COUNT
              DISPLAY 'RECORD TRUNCATED FOR BOOK ID: ' WS-CTL-NO
           END-IF
           .
       2900-EXIT.
           EXIT
           .
       3000-CLOSE-SQL.
           DISPLAY 'START 3000-CLOSE-SQL'
           CLOSE MARC-OUT

           IF DELTA-MODE
              EXEC SQL
                   CLOSE E2_CURSOR
              END-EXEC
           ELSE
              EXEC SQL
                   CLOSE E1_CURSOR
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR CLOSE CURSOR'
           ELSE
              CONTINUE
           END-IF

           DISPLAY 'RECORDS WRITTEN:   ' WS-SENT-COUNT
           DISPLAY 'DELETES WRITTEN:   ' WS-DELETED-COUNT
           DISPLAY 'BOOKS SKIPPED:     ' WS-SKIPPED-COUNT
           DISPLAY 'RECORDS TRUNCATED: ' WS-TRUNC-COUNT

           DISPLAY 'END 3000-CLOSE-SQL'
           .
       3000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE FILE IS COMPLETE - ONLY NOW DOES THE MARK MOVE (SAME---------
      *CONVENTION AS CONSFEED'S 3500-SAVE-HWM)--------------------------
       3500-SAVE-HWM.
           MOVE 'MARCHWM ' TO SETTG-SETTING-ID
           MOVE WS-NEW-HWM   TO WS-NEW-HWM-X
           MOVE WS-NEW-HWM-X TO SETTG-SETTING-VALUE

           EVALUATE TRUE
               WHEN HWM-ROW-EXISTS
                    EXEC SQL
                         UPDATE IBMUSER.LIB_SETTINGS
                         SET    SETTING_VALUE = :SETTG-SETTING-VALUE
                         WHERE  SETTING_ID    = :SETTG-SETTING-ID
                    END-EXEC
               WHEN OTHER
                    EXEC SQL
                         INSERT INTO IBMUSER.LIB_SETTINGS
                                (SETTING_ID, SETTING_VALUE)
                         VALUES (:SETTG-SETTING-ID,
                                 :SETTG-SETTING-VALUE)
                    END-EXEC
           END-EVALUATE

           IF SQLCODE NOT = 0
              MOVE   'Y'               TO ERROR-HANDLING
              MOVE   '3500-SAVE-HWM'   TO ERR-LOC
              MOVE    SQLCODE          TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                COMMIT
           END-EXEC

           DISPLAY 'NEW HIGH-WATER MARK: ' WS-NEW-HWM
           .
       3500-EXIT.
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
           MOVE 'MARCEXP '   TO ERRLG-PROGRAM
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
           MOVE 'MARCEXP ' TO BRUN-JOB-NAME

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
              CLOSE MARC-OUT
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
