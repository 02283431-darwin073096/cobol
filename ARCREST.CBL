      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ARCREST.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- ON-DEMAND LIST AND RESTORE OF ONE ARCHIVE GENERATION      *
      * WRITTEN BY BKPURGE OR RETPURGE. THE JCL POINTS THE ARCHIVE'S  *
      * DD AT THE GENERATION WANTED (RELATIVE OR ABSOLUTE GDG NAME);  *
      * THE PARM SAYS WHICH ARCHIVE IT IS AND WHAT TO DO WITH IT:     *
      *    -- BOK > ARCBOOK BOOKS AND BOOK_AUTHORS                    *
      *                     (BOOK_ID, DELETED_DATE)                   *
      *    -- AUD > ARCAUD  BOOKS_AUDIT     (AUDIT_ID, ACTION_DATE)   *
      *    -- RAT > ARCRAT  BOOK_RATINGS    (RATING_ID, CHANGE_DATE)  *
      *    -- RPT > ARCRPT  RPT_RUN_HISTORY (RUN_ID, RUN_DATE)        *
      *    -- CPH > ARCCPH  COPY_HISTORY    (ACCESSION_NO,            *
      *                                      CHANGE_DATE)             *
      * MODE 'L' (THE DEFAULT) IS A READ-ONLY SEARCH - EVERY SELECTED *
      * ROW IS LISTED WITH WHETHER IT COULD GO BACK. MODE 'R' PUTS    *
      * THE SELECTED ROWS BACK. ROWS ARE SELECTED BY A KEY RANGE      *
      * AND/OR A DATE RANGE (THE KEY AND DATE IN BRACKETS ABOVE - A   *
      * BLANK BOUND IS OPEN, A NUMERIC KEY IS GIVEN AS FOUR DIGITS).  *
      * A ROW IS REFUSED WHEN ITS KEY IS ALREADY ON FILE; A BOOK IS   *
      * ALSO REFUSED WHEN ITS PUBLISHER, GENRE OR ANY OF ITS AUTHORS  *
      * HAS GONE SINCE (RISWEEP WOULD FLAG IT). A BOOK COMES BACK     *
      * UNDELETED WITH ITS AUTHOR LINKS, NO COPIES, A REBUILT SORT    *
      * TITLE AND TITLE-WORD INDEX, AND A FRESH 'R' AUDIT ROW. A BOOK *
      * FROM A GENERATION WRITTEN BEFORE BKPURGE ADDED THE 'D' DETAIL *
      * RECORD COMES BACK WITH DEFAULTS FOR THE COLUMNS ONLY THAT     *
      * RECORD CARRIES. EACH BOOK OR ROW IS ITS OWN UNIT OF WORK.     *
      * RSTOUT LISTS EVERY SELECTED ROW - RESTORED OR REFUSED AND WHY *
      * - WITH THE COUNTS.                                            *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- BKPURGE  > WRITES THE ARCBOOK GENERATIONS               *
      *    -- RETPURGE > WRITES THE ARCAUD/ARCRAT/ARCRPT/ARCCPH ONES  *
      *    -- DELETE01 > THE ON-LINE UNDELETE (SAME 'R' AUDIT CODE)   *
      *    -- BKLOAD01 > SAME SORT-TITLE AND TITLE-WORD BUILD         *
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
           SELECT ARC-BOOK    ASSIGN TO ARCBOOK.
           SELECT ARC-AUDIT   ASSIGN TO ARCAUD.
           SELECT ARC-RATING  ASSIGN TO ARCRAT.
           SELECT ARC-RPTHIST ASSIGN TO ARCRPT.
           SELECT ARC-CPHIST  ASSIGN TO ARCCPH.
           SELECT PRT-REST    ASSIGN TO RSTOUT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ARC-BOOK
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  ARC-BOOK-REC PIC X(230).

       FD  ARC-AUDIT
           RECORD CONTAINS 80
           RECORDING MODE F.
       01  ARC-AUDIT-REC PIC X(80).

       FD  ARC-RATING
           RECORD CONTAINS 80
           RECORDING MODE F.
       01  ARC-RATING-REC PIC X(80).

       FD  ARC-RPTHIST
           RECORD CONTAINS 133
           RECORDING MODE F.
       01  ARC-RPTHIST-REC PIC X(133).

       FD  ARC-CPHIST
           RECORD CONTAINS 133
           RECORDING MODE F.
       01  ARC-CPHIST-REC PIC X(133).

       FD  PRT-REST
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      *THE ARCHIVE RECORDS AS BKPURGE AND RETPURGE WRITE THEM - ANY-----
      *CHANGE THERE MUST BE MADE HERE TOO-------------------------------
       01  WS-ARC-IN.
           05  WS-IN-TYPE            PIC X(002)                       .
           05  WS-IN-BOOK-ID         PIC 9(004)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-IN-AUTHOR-ID       PIC 9(004)                       .
           05  FILLER                PIC X(219)                       .

       01  WS-BOOK-ARC.
           05  FILLER                PIC X(002)                       .
           05  WS-BA-BOOK-ID         PIC 9(004)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-BA-TITLE           PIC X(166)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-BA-ISBN            PIC X(013)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-BA-PUBLISHER-ID    PIC 9(004)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-BA-DELETED-DATE    PIC X(010)                       .
           05  FILLER                PIC X(027)                       .

       01  WS-DETL-ARC.
           05  FILLER                PIC X(002)                       .
           05  WS-DA-BOOK-ID         PIC 9(004)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-DA-TOTAL-PAGES     PIC 9(004)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-DA-RATING          PIC 9.99                         .
           05  FILLER                PIC X(001)                       .
           05  WS-DA-PUBLISHER-DATE  PIC X(010)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-DA-GENRE-ID        PIC 9(004)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-DA-REPL-COST       PIC 9(005).99                    .
           05  FILLER                PIC X(001)                       .
           05  WS-DA-CALL-NO         PIC X(015)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-DA-SERIES-ID       PIC 9(004)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-DA-VOLUME-NO       PIC 9(004)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-DA-WORK-ID         PIC 9(004)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-DA-ITEM-TYPE       PIC X(001)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-DA-INSERT-TS       PIC X(026)                       .
           05  FILLER                PIC X(129)                       .

       01  WS-AUDIT-ARC.
           05  WS-AA-AUDIT-ID        PIC 9(004)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-AA-BOOK-ID         PIC 9(004)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-AA-ACTION          PIC X(001)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-AA-DATE            PIC X(010)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-AA-TIME            PIC X(008)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-AA-OPER            PIC X(008)                       .
           05  FILLER                PIC X(040)                       .

       01  WS-RATING-ARC.
           05  WS-RA-RATING-ID       PIC 9(004)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-RA-BOOK-ID         PIC 9(004)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-RA-OLD             PIC 9.99                         .
           05  FILLER                PIC X(001)                       .
           05  WS-RA-NEW             PIC 9.99                         .
           05  FILLER                PIC X(001)                       .
           05  WS-RA-DATE            PIC X(010)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-RA-TIME            PIC X(008)                       .
           05  FILLER                PIC X(041)                       .

       01  WS-RPTHS-ARC.
           05  WS-RP-RUN-ID          PIC 9(004)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-RP-RUN-DATE        PIC X(010)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-RP-RUN-TIME        PIC X(008)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-RP-PUBID           PIC 9(004)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-RP-RATMAX          PIC 9.99                         .
           05  FILLER                PIC X(001)                       .
           05  WS-RP-FORMAT          PIC X(001)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-RP-DSNAME          PIC X(044)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-RP-TOTAL           PIC 9(005)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-RP-STATUS          PIC X(001)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-RP-DATE-LOW        PIC X(010)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-RP-DATE-HIGH       PIC X(010)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-RP-ROUTE-CODE      PIC X(008)                       .
           05  FILLER                PIC X(013)                       .

       01  WS-CPHST-ARC.
           05  WS-CA-ACCESSION-NO    PIC X(012)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-CA-SEQ-NO          PIC 9(006)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-CA-DATE            PIC X(010)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-CA-TIME            PIC X(008)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-CA-OLD-STATUS      PIC X(001)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-CA-NEW-STATUS      PIC X(001)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-CA-OLD-CONDITION   PIC X(001)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-CA-NEW-CONDITION   PIC X(001)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-CA-OLD-BRANCH      PIC 9(004)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-CA-NEW-BRANCH      PIC 9(004)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-CA-OLD-SHELF       PIC X(010)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-CA-NEW-SHELF       PIC X(010)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-CA-PROGRAM         PIC X(008)                       .
           05  FILLER                PIC X(001)                       .
           05  WS-CA-OPER            PIC X(008)                       .
           05  FILLER                PIC X(036)                       .

      *-----------------------------------------------------------------
      *THE BOOK BEING GATHERED - ITS 'B' RECORD OPENS IT, ITS 'D' AND---
      *'A' RECORDS FOLLOW, AND THE NEXT 'B' (OR END OF FILE) CLOSES IT--
       01  WS-HELD-BOOK.
           05  WS-HELD-SW            PIC X(001) VALUE 'N'             .
               88  BOOK-HELD                    VALUE 'Y'             .
           05  WS-HELD-DETL-SW       PIC X(001) VALUE 'N'             .
               88  DETAIL-HELD                  VALUE 'Y'             .
           05  WS-AUTH-OVER-SW       PIC X(001) VALUE 'N'             .
               88  TOO-MANY-AUTHORS             VALUE 'Y'             .
           05  WS-AUTH-COUNT         PIC S9(04) COMP VALUE 0          .
           05  WS-AUTH-MAX           PIC S9(04) COMP VALUE 50         .
           05  WS-AUTH-SUB           PIC S9(04) COMP                  .
           05  WS-AUTH-TBL.
               10  WS-AUTH-ID        PIC 9(004) OCCURS 50 TIMES       .

       01  WS-REST-LINE.
           05  WS-RL-VERDICT         PIC X(008)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-RL-KEY             PIC X(012)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-RL-DATE            PIC X(010)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-RL-DETAIL          PIC X(133)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-RL-REASON          PIC X(050)                       .
           05  FILLER                PIC X(009) VALUE ALL SPACES      .

       01  WS-BOOK-DETAIL.
           05  WS-BD-TITLE           PIC X(100)                       .
           05  FILLER                PIC X(010) VALUE '  AUTHORS '    .
           05  WS-BD-AUTHORS         PIC ZZ9                          .
           05  FILLER                PIC X(020) VALUE ALL SPACES      .

       01  WS-COLUMN-HEAD.
           05  FILLER                PIC X(010) VALUE 'VERDICT'       .
           05  FILLER                PIC X(014) VALUE 'KEY'           .
           05  FILLER                PIC X(012) VALUE 'DATE'          .
           05  FILLER                PIC X(135) VALUE 'ARCHIVED ROW'  .
           05  FILLER                PIC X(059) VALUE 'REASON'        .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER.
               10  FILLER          PIC X(018) VALUE
                                       'ARCHIVE RESTORE - '           .
               10  WS-HD-MODE      PIC X(030)                         .
               10  FILLER          PIC X(014) VALUE
                                       '  ARCHIVE DD: '               .
               10  WS-HD-DDNAME    PIC X(008)                         .
               10  FILLER          PIC X(008) VALUE '  KEYS: '        .
               10  WS-HD-KEY-LOW   PIC X(012)                         .
               10  FILLER          PIC X(004) VALUE ' TO '            .
               10  WS-HD-KEY-HIGH  PIC X(012)                         .
               10  FILLER          PIC X(009) VALUE '  DATES: '       .
               10  WS-HD-DATE-LOW  PIC X(010)                         .
               10  FILLER          PIC X(004) VALUE ' TO '            .
               10  WS-HD-DATE-HIGH PIC X(010)                         .
               10  FILLER          PIC X(091) VALUE ALL SPACES        .
           05  WS-SUMMARY.
               10  FILLER          PIC X(014) VALUE 'RECORDS READ: '  .
               10  WS-SM-READ      PIC ZZZZZZZZ9                      .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(010) VALUE 'SELECTED: '      .
               10  WS-SM-SELECTED  PIC ZZZZZZZZ9                      .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  WS-SM-OK-LABEL  PIC X(012)                         .
               10  WS-SM-OK        PIC ZZZZZZZZ9                      .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  WS-SM-NO-LABEL  PIC X(013)                         .
               10  WS-SM-NO        PIC ZZZZZZZZ9                      .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(014) VALUE 'AUTHOR LINKS: '  .
               10  WS-SM-LINKS     PIC ZZZZZZZZ9                      .
               10  FILLER          PIC X(110) VALUE ALL SPACES        .
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
           05  WS-READ-COUNT       PIC S9(09) COMP VALUE 0            .
           05  WS-SELECT-COUNT     PIC S9(09) COMP VALUE 0            .
           05  WS-OK-COUNT         PIC S9(09) COMP VALUE 0            .
           05  WS-REFUSE-COUNT     PIC S9(09) COMP VALUE 0            .
           05  WS-LINK-COUNT       PIC S9(09) COMP VALUE 0            .
           05  WS-ROW-COUNT        PIC S9(09) COMP                    .
           05  WS-ARCH-KIND        PIC X(003)                         .
               88  ARCH-BOOKS                 VALUE 'BOK'             .
               88  ARCH-AUDIT                 VALUE 'AUD'             .
               88  ARCH-RATINGS               VALUE 'RAT'             .
               88  ARCH-RPTHIST               VALUE 'RPT'             .
               88  ARCH-CPHIST                VALUE 'CPH'             .
               88  ARCH-VALID                 VALUE 'BOK' 'AUD' 'RAT'
                                                    'RPT' 'CPH'       .
           05  WS-RUN-MODE         PIC X(001)                         .
               88  MODE-LIST                  VALUE 'L'               .
               88  MODE-RESTORE               VALUE 'R'               .
           05  WS-KEY-LOW          PIC X(012)                         .
           05  WS-KEY-HIGH         PIC X(012)                         .
           05  WS-DATE-LOW         PIC X(010)                         .
           05  WS-DATE-HIGH        PIC X(010)                         .
           05  WS-PARM-USE         PIC S9(4) COMP                     .
           05  WS-PARM-BAD-SW      PIC X(001) VALUE 'N'               .
               88  PARM-IS-BAD                VALUE 'Y'               .
           05  WS-SEL-KEY          PIC X(012)                         .
           05  WS-SEL-DATE         PIC X(010)                         .
           05  WS-SEL-SW           PIC X(001)                         .
               88  ROW-SELECTED               VALUE 'Y'               .
           05  WS-REFUSE-SW        PIC X(001)                         .
               88  ROW-REFUSED                VALUE 'Y'               .
           05  WS-REASON           PIC X(050)                         .
           05  WS-ID-EDIT          PIC 9(004)                         .
           05  WS-PUBDT-IND        PIC S9(4) COMP                     .
           05  WS-NEXT-AUDIT-ID    PIC S9(4) COMP                     .
           05  WS-AUD-DATE         PIC X(10)                          .
           05  WS-AUD-TIME         PIC X(08)                          .
           05  WS-SORT-WORK        PIC X(166)                         .
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

      *-----------------------------------------------------------------
      *THE PARM AS PASSED, PADDED WITH SPACES PAST WHAT WAS KEYED-------
       01  WS-PARM-WORK.
           05  WS-PW-ARCHIVE           PIC X(003)                     .
           05  WS-PW-MODE              PIC X(001)                     .
           05  WS-PW-KEY-LOW           PIC X(012)                     .
           05  WS-PW-KEY-HIGH          PIC X(012)                     .
           05  WS-PW-DATE-LOW          PIC X(010)                     .
           05  WS-PW-DATE-HIGH         PIC X(010)                     .

       01  WS-TWORD-VARS.
           05  WS-WORD-COUNT           PIC S9(4) COMP VALUE 0         .
           05  WORD-SUB                PIC S9(4) COMP VALUE 0         .
           05  WS-WORD-TBL.
               10  WS-WORD             PIC X(20) OCCURS 24 TIMES      .

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
                INCLUDE DCLBKAUTH
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBKAUD
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBKAUF
           END-EXEC.

           EXEC SQL
                INCLUDE DCLTWORD
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBKRAT
           END-EXEC.

           EXEC SQL
                INCLUDE DCLRPTHS
           END-EXEC.

           EXEC SQL
                INCLUDE DCLCPHST
           END-EXEC.

      *-----------------------------------------------------------------
      *PARM PASSED FROM THE DSN RUN COMMAND (SEE BKREPORT'S-------------
      *0500-PARSE-PARM) - ARCHIVE, MODE, KEY FROM/TO, DATE FROM/TO------
       LINKAGE SECTION.
       01  WS-PARM-LINK.
           05  WS-PARM-LEN             PIC S9(4) COMP                 .
           05  WS-PARM-TEXT            PIC X(048)                     .

      *------------------
       PROCEDURE DIVISION USING WS-PARM-LINK.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'.
           PERFORM Z9100-OPEN-RUN THRU Z9100-EXIT.
           PERFORM 0500-PARSE-PARM    THRU 0500-EXIT.
           PERFORM 0600-SET-RUN-STAMP THRU 0600-EXIT.
           PERFORM 1000-OPEN-FILES    THRU 1000-EXIT.

           EVALUATE TRUE
               WHEN ARCH-BOOKS
                    PERFORM 2000-RESTORE-BOOKS   THRU 2000-EXIT
               WHEN ARCH-AUDIT
                    PERFORM 3000-RESTORE-AUDIT   THRU 3000-EXIT
               WHEN ARCH-RATINGS
                    PERFORM 4000-RESTORE-RATINGS THRU 4000-EXIT
               WHEN ARCH-RPTHIST
                    PERFORM 5000-RESTORE-RPTHIST THRU 5000-EXIT
               WHEN ARCH-CPHIST
                    PERFORM 6000-RESTORE-CPHIST  THRU 6000-EXIT
           END-EVALUATE.

           PERFORM 8000-CLOSE-FILES   THRU 8000-EXIT.

           IF MODE-RESTORE
              MOVE WS-OK-COUNT TO WS-BRUN-COUNT
           END-IF.

           PERFORM Z9200-CLOSE-RUN THRU Z9200-EXIT.
           DISPLAY 'END 0000-MAIN-PROCESS'.
           STOP RUN.
       0000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ARCHIVE (3), MODE (1), KEY FROM/TO (12 EACH), DATE FROM/TO (10---
      *EACH, YYYY-MM-DD). THERE IS NO SAFE DEFAULT FOR THE ARCHIVE, SO--
      *A MISSING OR BAD PARM STOPS THE RUN BEFORE ANYTHING IS READ------
       0500-PARSE-PARM.
           MOVE SPACES TO WS-PARM-WORK

           IF WS-PARM-LEN > 0
              MOVE WS-PARM-LEN TO WS-PARM-USE
              IF WS-PARM-USE > LENGTH OF WS-PARM-WORK
                 MOVE LENGTH OF WS-PARM-WORK TO WS-PARM-USE
              END-IF
              MOVE WS-PARM-TEXT(1:WS-PARM-USE) TO WS-PARM-WORK
           END-IF

           MOVE WS-PW-ARCHIVE   TO WS-ARCH-KIND
           MOVE WS-PW-MODE      TO WS-RUN-MODE
           MOVE WS-PW-KEY-LOW   TO WS-KEY-LOW
           MOVE WS-PW-KEY-HIGH  TO WS-KEY-HIGH
           MOVE WS-PW-DATE-LOW  TO WS-DATE-LOW
           MOVE WS-PW-DATE-HIGH TO WS-DATE-HIGH

           IF WS-RUN-MODE = SPACE
              MOVE 'L' TO WS-RUN-MODE
           END-IF

           IF NOT ARCH-VALID
              MOVE 'Y' TO WS-PARM-BAD-SW
           END-IF

           IF NOT MODE-LIST AND NOT MODE-RESTORE
              MOVE 'Y' TO WS-PARM-BAD-SW
           END-IF

      *EVERY KEY BUT THE ACCESSION NUMBER IS A FOUR-DIGIT ID------------
           IF NOT ARCH-CPHIST
              IF WS-KEY-LOW NOT = SPACES
                 AND (WS-KEY-LOW(1:4) NOT NUMERIC
                  OR  WS-KEY-LOW(5:8) NOT = SPACES)
                 MOVE 'Y' TO WS-PARM-BAD-SW
              END-IF
              IF WS-KEY-HIGH NOT = SPACES
                 AND (WS-KEY-HIGH(1:4) NOT NUMERIC
                  OR  WS-KEY-HIGH(5:8) NOT = SPACES)
                 MOVE 'Y' TO WS-PARM-BAD-SW
              END-IF
           END-IF

           IF WS-DATE-LOW NOT = SPACES
              AND (WS-DATE-LOW(5:1) NOT = '-'
               OR  WS-DATE-LOW(8:1) NOT = '-')
              MOVE 'Y' TO WS-PARM-BAD-SW
           END-IF

           IF WS-DATE-HIGH NOT = SPACES
              AND (WS-DATE-HIGH(5:1) NOT = '-'
               OR  WS-DATE-HIGH(8:1) NOT = '-')
              MOVE 'Y' TO WS-PARM-BAD-SW
           END-IF

           IF PARM-IS-BAD
              DISPLAY 'ARCREST: PARM MUST BE ARCHIVE (BOK/AUD/RAT/RPT/'
                      'CPH), MODE (L/R), KEY FROM/TO, DATE FROM/TO'
              DISPLAY 'ARCREST: PARM GIVEN - ' WS-PARM-WORK
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY 'ARCHIVE: ' WS-ARCH-KIND '  MODE: ' WS-RUN-MODE
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
      *OPEN ONLY THE ARCHIVE ASKED FOR - THE OTHER DDS NEED NOT BE IN---
      *THE JCL - AND HEAD THE LISTING WITH WHAT WAS ASKED---------------
       1000-OPEN-FILES.
           DISPLAY 'START 1000-OPEN-FILES'

           EVALUATE TRUE
               WHEN ARCH-BOOKS
                    OPEN INPUT ARC-BOOK
                    MOVE 'ARCBOOK '  TO WS-HD-DDNAME
               WHEN ARCH-AUDIT
                    OPEN INPUT ARC-AUDIT
                    MOVE 'ARCAUD  '  TO WS-HD-DDNAME
               WHEN ARCH-RATINGS
                    OPEN INPUT ARC-RATING
                    MOVE 'ARCRAT  '  TO WS-HD-DDNAME
               WHEN ARCH-RPTHIST
                    OPEN INPUT ARC-RPTHIST
                    MOVE 'ARCRPT  '  TO WS-HD-DDNAME
               WHEN ARCH-CPHIST
                    OPEN INPUT ARC-CPHIST
                    MOVE 'ARCCPH  '  TO WS-HD-DDNAME
           END-EVALUATE

           OPEN OUTPUT PRT-REST

           IF MODE-RESTORE
              MOVE 'RESTORE'                     TO WS-HD-MODE
              MOVE 'RESTORED:   '                TO WS-SM-OK-LABEL
              MOVE 'REFUSED:     '               TO WS-SM-NO-LABEL
           ELSE
              MOVE 'LIST ONLY - NOTHING RESTORED' TO WS-HD-MODE
              MOVE 'CAN LOAD:   '                TO WS-SM-OK-LABEL
              MOVE 'CANNOT LOAD: '               TO WS-SM-NO-LABEL
           END-IF

           IF WS-KEY-LOW = SPACES
              MOVE 'FIRST'         TO WS-HD-KEY-LOW
           ELSE
              MOVE WS-KEY-LOW      TO WS-HD-KEY-LOW
           END-IF

           IF WS-KEY-HIGH = SPACES
              MOVE 'LAST'          TO WS-HD-KEY-HIGH
           ELSE
              MOVE WS-KEY-HIGH     TO WS-HD-KEY-HIGH
           END-IF

           IF WS-DATE-LOW = SPACES
              MOVE 'FIRST'         TO WS-HD-DATE-LOW
           ELSE
              MOVE WS-DATE-LOW     TO WS-HD-DATE-LOW
           END-IF

           IF WS-DATE-HIGH = SPACES
              MOVE 'LAST'          TO WS-HD-DATE-HIGH
           ELSE
              MOVE WS-DATE-HIGH    TO WS-HD-DATE-HIGH
           END-IF

           MOVE  WS-HEADER      TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-BREAKER     TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-COLUMN-HEAD TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-BREAKER     TO OP-FIELDS
           WRITE OP-FIELDS

           DISPLAY 'END 1000-OPEN-FILES'
           .
       1000-EXIT.
           EXIT
           .
       1100-READ-ARCHIVE.
           EVALUATE TRUE
               WHEN ARCH-BOOKS
                    READ ARC-BOOK    INTO WS-ARC-IN
                         AT END MOVE 1 TO LAST-REC
                    END-READ
               WHEN ARCH-AUDIT
                    READ ARC-AUDIT   INTO WS-AUDIT-ARC
                         AT END MOVE 1 TO LAST-REC
                    END-READ
               WHEN ARCH-RATINGS
                    READ ARC-RATING  INTO WS-RATING-ARC
                         AT END MOVE 1 TO LAST-REC
                    END-READ
               WHEN ARCH-RPTHIST
                    READ ARC-RPTHIST INTO WS-RPTHS-ARC
                         AT END MOVE 1 TO LAST-REC
                    END-READ
               WHEN ARCH-CPHIST
                    READ ARC-CPHIST  INTO WS-CPHST-ARC
                         AT END MOVE 1 TO LAST-REC
                    END-READ
           END-EVALUATE

           IF NOT EOF
              ADD 1 TO WS-READ-COUNT
           END-IF
           .
       1100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *IS WS-SEL-KEY / WS-SEL-DATE INSIDE THE PARM'S RANGES? A BLANK----
      *BOUND IS OPEN. KEYS COMPARE AS TEXT - A NUMERIC ID IS SET UP AS--
      *FOUR ZONED DIGITS ON BOTH SIDES, SO THE TEXT ORDER IS NUMERIC----
       1200-SELECT-ROW.
           MOVE 'Y' TO WS-SEL-SW

           IF WS-KEY-LOW NOT = SPACES
              AND WS-SEL-KEY < WS-KEY-LOW
              MOVE 'N' TO WS-SEL-SW
           END-IF

           IF WS-KEY-HIGH NOT = SPACES
              AND WS-SEL-KEY > WS-KEY-HIGH
              MOVE 'N' TO WS-SEL-SW
           END-IF

           IF WS-DATE-LOW NOT = SPACES
              AND WS-SEL-DATE < WS-DATE-LOW
              MOVE 'N' TO WS-SEL-SW
           END-IF

           IF WS-DATE-HIGH NOT = SPACES
              AND WS-SEL-DATE > WS-DATE-HIGH
              MOVE 'N' TO WS-SEL-SW
           END-IF
           .
       1200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE LISTING LINE FOR A SELECTED ROW - THE CALLER HAS SET THE-----
      *DETAIL, THE REFUSAL SWITCH AND ANY REASON------------------------
       1300-WRITE-LINE.
           IF ROW-REFUSED
              ADD 1 TO WS-REFUSE-COUNT
              IF MODE-RESTORE
                 MOVE 'REFUSED '   TO WS-RL-VERDICT
              ELSE
                 MOVE 'CANNOT  '   TO WS-RL-VERDICT
              END-IF
           ELSE
              ADD 1 TO WS-OK-COUNT
              IF MODE-RESTORE
                 MOVE 'RESTORED'   TO WS-RL-VERDICT
              ELSE
                 MOVE 'CAN LOAD'   TO WS-RL-VERDICT
              END-IF
           END-IF

           MOVE  WS-SEL-KEY        TO WS-RL-KEY
           MOVE  WS-SEL-DATE       TO WS-RL-DATE
           MOVE  WS-REASON         TO WS-RL-REASON
           MOVE  WS-REST-LINE      TO OP-FIELDS
           WRITE OP-FIELDS
           .
       1300-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *BOOKS - A BOOK IS A 'B' RECORD FOLLOWED BY ITS 'D' AND 'A'-------
      *RECORDS, SO EACH BOOK IS GATHERED WHOLE AND DEALT WITH WHEN THE--
      *NEXT ONE STARTS (OR THE FILE ENDS)-------------------------------
       2000-RESTORE-BOOKS.
           DISPLAY 'START 2000-RESTORE-BOOKS'
           PERFORM 1100-READ-ARCHIVE THRU 1100-EXIT
           PERFORM 2100-BOOK-RECORD  THRU 2100-EXIT UNTIL EOF
           PERFORM 2200-FLUSH-BOOK   THRU 2200-EXIT
           DISPLAY 'END 2000-RESTORE-BOOKS'
           .
       2000-EXIT.
           EXIT
           .
       2100-BOOK-RECORD.
           EVALUATE WS-IN-TYPE
               WHEN 'B '
                    PERFORM 2200-FLUSH-BOOK THRU 2200-EXIT
                    MOVE WS-ARC-IN          TO WS-BOOK-ARC
                    MOVE 'Y'                TO WS-HELD-SW
                    MOVE 'N'                TO WS-HELD-DETL-SW
                    MOVE 'N'                TO WS-AUTH-OVER-SW
                    MOVE 0                  TO WS-AUTH-COUNT
               WHEN 'D '
                    IF BOOK-HELD AND WS-IN-BOOK-ID = WS-BA-BOOK-ID
                       MOVE WS-ARC-IN       TO WS-DETL-ARC
                       MOVE 'Y'             TO WS-HELD-DETL-SW
                    END-IF
               WHEN 'A '
                    IF BOOK-HELD AND WS-IN-BOOK-ID = WS-BA-BOOK-ID
                       IF WS-AUTH-COUNT < WS-AUTH-MAX
                          ADD  1               TO WS-AUTH-COUNT
                          MOVE WS-IN-AUTHOR-ID
                                 TO WS-AUTH-ID(WS-AUTH-COUNT)
                       ELSE
                          MOVE 'Y'             TO WS-AUTH-OVER-SW
                       END-IF
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           PERFORM 1100-READ-ARCHIVE THRU 1100-EXIT
           .
       2100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE HELD BOOK IS COMPLETE - IF IT IS SELECTED, CHECK IT, PUT IT--
      *BACK (RESTORE MODE ONLY) AND LIST IT-----------------------------
       2200-FLUSH-BOOK.
           IF NOT BOOK-HELD
              GO TO 2200-EXIT
           END-IF

           MOVE 'N'                TO WS-HELD-SW
           MOVE WS-BA-BOOK-ID      TO WS-ID-EDIT
           MOVE WS-ID-EDIT         TO WS-SEL-KEY
           MOVE WS-BA-DELETED-DATE TO WS-SEL-DATE
           PERFORM 1200-SELECT-ROW THRU 1200-EXIT

           IF NOT ROW-SELECTED
              GO TO 2200-EXIT
           END-IF

           ADD  1      TO WS-SELECT-COUNT
           MOVE 'N'    TO WS-REFUSE-SW
           MOVE SPACES TO WS-REASON

           PERFORM 2300-CHECK-BOOK THRU 2300-EXIT

           IF NOT ROW-REFUSED AND NOT DETAIL-HELD
              MOVE 'NO DETAIL RECORD ON THE ARCHIVE - DEFAULTS USED'
                                   TO WS-REASON
           END-IF

           IF NOT ROW-REFUSED
              IF MODE-RESTORE
                 PERFORM 2400-INSERT-BOOK THRU 2400-EXIT
              ELSE
                 ADD WS-AUTH-COUNT TO WS-LINK-COUNT
              END-IF
           END-IF

           MOVE WS-BA-TITLE        TO WS-BD-TITLE
           MOVE WS-AUTH-COUNT      TO WS-BD-AUTHORS
           MOVE WS-BOOK-DETAIL     TO WS-RL-DETAIL
           PERFORM 1300-WRITE-LINE THRU 1300-EXIT
           .
       2200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A BOOK MAY ONLY COME BACK TO A SLOT THAT IS STILL FREE AND TO----
      *A PUBLISHER, GENRE AND AUTHORS THAT ARE STILL ON FILE - THE SAME-
      *LINKS RISWEEP POLICES EVERY NIGHT--------------------------------
       2300-CHECK-BOOK.
           IF TOO-MANY-AUTHORS
              MOVE 'Y'                    TO WS-REFUSE-SW
              MOVE 'MORE THAN 50 AUTHOR LINKS ON THE ARCHIVE'
                                          TO WS-REASON
              GO TO 2300-EXIT
           END-IF

           MOVE WS-BA-BOOK-ID TO BOOKS-BOOK-ID

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-ROW-COUNT
                FROM   IBMUSER.BOOKS
                WHERE  BOOK_ID = :BOOKS-BOOK-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2300-CHECK-BOOK'   TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-ROW-COUNT > 0
              MOVE 'Y'                       TO WS-REFUSE-SW
              MOVE 'BOOK_ID ALREADY ON FILE' TO WS-REASON
              GO TO 2300-EXIT
           END-IF

           IF WS-BA-PUBLISHER-ID NOT = 0
              MOVE WS-BA-PUBLISHER-ID TO BOOKS-PUBLISHER-ID

              EXEC SQL
                   SELECT COUNT(*)
                   INTO  :WS-ROW-COUNT
                   FROM   IBMUSER.PUBLISHERS
                   WHERE  PUBLISHER_ID = :BOOKS-PUBLISHER-ID
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE   'Y'                 TO ERROR-HANDLING
                 MOVE   '2300-CHECK-BOOK'   TO ERR-LOC
                 MOVE    SQLCODE            TO ERR-CODE
                 PERFORM XXXX-ERROR-HANDLING
              END-IF

              IF WS-ROW-COUNT = 0
                 MOVE 'Y'                   TO WS-REFUSE-SW
                 MOVE 'PUBLISHER NO LONGER ON FILE'
                                            TO WS-REASON
                 GO TO 2300-EXIT
              END-IF
           END-IF

           IF DETAIL-HELD AND WS-DA-GENRE-ID NOT = 0
              MOVE WS-DA-GENRE-ID TO BOOKS-GENRE-ID

              EXEC SQL
                   SELECT COUNT(*)
                   INTO  :WS-ROW-COUNT
                   FROM   IBMUSER.GENRES
                   WHERE  GENRE_ID = :BOOKS-GENRE-ID
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE   'Y'                 TO ERROR-HANDLING
                 MOVE   '2300-CHECK-BOOK'   TO ERR-LOC
                 MOVE    SQLCODE            TO ERR-CODE
                 PERFORM XXXX-ERROR-HANDLING
              END-IF

              IF WS-ROW-COUNT = 0
                 MOVE 'Y'                   TO WS-REFUSE-SW
                 MOVE 'GENRE NO LONGER ON FILE'
                                            TO WS-REASON
                 GO TO 2300-EXIT
              END-IF
           END-IF

           PERFORM 2310-CHECK-AUTHOR THRU 2310-EXIT
                   VARYING WS-AUTH-SUB FROM 1 BY 1
                     UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                        OR ROW-REFUSED
           .
       2300-EXIT.
           EXIT
           .
       2310-CHECK-AUTHOR.
           MOVE WS-AUTH-ID(WS-AUTH-SUB) TO BKAUTH-AUTHOR-ID

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-ROW-COUNT
                FROM   IBMUSER.AUTHORS
                WHERE  AUTHOR_ID = :BKAUTH-AUTHOR-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2310-CHECK-AUTHOR' TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-ROW-COUNT = 0
              MOVE 'Y'                   TO WS-REFUSE-SW
              STRING 'AUTHOR '               DELIMITED BY SIZE
                     WS-AUTH-ID(WS-AUTH-SUB) DELIMITED BY SIZE
                     ' NO LONGER ON FILE'    DELIMITED BY SIZE
                     INTO WS-REASON
              END-STRING
           END-IF
           .
       2310-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *PUT THE BOOK BACK UNDELETED AND WITH NO COPIES (ITS COPIES WENT--
      *WITH THE PURGE), RELINK ITS AUTHORS, AUDIT IT AS A RESTORE AND---
      *REBUILD ITS TITLE WORDS - ALL ONE UNIT OF WORK-------------------
       2400-INSERT-BOOK.
           MOVE WS-BA-BOOK-ID            TO BOOKS-BOOK-ID
           MOVE WS-BA-TITLE              TO BOOKS-TITLE-TEXT
           MOVE LENGTH OF BOOKS-TITLE-TEXT TO BOOKS-TITLE-LEN
           MOVE WS-BA-ISBN               TO BOOKS-ISBN-TEXT
           MOVE LENGTH OF BOOKS-ISBN-TEXT  TO BOOKS-ISBN-LEN
           MOVE WS-BA-PUBLISHER-ID       TO BOOKS-PUBLISHER-ID

           IF DETAIL-HELD
              MOVE WS-DA-TOTAL-PAGES     TO BOOKS-TOTAL-PAGES
              MOVE WS-DA-RATING          TO BOOKS-RATING
              MOVE WS-DA-PUBLISHER-DATE  TO BOOKS-PUBLISHER-DATE
              MOVE WS-DA-GENRE-ID        TO BOOKS-GENRE-ID
              MOVE WS-DA-REPL-COST       TO BOOKS-REPL-COST
              MOVE WS-DA-CALL-NO         TO BOOKS-CALL-NO
              MOVE WS-DA-SERIES-ID       TO BOOKS-SERIES-ID
              MOVE WS-DA-VOLUME-NO       TO BOOKS-VOLUME-NO
              MOVE WS-DA-WORK-ID         TO BOOKS-WORK-ID
              MOVE WS-DA-ITEM-TYPE       TO BOOKS-ITEM-TYPE
              MOVE WS-DA-INSERT-TS       TO BOOKS-INSERT-TIMESTAMP
           ELSE
              MOVE 0                     TO BOOKS-TOTAL-PAGES
                                            BOOKS-RATING
                                            BOOKS-GENRE-ID
                                            BOOKS-REPL-COST
                                            BOOKS-SERIES-ID
                                            BOOKS-VOLUME-NO
                                            BOOKS-WORK-ID
              MOVE SPACES                TO BOOKS-PUBLISHER-DATE
                                            BOOKS-CALL-NO
                                            BOOKS-ITEM-TYPE
                                            BOOKS-INSERT-TIMESTAMP
           END-IF

           IF BOOKS-ITEM-TYPE = SPACE
              MOVE 'B' TO BOOKS-ITEM-TYPE
           END-IF

           IF BOOKS-PUBLISHER-DATE = SPACES
              MOVE -1 TO WS-PUBDT-IND
           ELSE
              MOVE 0  TO WS-PUBDT-IND
           END-IF

           IF BOOKS-INSERT-TIMESTAMP = SPACES
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              ACCEPT WS-NOW   FROM TIME

              STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD '-'
                     WS-NOW-HH '.' WS-NOW-MN '.' WS-NOW-SS '.000000'
                     DELIMITED BY SIZE
                     INTO BOOKS-INSERT-TIMESTAMP
           END-IF

           PERFORM Z9650-BUILD-SORT-TITLE THRU Z9650-EXIT

           EXEC SQL
                INSERT INTO IBMUSER.BOOKS
                (
                  BOOK_ID
                 ,TITLE
                 ,TOTAL_PAGES
                 ,RATING
                 ,ISBN
                 ,PUBLISHER_DATE
                 ,PUBLISHER_ID
                 ,CHANGE_SEQ
                 ,DELETED_FLAG
                 ,DELETED_DATE
                 ,TOTAL_COPIES
                 ,COPIES_AVAILABLE
                 ,GENRE_ID
                 ,INSERT_TIMESTAMP
                 ,REPL_COST
                 ,CALL_NO
                 ,SERIES_ID
                 ,VOLUME_NO
                 ,SORT_TITLE
                 ,WORK_ID
                 ,ITEM_TYPE
                )
                VALUES
                (
                 :BOOKS-BOOK-ID
                ,:BOOKS-TITLE
                ,:BOOKS-TOTAL-PAGES
                ,:BOOKS-RATING
                ,:BOOKS-ISBN
                ,:BOOKS-PUBLISHER-DATE :WS-PUBDT-IND
                ,:BOOKS-PUBLISHER-ID
                ,1
                ,' '
                ,' '
                ,0
                ,0
                ,:BOOKS-GENRE-ID
                ,:BOOKS-INSERT-TIMESTAMP
                ,:BOOKS-REPL-COST
                ,:BOOKS-CALL-NO
                ,:BOOKS-SERIES-ID
                ,:BOOKS-VOLUME-NO
                ,:BOOKS-SORT-TITLE
                ,:BOOKS-WORK-ID
                ,:BOOKS-ITEM-TYPE
                )
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = -803
                   MOVE 'Y'                       TO WS-REFUSE-SW
                   MOVE 'BOOK_ID ALREADY ON FILE' TO WS-REASON
                   GO TO 2400-EXIT
              WHEN SQLCODE = -180 OR SQLCODE = -181
                   MOVE 'Y'                       TO WS-REFUSE-SW
                   MOVE 'ARCHIVED DATE OR TIMESTAMP NOT VALID'
                                                  TO WS-REASON
                   GO TO 2400-EXIT
              WHEN OTHER
                   MOVE    '2400-INSERT-BOOK'    TO ERR-LOC
                   MOVE     SQLCODE              TO ERR-CODE
                   MOVE    'Y'                   TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE WS-BA-BOOK-ID TO BKAUTH-BOOK-ID
           PERFORM 2410-INSERT-LINK THRU 2410-EXIT
                   VARYING WS-AUTH-SUB FROM 1 BY 1
                     UNTIL WS-AUTH-SUB > WS-AUTH-COUNT

           PERFORM 2450-LOG-AUDIT        THRU 2450-EXIT
           PERFORM 2460-LOG-FIELD-IMAGES THRU 2460-EXIT
           PERFORM Z9600-INDEX-TITLE     THRU Z9600-EXIT

           EXEC SQL
                COMMIT
           END-EXEC
           .
       2400-EXIT.
           EXIT
           .
       2410-INSERT-LINK.
           MOVE WS-AUTH-ID(WS-AUTH-SUB) TO BKAUTH-AUTHOR-ID

           EXEC SQL
                INSERT INTO IBMUSER.BOOK_AUTHORS
                       (BOOK_ID, AUTHOR_ID)
                VALUES (:BKAUTH-BOOK-ID, :BKAUTH-AUTHOR-ID)
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   ADD 1 TO WS-LINK-COUNT
              WHEN SQLCODE = -803
                   CONTINUE
              WHEN OTHER
                   MOVE    '2410-INSERT-LINK'    TO ERR-LOC
                   MOVE     SQLCODE              TO ERR-CODE
                   MOVE    'Y'                   TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2410-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A RESTORE IS AUDITED AS 'R', THE SAME CODE DELETE01 USES WHEN IT-
      *UNDELETES A BOOK ON-LINE-----------------------------------------
       2450-LOG-AUDIT.
           EXEC SQL
                SELECT VALUE(MAX(AUDIT_ID), 0)
                INTO  :WS-NEXT-AUDIT-ID
                FROM   IBMUSER.BOOKS_AUDIT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    '2450-LOG-AUDIT'     TO ERR-LOC
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
           MOVE 'R'              TO BKAUD-ACTION
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
              MOVE    '2450-LOG-AUDIT'     TO ERR-LOC
              MOVE     SQLCODE             TO ERR-CODE
              MOVE    'Y'                  TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       2450-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *FIELD-LEVEL IMAGES FOR THE RESTORE - THE OLD SIDE IS BLANK AS----
      *FOR ANY INSERT (SAME SHAPE AS BKLOAD01'S 2360-LOG-FIELD-IMAGES)--
       2460-LOG-FIELD-IMAGES.
           MOVE WS-NEXT-AUDIT-ID TO BKAUF-AUDIT-ID

           MOVE SPACES                   TO BKAUF-OLD-VALUE
           MOVE SPACES                   TO BKAUF-NEW-VALUE
           MOVE BOOKS-TITLE-TEXT(1:40)   TO BKAUF-NEW-VALUE
           MOVE 'TITLE'                  TO BKAUF-COLUMN-NAME
           PERFORM Z9300-ONE-FIELD     THRU Z9300-EXIT

           MOVE SPACES                   TO BKAUF-OLD-VALUE
           MOVE SPACES                   TO BKAUF-NEW-VALUE
           MOVE BOOKS-ISBN-TEXT          TO BKAUF-NEW-VALUE(1:13)
           MOVE 'ISBN'                   TO BKAUF-COLUMN-NAME
           PERFORM Z9300-ONE-FIELD     THRU Z9300-EXIT
           .
       2460-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *BOOKS_AUDIT ROWS - KEY AUDIT_ID, DATE ACTION_DATE----------------
       3000-RESTORE-AUDIT.
           DISPLAY 'START 3000-RESTORE-AUDIT'
           PERFORM 1100-READ-ARCHIVE THRU 1100-EXIT
           PERFORM 3100-AUDIT-ROW    THRU 3100-EXIT UNTIL EOF
           DISPLAY 'END 3000-RESTORE-AUDIT'
           .
       3000-EXIT.
           EXIT
           .
       3100-AUDIT-ROW.
           MOVE WS-AA-AUDIT-ID     TO WS-ID-EDIT
           MOVE WS-ID-EDIT         TO WS-SEL-KEY
           MOVE WS-AA-DATE         TO WS-SEL-DATE
           PERFORM 1200-SELECT-ROW THRU 1200-EXIT

           IF ROW-SELECTED
              PERFORM 3200-AUDIT-ONE THRU 3200-EXIT
           END-IF

           PERFORM 1100-READ-ARCHIVE THRU 1100-EXIT
           .
       3100-EXIT.
           EXIT
           .
       3200-AUDIT-ONE.
           ADD  1      TO WS-SELECT-COUNT
           MOVE 'N'    TO WS-REFUSE-SW
           MOVE SPACES TO WS-REASON
           MOVE WS-AUDIT-ARC TO WS-RL-DETAIL

           MOVE WS-AA-AUDIT-ID     TO BKAUD-AUDIT-ID
           MOVE WS-AA-BOOK-ID      TO BKAUD-BOOK-ID
           MOVE WS-AA-ACTION       TO BKAUD-ACTION
           MOVE WS-AA-DATE         TO BKAUD-ACTION-DATE
           MOVE WS-AA-TIME         TO BKAUD-ACTION-TIME
           MOVE WS-AA-OPER         TO BKAUD-OPERATOR-ID

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-ROW-COUNT
                FROM   IBMUSER.BOOKS_AUDIT
                WHERE  AUDIT_ID = :BKAUD-AUDIT-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '3200-AUDIT-ONE'    TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-ROW-COUNT > 0
              MOVE 'Y'                        TO WS-REFUSE-SW
              MOVE 'AUDIT_ID ALREADY ON FILE' TO WS-REASON
              GO TO 3200-WRITE
           END-IF

           IF MODE-LIST
              GO TO 3200-WRITE
           END-IF

           EXEC SQL
                INSERT INTO IBMUSER.BOOKS_AUDIT
                       (AUDIT_ID, BOOK_ID, ACTION,
                        ACTION_DATE, ACTION_TIME, OPERATOR_ID)
                VALUES (:BKAUD-AUDIT-ID, :BKAUD-BOOK-ID, :BKAUD-ACTION,
                        :BKAUD-ACTION-DATE, :BKAUD-ACTION-TIME,
                        :BKAUD-OPERATOR-ID)
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   EXEC SQL
                        COMMIT
                   END-EXEC
              WHEN SQLCODE = -803
                   MOVE 'Y'                        TO WS-REFUSE-SW
                   MOVE 'AUDIT_ID ALREADY ON FILE' TO WS-REASON
              WHEN OTHER
                   MOVE    '3200-AUDIT-ONE'      TO ERR-LOC
                   MOVE     SQLCODE              TO ERR-CODE
                   MOVE    'Y'                   TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       3200-WRITE.
           PERFORM 1300-WRITE-LINE THRU 1300-EXIT
           .
       3200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *BOOK_RATINGS ROWS - KEY RATING_ID, DATE CHANGE_DATE--------------
       4000-RESTORE-RATINGS.
           DISPLAY 'START 4000-RESTORE-RATINGS'
           PERFORM 1100-READ-ARCHIVE THRU 1100-EXIT
           PERFORM 4100-RATING-ROW   THRU 4100-EXIT UNTIL EOF
           DISPLAY 'END 4000-RESTORE-RATINGS'
           .
       4000-EXIT.
           EXIT
           .
       4100-RATING-ROW.
           MOVE WS-RA-RATING-ID    TO WS-ID-EDIT
           MOVE WS-ID-EDIT         TO WS-SEL-KEY
           MOVE WS-RA-DATE         TO WS-SEL-DATE
           PERFORM 1200-SELECT-ROW THRU 1200-EXIT

           IF ROW-SELECTED
              PERFORM 4200-RATING-ONE THRU 4200-EXIT
           END-IF

           PERFORM 1100-READ-ARCHIVE THRU 1100-EXIT
           .
       4100-EXIT.
           EXIT
           .
       4200-RATING-ONE.
           ADD  1      TO WS-SELECT-COUNT
           MOVE 'N'    TO WS-REFUSE-SW
           MOVE SPACES TO WS-REASON
           MOVE WS-RATING-ARC TO WS-RL-DETAIL

           MOVE WS-RA-RATING-ID    TO BKRAT-RATING-ID
           MOVE WS-RA-BOOK-ID      TO BKRAT-BOOK-ID
           MOVE WS-RA-OLD          TO BKRAT-OLD-RATING
           MOVE WS-RA-NEW          TO BKRAT-NEW-RATING
           MOVE WS-RA-DATE         TO BKRAT-CHANGE-DATE
           MOVE WS-RA-TIME         TO BKRAT-CHANGE-TIME

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-ROW-COUNT
                FROM   IBMUSER.BOOK_RATINGS
                WHERE  RATING_ID = :BKRAT-RATING-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '4200-RATING-ONE'   TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-ROW-COUNT > 0
              MOVE 'Y'                         TO WS-REFUSE-SW
              MOVE 'RATING_ID ALREADY ON FILE' TO WS-REASON
              GO TO 4200-WRITE
           END-IF

           IF MODE-LIST
              GO TO 4200-WRITE
           END-IF

           EXEC SQL
                INSERT INTO IBMUSER.BOOK_RATINGS
                       (RATING_ID, BOOK_ID, OLD_RATING, NEW_RATING,
                        CHANGE_DATE, CHANGE_TIME)
                VALUES (:BKRAT-RATING-ID, :BKRAT-BOOK-ID,
                        :BKRAT-OLD-RATING, :BKRAT-NEW-RATING,
                        :BKRAT-CHANGE-DATE, :BKRAT-CHANGE-TIME)
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   EXEC SQL
                        COMMIT
                   END-EXEC
              WHEN SQLCODE = -803
                   MOVE 'Y'                         TO WS-REFUSE-SW
                   MOVE 'RATING_ID ALREADY ON FILE' TO WS-REASON
              WHEN OTHER
                   MOVE    '4200-RATING-ONE'     TO ERR-LOC
                   MOVE     SQLCODE              TO ERR-CODE
                   MOVE    'Y'                   TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       4200-WRITE.
           PERFORM 1300-WRITE-LINE THRU 1300-EXIT
           .
       4200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *RPT_RUN_HISTORY ROWS - KEY RUN_ID, DATE RUN_DATE. A GENERATION---
      *WRITTEN BEFORE THE DATE RANGE AND ROUTE CODE WERE ARCHIVED-------
      *BRINGS THEM BACK BLANK-------------------------------------------
       5000-RESTORE-RPTHIST.
           DISPLAY 'START 5000-RESTORE-RPTHIST'
           PERFORM 1100-READ-ARCHIVE THRU 1100-EXIT
           PERFORM 5100-RPTHIST-ROW  THRU 5100-EXIT UNTIL EOF
           DISPLAY 'END 5000-RESTORE-RPTHIST'
           .
       5000-EXIT.
           EXIT
           .
       5100-RPTHIST-ROW.
           MOVE WS-RP-RUN-ID       TO WS-ID-EDIT
           MOVE WS-ID-EDIT         TO WS-SEL-KEY
           MOVE WS-RP-RUN-DATE     TO WS-SEL-DATE
           PERFORM 1200-SELECT-ROW THRU 1200-EXIT

           IF ROW-SELECTED
              PERFORM 5200-RPTHIST-ONE THRU 5200-EXIT
           END-IF

           PERFORM 1100-READ-ARCHIVE THRU 1100-EXIT
           .
       5100-EXIT.
           EXIT
           .
       5200-RPTHIST-ONE.
           ADD  1      TO WS-SELECT-COUNT
           MOVE 'N'    TO WS-REFUSE-SW
           MOVE SPACES TO WS-REASON
           MOVE WS-RPTHS-ARC TO WS-RL-DETAIL

           MOVE WS-RP-RUN-ID       TO RPTHS-RUN-ID
           MOVE WS-RP-RUN-DATE     TO RPTHS-RUN-DATE
           MOVE WS-RP-RUN-TIME     TO RPTHS-RUN-TIME
           MOVE WS-RP-PUBID        TO RPTHS-PUBLISHER-ID
           MOVE WS-RP-RATMAX       TO RPTHS-RATING-MAX
           MOVE WS-RP-DATE-LOW     TO RPTHS-DATE-LOW
           MOVE WS-RP-DATE-HIGH    TO RPTHS-DATE-HIGH
           MOVE WS-RP-FORMAT       TO RPTHS-FORMAT
           MOVE WS-RP-DSNAME       TO RPTHS-DSNAME
           MOVE WS-RP-TOTAL        TO RPTHS-TOTAL-BOOKS
           MOVE WS-RP-STATUS       TO RPTHS-STATUS
           MOVE WS-RP-ROUTE-CODE   TO RPTHS-ROUTE-CODE

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-ROW-COUNT
                FROM   IBMUSER.RPT_RUN_HISTORY
                WHERE  RUN_ID = :RPTHS-RUN-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '5200-RPTHIST-ONE'  TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-ROW-COUNT > 0
              MOVE 'Y'                      TO WS-REFUSE-SW
              MOVE 'RUN_ID ALREADY ON FILE' TO WS-REASON
              GO TO 5200-WRITE
           END-IF

           IF MODE-LIST
              GO TO 5200-WRITE
           END-IF

           EXEC SQL
                INSERT INTO IBMUSER.RPT_RUN_HISTORY
                       (RUN_ID, RUN_DATE, RUN_TIME, PUBLISHER_ID,
                        RATING_MAX, DATE_LOW, DATE_HIGH, FORMAT,
                        DSNAME, TOTAL_BOOKS, STATUS, ROUTE_CODE)
                VALUES (:RPTHS-RUN-ID, :RPTHS-RUN-DATE,
                        :RPTHS-RUN-TIME, :RPTHS-PUBLISHER-ID,
                        :RPTHS-RATING-MAX, :RPTHS-DATE-LOW,
                        :RPTHS-DATE-HIGH, :RPTHS-FORMAT, :RPTHS-DSNAME,
                        :RPTHS-TOTAL-BOOKS, :RPTHS-STATUS,
                        :RPTHS-ROUTE-CODE)
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   EXEC SQL
                        COMMIT
                   END-EXEC
              WHEN SQLCODE = -803
                   MOVE 'Y'                      TO WS-REFUSE-SW
                   MOVE 'RUN_ID ALREADY ON FILE' TO WS-REASON
              WHEN OTHER
                   MOVE    '5200-RPTHIST-ONE'    TO ERR-LOC
                   MOVE     SQLCODE              TO ERR-CODE
                   MOVE    'Y'                   TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       5200-WRITE.
           PERFORM 1300-WRITE-LINE THRU 1300-EXIT
           .
       5200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *COPY_HISTORY ROWS - KEY ACCESSION_NO (WITH SEQ_NO TO MAKE IT-----
      *UNIQUE), DATE CHANGE_DATE----------------------------------------
       6000-RESTORE-CPHIST.
           DISPLAY 'START 6000-RESTORE-CPHIST'
           PERFORM 1100-READ-ARCHIVE THRU 1100-EXIT
           PERFORM 6100-CPHIST-ROW   THRU 6100-EXIT UNTIL EOF
           DISPLAY 'END 6000-RESTORE-CPHIST'
           .
       6000-EXIT.
           EXIT
           .
       6100-CPHIST-ROW.
           MOVE WS-CA-ACCESSION-NO TO WS-SEL-KEY
           MOVE WS-CA-DATE         TO WS-SEL-DATE
           PERFORM 1200-SELECT-ROW THRU 1200-EXIT

           IF ROW-SELECTED
              PERFORM 6200-CPHIST-ONE THRU 6200-EXIT
           END-IF

           PERFORM 1100-READ-ARCHIVE THRU 1100-EXIT
           .
       6100-EXIT.
           EXIT
           .
       6200-CPHIST-ONE.
           ADD  1      TO WS-SELECT-COUNT
           MOVE 'N'    TO WS-REFUSE-SW
           MOVE SPACES TO WS-REASON
           MOVE WS-CPHST-ARC TO WS-RL-DETAIL

           MOVE WS-CA-ACCESSION-NO  TO CPHST-ACCESSION-NO
           MOVE WS-CA-SEQ-NO        TO CPHST-SEQ-NO
           MOVE WS-CA-DATE          TO CPHST-CHANGE-DATE
           MOVE WS-CA-TIME          TO CPHST-CHANGE-TIME
           MOVE WS-CA-OLD-STATUS    TO CPHST-OLD-STATUS
           MOVE WS-CA-NEW-STATUS    TO CPHST-NEW-STATUS
           MOVE WS-CA-OLD-CONDITION TO CPHST-OLD-CONDITION
           MOVE WS-CA-NEW-CONDITION TO CPHST-NEW-CONDITION
           MOVE WS-CA-OLD-BRANCH    TO CPHST-OLD-BRANCH-ID
           MOVE WS-CA-NEW-BRANCH    TO CPHST-NEW-BRANCH-ID
           MOVE WS-CA-OLD-SHELF     TO CPHST-OLD-SHELF-LOC
           MOVE WS-CA-NEW-SHELF     TO CPHST-NEW-SHELF-LOC
           MOVE WS-CA-PROGRAM       TO CPHST-PROGRAM
           MOVE WS-CA-OPER          TO CPHST-OPER-ID

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-ROW-COUNT
                FROM   IBMUSER.COPY_HISTORY
                WHERE  ACCESSION_NO = :CPHST-ACCESSION-NO
                AND    SEQ_NO       = :CPHST-SEQ-NO
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '6200-CPHIST-ONE'   TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-ROW-COUNT > 0
              MOVE 'Y'                         TO WS-REFUSE-SW
              MOVE 'ACCESSION/SEQ_NO ALREADY ON FILE'
                                               TO WS-REASON
              GO TO 6200-WRITE
           END-IF

           IF MODE-LIST
              GO TO 6200-WRITE
           END-IF

           EXEC SQL
                INSERT INTO IBMUSER.COPY_HISTORY
                       (ACCESSION_NO, SEQ_NO, CHANGE_DATE, CHANGE_TIME,
                        OLD_STATUS, NEW_STATUS, OLD_CONDITION,
                        NEW_CONDITION, OLD_BRANCH_ID, NEW_BRANCH_ID,
                        OLD_SHELF_LOC, NEW_SHELF_LOC, PROGRAM, OPER_ID)
                VALUES (:CPHST-ACCESSION-NO, :CPHST-SEQ-NO,
                        :CPHST-CHANGE-DATE, :CPHST-CHANGE-TIME,
                        :CPHST-OLD-STATUS, :CPHST-NEW-STATUS,
                        :CPHST-OLD-CONDITION, :CPHST-NEW-CONDITION,
                        :CPHST-OLD-BRANCH-ID, :CPHST-NEW-BRANCH-ID,
                        :CPHST-OLD-SHELF-LOC, :CPHST-NEW-SHELF-LOC,
                        :CPHST-PROGRAM, :CPHST-OPER-ID)
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   EXEC SQL
                        COMMIT
                   END-EXEC
              WHEN SQLCODE = -803
                   MOVE 'Y'                         TO WS-REFUSE-SW
                   MOVE 'ACCESSION/SEQ_NO ALREADY ON FILE'
                                                    TO WS-REASON
              WHEN OTHER
                   MOVE    '6200-CPHIST-ONE'     TO ERR-LOC
                   MOVE     SQLCODE              TO ERR-CODE
                   MOVE    'Y'                   TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       6200-WRITE.
           PERFORM 1300-WRITE-LINE THRU 1300-EXIT
           .
       6200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *COUNTS, TRAILER AND FOOTER, THEN CLOSE---------------------------
       8000-CLOSE-FILES.
           DISPLAY 'START 8000-CLOSE-FILES'

           MOVE    WS-READ-COUNT           TO WS-SM-READ
           MOVE    WS-SELECT-COUNT         TO WS-SM-SELECTED
           MOVE    WS-OK-COUNT             TO WS-SM-OK
           MOVE    WS-REFUSE-COUNT         TO WS-SM-NO
           MOVE    WS-LINK-COUNT           TO WS-SM-LINKS

           MOVE    WS-BREAKER              TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-SUMMARY              TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-SPACES               TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-TRAILER              TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-FOOTER               TO OP-FIELDS
           WRITE   OP-FIELDS

           PERFORM 8100-CLOSE-ARCHIVE THRU 8100-EXIT
           CLOSE   PRT-REST

           DISPLAY 'END 8000-CLOSE-FILES'
           .
       8000-EXIT.
           EXIT
           .
       8100-CLOSE-ARCHIVE.
           EVALUATE TRUE
               WHEN ARCH-BOOKS
                    CLOSE ARC-BOOK
               WHEN ARCH-AUDIT
                    CLOSE ARC-AUDIT
               WHEN ARCH-RATINGS
                    CLOSE ARC-RATING
               WHEN ARCH-RPTHIST
                    CLOSE ARC-RPTHIST
               WHEN ARCH-CPHIST
                    CLOSE ARC-CPHIST
           END-EVALUATE
           .
       8100-EXIT.
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
      *RECORD THE FAILURE IN THE CENTRAL ERROR LOG BEFORE THE RUN-------
      *ENDS, SO THE EVIDENCE OUTLIVES THE JOB LOG (BEST-EFFORT - A------
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
           MOVE 'ARCREST '   TO ERRLG-PROGRAM
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
      *REBUILD THE TITLE-WORD INDEX FOR THE CURRENT BOOK - DROP THE-----
      *OLD WORDS AND INSERT ONE ROW PER DISTINCT UPPER-CASED WORD OF----
      *THE TITLE NOW ON FILE, SO BOOK01DB'S ANY-WORD SEARCH FINDS IT----
       Z9600-INDEX-TITLE.
           MOVE BOOKS-BOOK-ID TO TWORD-BOOK-ID

           EXEC SQL
                DELETE FROM IBMUSER.TITLE_WORDS
                WHERE  BOOK_ID = :TWORD-BOOK-ID
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR REBUILDING TITLE WORDS: ' SQLCODE
           END-IF

           MOVE 0      TO WS-WORD-COUNT
           MOVE SPACES TO WS-WORD-TBL

           UNSTRING FUNCTION UPPER-CASE(BOOKS-TITLE-TEXT)
                    DELIMITED BY ALL SPACE
                    INTO WS-WORD(1)  WS-WORD(2)  WS-WORD(3)
                         WS-WORD(4)  WS-WORD(5)  WS-WORD(6)
                         WS-WORD(7)  WS-WORD(8)  WS-WORD(9)
                         WS-WORD(10) WS-WORD(11) WS-WORD(12)
                         WS-WORD(13) WS-WORD(14) WS-WORD(15)
                         WS-WORD(16) WS-WORD(17) WS-WORD(18)
                         WS-WORD(19) WS-WORD(20) WS-WORD(21)
                         WS-WORD(22) WS-WORD(23) WS-WORD(24)
                    TALLYING WS-WORD-COUNT

           PERFORM Z9610-INSERT-WORD THRU Z9610-EXIT
                   VARYING WORD-SUB FROM 1 BY 1
                     UNTIL WORD-SUB > WS-WORD-COUNT
           .
       Z9600-EXIT.
           EXIT
           .
       Z9610-INSERT-WORD.
           IF WS-WORD(WORD-SUB) = SPACES
              GO TO Z9610-EXIT
           END-IF

           MOVE WS-WORD(WORD-SUB) TO TWORD-WORD

           EXEC SQL
                INSERT INTO IBMUSER.TITLE_WORDS
                       (WORD, BOOK_ID)
                VALUES (:TWORD-WORD, :TWORD-BOOK-ID)
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = -803
              DISPLAY 'ERROR REBUILDING TITLE WORDS: ' SQLCODE
           END-IF
           .
       Z9610-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *FILING TITLE FOR THE TITLE SORT - THE TITLE UPPER-CASED WITH A---
      *LEADING ARTICLE (THE/AN/A) DROPPED, SO A THIRD OF THE------------
      *COLLECTION STOPS FILING UNDER "THE"------------------------------
       Z9650-BUILD-SORT-TITLE.
           MOVE FUNCTION UPPER-CASE(BOOKS-TITLE-TEXT)
                                        TO BOOKS-SORT-TITLE

           EVALUATE TRUE
              WHEN BOOKS-SORT-TITLE(1:4) = 'THE '
                   MOVE BOOKS-SORT-TITLE(5:162) TO WS-SORT-WORK
                   MOVE WS-SORT-WORK            TO BOOKS-SORT-TITLE
              WHEN BOOKS-SORT-TITLE(1:3) = 'AN '
                   MOVE BOOKS-SORT-TITLE(4:163) TO WS-SORT-WORK
                   MOVE WS-SORT-WORK            TO BOOKS-SORT-TITLE
              WHEN BOOKS-SORT-TITLE(1:2) = 'A '
                   MOVE BOOKS-SORT-TITLE(3:164) TO WS-SORT-WORK
                   MOVE WS-SORT-WORK            TO BOOKS-SORT-TITLE
              WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       Z9650-EXIT.
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
           MOVE 'ARCREST ' TO BRUN-JOB-NAME

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
              PERFORM 8100-CLOSE-ARCHIVE THRU 8100-EXIT
              CLOSE PRT-REST
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
