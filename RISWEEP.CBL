      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RISWEEP.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- NIGHTLY REFERENTIAL INTEGRITY SWEEP. THE TABLES CARRY NO  *
      * DB2 RI BETWEEN THEM, SO MERGES, PURGES AND ABENDED RUNS CAN   *
      * LEAVE CHILD ROWS POINTING AT PARENTS THAT ARE GONE. THIS RUN  *
      * WORKS THROUGH A FIXED CATALOGUE OF PARENT-CHILD CHECKS:       *
      *    -- LOANS > BOOKS, BORROWERS, AND AN OPEN LOAN'S COPY       *
      *    -- COPIES > BOOKS, BRANCHES                                *
      *    -- FINES > LOANS, BORROWERS; FINE_PAYMENTS > FINES         *
      *    -- HOLDS > BOOKS, BORROWERS, AND OPEN HOLDS ON A BOOK      *
      *       THAT HAS BEEN SOFT-DELETED                              *
      *    -- BRANCH_HOLDINGS > BRANCHES, BOOKS                       *
      *    -- BOOK_SUBJECTS > SUBJECTS, BOOKS                         *
      *    -- BOOK_AUTHORS > AUTHORS, BOOKS                           *
      *    -- BOOKS > PUBLISHERS, GENRES                              *
      * EVERY VIOLATION PRINTS ON RISOUT UNDER ITS CHECK WITH THE     *
      * CHILD TABLE, THE CHILD ROW'S KEY AND THE BROKEN REFERENCE,    *
      * FOLLOWED BY A COUNT PER CHECK (ZERO COUNTS INCLUDED, SO THE   *
      * LISTING PROVES EVERY CHECK RAN). THE TOTAL GOES TO THE RUN'S  *
      * BATCH_RUNS RECORD_COUNT, WHERE DSHBRD01 PICKS IT UP FOR THE   *
      * MORNING CHECK. AN OPTIONAL REFERENCE (A NULL OR ZERO BRANCH,  *
      * PUBLISHER, GENRE OR LOAN, AN ANONYMISED LOAN'S NULL BORROWER) *
      * IS NOT A VIOLATION - BRANCH 0 IS THE MAIN DESK.               *
      * REPORTS ONLY - NOTHING IS UPDATED OR DELETED.                 *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- BKORPHRP > THE PUBLISHER-SIDE ORPHAN REPORT             *
      *    -- BKPURGE/AUTHMRG1/BORRMRG1 > THE PURGES AND MERGES THAT  *
      *       SHOULD LEAVE NOTHING BEHIND                             *
      *    -- DSHBRD01 > SHOWS THE LAST SWEEP'S TOTAL                 *
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
           SELECT PRT-RISW ASSIGN TO RISOUT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRT-RISW
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.

       01  WS-VIOL-LINE.
           05  FILLER                PIC X(004) VALUE ALL SPACES      .
           05  WS-VL-TABLE           PIC X(015)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-VL-KEY-NAME        PIC X(012)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-VL-KEY             PIC X(012)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-VL-REF-NAME        PIC X(012)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-VL-REF             PIC X(012)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-VL-PROBLEM         PIC X(028)                       .
           05  FILLER                PIC X(127) VALUE ALL SPACES      .

       01  WS-COL-HEAD.
           05  FILLER                PIC X(004) VALUE ALL SPACES      .
           05  FILLER                PIC X(017) VALUE 'TABLE'         .
           05  FILLER                PIC X(027) VALUE 'CHILD KEY'     .
           05  FILLER                PIC X(027) VALUE
                                         'BROKEN REFERENCE'           .
           05  FILLER                PIC X(028) VALUE 'PROBLEM'       .
           05  FILLER                PIC X(127) VALUE ALL SPACES      .

       01  WS-CHECK-HEAD.
           05  FILLER                PIC X(006) VALUE 'CHECK '        .
           05  WS-CH-CHECK-NO        PIC 9(002)                       .
           05  FILLER                PIC X(003) VALUE ' - '           .
           05  WS-CH-TABLE           PIC X(015)                       .
           05  FILLER                PIC X(001) VALUE '.'             .
           05  WS-CH-REF-NAME        PIC X(012)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-CH-PROBLEM         PIC X(028)                       .
           05  FILLER                PIC X(162) VALUE ALL SPACES      .

       01  WS-COUNT-LINE.
           05  FILLER                PIC X(006) VALUE 'CHECK '        .
           05  WS-CL-CHECK-NO        PIC 9(002)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-CL-TABLE           PIC X(015)                       .
           05  FILLER                PIC X(001) VALUE '.'             .
           05  WS-CL-REF-NAME        PIC X(012)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-CL-PROBLEM         PIC X(028)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-CL-COUNT           PIC ZZZ,ZZ9                      .
           05  FILLER                PIC X(154) VALUE ALL SPACES      .

       01  WS-SECT-COUNTS.
           05  FILLER                PIC X(040) VALUE
                   'VIOLATIONS BY CHECK'                              .
           05  FILLER                PIC X(190) VALUE ALL SPACES      .

      *-----------------------------------------------------------------
      *THE CHECK CATALOGUE, IN RI_CURSOR'S CHECK-NUMBER ORDER - THE-----
      *CHILD TABLE, THE KEY PRINTED FOR THE CHILD ROW, THE COLUMN-------
      *HOLDING THE BROKEN REFERENCE AND WHAT IS WRONG WITH IT. A NEW----
      *CHECK GOES ON THE END OF BOTH, AND RIS-CHECK-MAX GOES UP BY ONE--
       01  RIS-CHECK-DATA.
           05  FILLER          PIC X(015) VALUE 'LOANS'               .
           05  FILLER          PIC X(012) VALUE 'LOAN_ID'             .
           05  FILLER          PIC X(012) VALUE 'BOOK_ID'             .
           05  FILLER          PIC X(028) VALUE 'NOT ON BOOKS'        .
           05  FILLER          PIC X(015) VALUE 'LOANS'               .
           05  FILLER          PIC X(012) VALUE 'LOAN_ID'             .
           05  FILLER          PIC X(012) VALUE 'BORROWER_ID'         .
           05  FILLER          PIC X(028) VALUE 'NOT ON BORROWERS'    .
           05  FILLER          PIC X(015) VALUE 'LOANS'               .
           05  FILLER          PIC X(012) VALUE 'LOAN_ID'             .
           05  FILLER          PIC X(012) VALUE 'ACCESSION_NO'        .
           05  FILLER          PIC X(028) VALUE
                                   'OPEN LOAN - COPY NOT ON FILE'     .
           05  FILLER          PIC X(015) VALUE 'COPIES'              .
           05  FILLER          PIC X(012) VALUE 'ACCESSION_NO'        .
           05  FILLER          PIC X(012) VALUE 'BOOK_ID'             .
           05  FILLER          PIC X(028) VALUE 'NOT ON BOOKS'        .
           05  FILLER          PIC X(015) VALUE 'COPIES'              .
           05  FILLER          PIC X(012) VALUE 'ACCESSION_NO'        .
           05  FILLER          PIC X(012) VALUE 'BRANCH_ID'           .
           05  FILLER          PIC X(028) VALUE 'NOT ON BRANCHES'     .
           05  FILLER          PIC X(015) VALUE 'FINES'               .
           05  FILLER          PIC X(012) VALUE 'FINE_ID'             .
           05  FILLER          PIC X(012) VALUE 'LOAN_ID'             .
           05  FILLER          PIC X(028) VALUE 'NOT ON LOANS'        .
           05  FILLER          PIC X(015) VALUE 'FINES'               .
           05  FILLER          PIC X(012) VALUE 'FINE_ID'             .
           05  FILLER          PIC X(012) VALUE 'BORROWER_ID'         .
           05  FILLER          PIC X(028) VALUE 'NOT ON BORROWERS'    .
           05  FILLER          PIC X(015) VALUE 'FINE_PAYMENTS'       .
           05  FILLER          PIC X(012) VALUE 'PAYMENT_ID'          .
           05  FILLER          PIC X(012) VALUE 'FINE_ID'             .
           05  FILLER          PIC X(028) VALUE 'NOT ON FINES'        .
           05  FILLER          PIC X(015) VALUE 'HOLDS'               .
           05  FILLER          PIC X(012) VALUE 'HOLD_ID'             .
           05  FILLER          PIC X(012) VALUE 'BOOK_ID'             .
           05  FILLER          PIC X(028) VALUE 'NOT ON BOOKS'        .
           05  FILLER          PIC X(015) VALUE 'HOLDS'               .
           05  FILLER          PIC X(012) VALUE 'HOLD_ID'             .
           05  FILLER          PIC X(012) VALUE 'BOOK_ID'             .
           05  FILLER          PIC X(028) VALUE
                                   'OPEN HOLD, BOOK IS DELETED'       .
           05  FILLER          PIC X(015) VALUE 'HOLDS'               .
           05  FILLER          PIC X(012) VALUE 'HOLD_ID'             .
           05  FILLER          PIC X(012) VALUE 'BORROWER_ID'         .
           05  FILLER          PIC X(028) VALUE 'NOT ON BORROWERS'    .
           05  FILLER          PIC X(015) VALUE 'BRANCH_HOLDINGS'     .
           05  FILLER          PIC X(012) VALUE 'BOOK_ID'             .
           05  FILLER          PIC X(012) VALUE 'BRANCH_ID'           .
           05  FILLER          PIC X(028) VALUE 'NOT ON BRANCHES'     .
           05  FILLER          PIC X(015) VALUE 'BRANCH_HOLDINGS'     .
           05  FILLER          PIC X(012) VALUE 'BRANCH_ID'           .
           05  FILLER          PIC X(012) VALUE 'BOOK_ID'             .
           05  FILLER          PIC X(028) VALUE 'NOT ON BOOKS'        .
           05  FILLER          PIC X(015) VALUE 'BOOK_SUBJECTS'       .
           05  FILLER          PIC X(012) VALUE 'BOOK_ID'             .
           05  FILLER          PIC X(012) VALUE 'SUBJECT_ID'          .
           05  FILLER          PIC X(028) VALUE 'NOT ON SUBJECTS'     .
           05  FILLER          PIC X(015) VALUE 'BOOK_SUBJECTS'       .
           05  FILLER          PIC X(012) VALUE 'SUBJECT_ID'          .
           05  FILLER          PIC X(012) VALUE 'BOOK_ID'             .
           05  FILLER          PIC X(028) VALUE 'NOT ON BOOKS'        .
           05  FILLER          PIC X(015) VALUE 'BOOK_AUTHORS'        .
           05  FILLER          PIC X(012) VALUE 'BOOK_ID'             .
           05  FILLER          PIC X(012) VALUE 'AUTHOR_ID'           .
           05  FILLER          PIC X(028) VALUE 'NOT ON AUTHORS'      .
           05  FILLER          PIC X(015) VALUE 'BOOK_AUTHORS'        .
           05  FILLER          PIC X(012) VALUE 'AUTHOR_ID'           .
           05  FILLER          PIC X(012) VALUE 'BOOK_ID'             .
           05  FILLER          PIC X(028) VALUE 'NOT ON BOOKS'        .
           05  FILLER          PIC X(015) VALUE 'BOOKS'               .
           05  FILLER          PIC X(012) VALUE 'BOOK_ID'             .
           05  FILLER          PIC X(012) VALUE 'PUBLISHER_ID'        .
           05  FILLER          PIC X(028) VALUE 'NOT ON PUBLISHERS'   .
           05  FILLER          PIC X(015) VALUE 'BOOKS'               .
           05  FILLER          PIC X(012) VALUE 'BOOK_ID'             .
           05  FILLER          PIC X(012) VALUE 'GENRE_ID'            .
           05  FILLER          PIC X(028) VALUE 'NOT ON GENRES'       .
       01  RIS-CHECK-TBL REDEFINES RIS-CHECK-DATA.
           05  RIS-CHECK OCCURS 19 TIMES.
               10  RIS-CHILD-TABLE     PIC X(015)                     .
               10  RIS-KEY-NAME        PIC X(012)                     .
               10  RIS-REF-NAME        PIC X(012)                     .
               10  RIS-PROBLEM         PIC X(028)                     .

       01  RIS-COUNT-TBL.
           05  RIS-COUNT       PIC S9(09) COMP OCCURS 19 TIMES        .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER           PIC X(230) VALUE
                   'REFERENTIAL INTEGRITY SWEEP - VIOLATIONS'         .
           05  WS-SUMMARY-1.
               10  FILLER          PIC X(018) VALUE
                                       'CHECKS RUN:       '           .
               10  WS-SM-CHECKS    PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(018) VALUE
                                       'CHECKS FAILED:    '           .
               10  WS-SM-FAILED    PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(018) VALUE
                                       'TOTAL VIOLATIONS: '           .
               10  WS-SM-TOTAL     PIC ZZZ,ZZ9                        .
               10  FILLER          PIC X(153) VALUE ALL SPACES        .
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
           05  RIS-CHECK-MAX       PIC S9(04) COMP VALUE 19           .
           05  RIS-SUB             PIC S9(04) COMP                    .
           05  WS-RI-CHECK         PIC S9(09) COMP                    .
           05  WS-RI-KEY-NUM       PIC S9(09) COMP                    .
           05  WS-RI-KEY           PIC X(12)                          .
           05  WS-RI-REF           PIC X(12)                          .
           05  WS-PREV-CHECK       PIC S9(09) COMP                    .
           05  WS-FAILED-CHECKS    PIC S9(04) COMP VALUE 0            .
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

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBRUN
           END-EXEC.

           EXEC SQL
                INCLUDE DCLERRLG
           END-EXEC.

      *-----------------------------------------------------------------
      *ONE ROW PER VIOLATION - THE CHECK NUMBER (RIS-CHECK ENTRY), THE--
      *CHILD KEY AS A NUMBER FOR THE SORT, THE CHILD KEY AND THE BROKEN-
      *REFERENCE AS PRINTABLE TEXT. A NULL OR ZERO OPTIONAL REFERENCE---
      *IS LEFT OUT, AS IS BRANCH 0 (THE MAIN DESK HAS NO BRANCHES ROW)--
           EXEC SQL DECLARE  RI_CURSOR CURSOR FOR
                SELECT V.CHK, V.KNUM, V.KEYV, V.REFV
                FROM  (SELECT 1 AS CHK, L.LOAN_ID AS KNUM,
                              CHAR(L.LOAN_ID) AS KEYV,
                              CHAR(L.BOOK_ID) AS REFV
                       FROM   IBMUSER.LOANS L
                       WHERE  NOT EXISTS
                              (SELECT 1 FROM IBMUSER.BOOKS B
                               WHERE  B.BOOK_ID = L.BOOK_ID)
                       UNION ALL
                       SELECT 2, L.LOAN_ID, CHAR(L.LOAN_ID),
                              CHAR(L.BORROWER_ID)
                       FROM   IBMUSER.LOANS L
                       WHERE  L.BORROWER_ID IS NOT NULL
                       AND    NOT EXISTS
                              (SELECT 1 FROM IBMUSER.BORROWERS W
                               WHERE  W.BORROWER_ID = L.BORROWER_ID)
                       UNION ALL
                       SELECT 3, L.LOAN_ID, CHAR(L.LOAN_ID),
                              L.ACCESSION_NO
                       FROM   IBMUSER.LOANS L
                       WHERE  L.STATUS = 'O'
                       AND    VALUE(L.ACCESSION_NO, ' ') NOT = ' '
                       AND    NOT EXISTS
                              (SELECT 1 FROM IBMUSER.COPIES C
                               WHERE  C.ACCESSION_NO = L.ACCESSION_NO)
                       UNION ALL
                       SELECT 4, 0, C.ACCESSION_NO, CHAR(C.BOOK_ID)
                       FROM   IBMUSER.COPIES C
                       WHERE  NOT EXISTS
                              (SELECT 1 FROM IBMUSER.BOOKS B
                               WHERE  B.BOOK_ID = C.BOOK_ID)
                       UNION ALL
                       SELECT 5, 0, C.ACCESSION_NO, CHAR(C.BRANCH_ID)
                       FROM   IBMUSER.COPIES C
                       WHERE  VALUE(C.BRANCH_ID, 0) NOT = 0
                       AND    NOT EXISTS
                              (SELECT 1 FROM IBMUSER.BRANCHES R
                               WHERE  R.BRANCH_ID = C.BRANCH_ID)
                       UNION ALL
                       SELECT 6, F.FINE_ID, CHAR(F.FINE_ID),
                              CHAR(F.LOAN_ID)
                       FROM   IBMUSER.FINES F
                       WHERE  VALUE(F.LOAN_ID, 0) NOT = 0
                       AND    NOT EXISTS
                              (SELECT 1 FROM IBMUSER.LOANS L
                               WHERE  L.LOAN_ID = F.LOAN_ID)
                       UNION ALL
                       SELECT 7, F.FINE_ID, CHAR(F.FINE_ID),
                              CHAR(F.BORROWER_ID)
                       FROM   IBMUSER.FINES F
                       WHERE  NOT EXISTS
                              (SELECT 1 FROM IBMUSER.BORROWERS W
                               WHERE  W.BORROWER_ID = F.BORROWER_ID)
                       UNION ALL
                       SELECT 8, P.PAYMENT_ID, CHAR(P.PAYMENT_ID),
                              CHAR(P.FINE_ID)
                       FROM   IBMUSER.FINE_PAYMENTS P
                       WHERE  NOT EXISTS
                              (SELECT 1 FROM IBMUSER.FINES F
                               WHERE  F.FINE_ID = P.FINE_ID)
                       UNION ALL
                       SELECT 9, H.HOLD_ID, CHAR(H.HOLD_ID),
                              CHAR(H.BOOK_ID)
                       FROM   IBMUSER.HOLDS H
                       WHERE  NOT EXISTS
                              (SELECT 1 FROM IBMUSER.BOOKS B
                               WHERE  B.BOOK_ID = H.BOOK_ID)
                       UNION ALL
                       SELECT 10, H.HOLD_ID, CHAR(H.HOLD_ID),
                              CHAR(H.BOOK_ID)
                       FROM   IBMUSER.HOLDS H, IBMUSER.BOOKS B
                       WHERE  B.BOOK_ID = H.BOOK_ID
                       AND    B.DELETED_FLAG = 'Y'
                       AND    H.STATUS IN ('Q', 'R', 'T', 'P')
                       UNION ALL
                       SELECT 11, H.HOLD_ID, CHAR(H.HOLD_ID),
                              CHAR(H.BORROWER_ID)
                       FROM   IBMUSER.HOLDS H
                       WHERE  NOT EXISTS
                              (SELECT 1 FROM IBMUSER.BORROWERS W
                               WHERE  W.BORROWER_ID = H.BORROWER_ID)
                       UNION ALL
                       SELECT 12, G.BOOK_ID, CHAR(G.BOOK_ID),
                              CHAR(G.BRANCH_ID)
                       FROM   IBMUSER.BRANCH_HOLDINGS G
                       WHERE  G.BRANCH_ID NOT = 0
                       AND    NOT EXISTS
                              (SELECT 1 FROM IBMUSER.BRANCHES R
                               WHERE  R.BRANCH_ID = G.BRANCH_ID)
                       UNION ALL
                       SELECT 13, G.BRANCH_ID, CHAR(G.BRANCH_ID),
                              CHAR(G.BOOK_ID)
                       FROM   IBMUSER.BRANCH_HOLDINGS G
                       WHERE  NOT EXISTS
                              (SELECT 1 FROM IBMUSER.BOOKS B
                               WHERE  B.BOOK_ID = G.BOOK_ID)
                       UNION ALL
                       SELECT 14, S.BOOK_ID, CHAR(S.BOOK_ID),
                              CHAR(S.SUBJECT_ID)
                       FROM   IBMUSER.BOOK_SUBJECTS S
                       WHERE  NOT EXISTS
                              (SELECT 1 FROM IBMUSER.SUBJECTS J
                               WHERE  J.SUBJECT_ID = S.SUBJECT_ID)
                       UNION ALL
                       SELECT 15, S.SUBJECT_ID, CHAR(S.SUBJECT_ID),
                              CHAR(S.BOOK_ID)
                       FROM   IBMUSER.BOOK_SUBJECTS S
                       WHERE  NOT EXISTS
                              (SELECT 1 FROM IBMUSER.BOOKS B
                               WHERE  B.BOOK_ID = S.BOOK_ID)
                       UNION ALL
                       SELECT 16, A.BOOK_ID, CHAR(A.BOOK_ID),
                              CHAR(A.AUTHOR_ID)
                       FROM   IBMUSER.BOOK_AUTHORS A
                       WHERE  NOT EXISTS
                              (SELECT 1 FROM IBMUSER.AUTHORS U
                               WHERE  U.AUTHOR_ID = A.AUTHOR_ID)
                       UNION ALL
                       SELECT 17, A.AUTHOR_ID, CHAR(A.AUTHOR_ID),
                              CHAR(A.BOOK_ID)
                       FROM   IBMUSER.BOOK_AUTHORS A
                       WHERE  NOT EXISTS
                              (SELECT 1 FROM IBMUSER.BOOKS B
                               WHERE  B.BOOK_ID = A.BOOK_ID)
                       UNION ALL
                       SELECT 18, B.BOOK_ID, CHAR(B.BOOK_ID),
                              CHAR(B.PUBLISHER_ID)
                       FROM   IBMUSER.BOOKS B
                       WHERE  VALUE(B.PUBLISHER_ID, 0) NOT = 0
                       AND    NOT EXISTS
                              (SELECT 1 FROM IBMUSER.PUBLISHERS P
                               WHERE  P.PUBLISHER_ID = B.PUBLISHER_ID)
                       UNION ALL
                       SELECT 19, B.BOOK_ID, CHAR(B.BOOK_ID),
                              CHAR(B.GENRE_ID)
                       FROM   IBMUSER.BOOKS B
                       WHERE  VALUE(B.GENRE_ID, 0) NOT = 0
                       AND    NOT EXISTS
                              (SELECT 1 FROM IBMUSER.GENRES N
                               WHERE  N.GENRE_ID = B.GENRE_ID)) V
                ORDER BY 1, 2, 3
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'.
           PERFORM Z9100-OPEN-RUN     THRU Z9100-EXIT.
           PERFORM 0600-SET-RUN-STAMP THRU 0600-EXIT.

           INITIALIZE RIS-COUNT-TBL.

           OPEN OUTPUT PRT-RISW.

           MOVE  WS-HEADER   TO OP-FIELDS.
           WRITE OP-FIELDS.
           MOVE  WS-BREAKER  TO OP-FIELDS.
           WRITE OP-FIELDS.

           PERFORM 2000-SWEEP        THRU 2000-EXIT.
           PERFORM 3000-CHECK-COUNTS THRU 3000-EXIT.

           MOVE RIS-CHECK-MAX    TO WS-SM-CHECKS.
           MOVE WS-FAILED-CHECKS TO WS-SM-FAILED.
           MOVE WS-BRUN-COUNT    TO WS-SM-TOTAL.

           MOVE  WS-SPACES    TO OP-FIELDS.
           WRITE OP-FIELDS.
           MOVE  WS-SUMMARY-1 TO OP-FIELDS.
           WRITE OP-FIELDS.
           MOVE  WS-SPACES    TO OP-FIELDS.
           WRITE OP-FIELDS.
           MOVE  WS-TRAILER   TO OP-FIELDS.
           WRITE OP-FIELDS.
           MOVE  WS-FOOTER    TO OP-FIELDS.
           WRITE OP-FIELDS.

           CLOSE PRT-RISW.
           DISPLAY 'VIOLATIONS FOUND: ' WS-BRUN-COUNT.
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
      *EVERY VIOLATION, UNDER A HEADING PER CHECK THAT FOUND ANY--------
       2000-SWEEP.
           MOVE 0 TO LAST-REC
           MOVE 0 TO WS-PREV-CHECK

           EXEC SQL
                OPEN RI_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                  TO ERROR-HANDLING
              MOVE   '2000-SWEEP'         TO ERR-LOC
              MOVE    SQLCODE             TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM 2100-FETCH-VIOLATION THRU 2100-EXIT UNTIL EOF

           EXEC SQL
                CLOSE RI_CURSOR
           END-EXEC
           .
       2000-EXIT.
           EXIT
           .
       2100-FETCH-VIOLATION.
           EXEC SQL
                FETCH RI_CURSOR INTO :WS-RI-CHECK
                                    ,:WS-RI-KEY-NUM
                                    ,:WS-RI-KEY
                                    ,:WS-RI-REF
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    IF WS-RI-CHECK < 1 OR WS-RI-CHECK > RIS-CHECK-MAX
                       GO TO 2100-EXIT
                    END-IF
                    IF WS-RI-CHECK NOT = WS-PREV-CHECK
                       PERFORM 2200-CHECK-HEAD THRU 2200-EXIT
                    END-IF
                    MOVE WS-RI-CHECK TO RIS-SUB
                    ADD 1            TO RIS-COUNT(RIS-SUB)
                    ADD 1            TO WS-BRUN-COUNT
                    PERFORM 2300-PRINT-VIOLATION THRU 2300-EXIT
               WHEN SQLCODE = 100
                    MOVE 1 TO LAST-REC
               WHEN OTHER
                    MOVE 1 TO LAST-REC
                    MOVE   'Y'                    TO ERROR-HANDLING
                    MOVE   '2100-FETCH-VIOLATION' TO ERR-LOC
                    MOVE    SQLCODE               TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2100-EXIT.
           EXIT
           .
       2200-CHECK-HEAD.
           MOVE WS-RI-CHECK              TO WS-PREV-CHECK
           MOVE WS-RI-CHECK              TO RIS-SUB
           MOVE WS-RI-CHECK              TO WS-CH-CHECK-NO
           MOVE RIS-CHILD-TABLE(RIS-SUB) TO WS-CH-TABLE
           MOVE RIS-REF-NAME(RIS-SUB)    TO WS-CH-REF-NAME
           MOVE RIS-PROBLEM(RIS-SUB)     TO WS-CH-PROBLEM

           MOVE  WS-SPACES      TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-CHECK-HEAD  TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-COL-HEAD    TO OP-FIELDS
           WRITE OP-FIELDS
           .
       2200-EXIT.
           EXIT
           .
       2300-PRINT-VIOLATION.
           MOVE RIS-CHILD-TABLE(RIS-SUB) TO WS-VL-TABLE
           MOVE RIS-KEY-NAME(RIS-SUB)    TO WS-VL-KEY-NAME
           MOVE WS-RI-KEY                TO WS-VL-KEY
           MOVE RIS-REF-NAME(RIS-SUB)    TO WS-VL-REF-NAME
           MOVE WS-RI-REF                TO WS-VL-REF
           MOVE RIS-PROBLEM(RIS-SUB)     TO WS-VL-PROBLEM

           MOVE  WS-VIOL-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           .
       2300-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE COUNT LINE PER CHECK IN THE CATALOGUE, CLEAN ONES TOO--------
       3000-CHECK-COUNTS.
           MOVE  WS-SPACES      TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-SECT-COUNTS TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-BREAKER     TO OP-FIELDS
           WRITE OP-FIELDS

           PERFORM 3100-COUNT-LINE THRU 3100-EXIT
                   VARYING RIS-SUB FROM 1 BY 1
                   UNTIL RIS-SUB > RIS-CHECK-MAX
           .
       3000-EXIT.
           EXIT
           .
       3100-COUNT-LINE.
           MOVE RIS-SUB                  TO WS-CL-CHECK-NO
           MOVE RIS-CHILD-TABLE(RIS-SUB) TO WS-CL-TABLE
           MOVE RIS-REF-NAME(RIS-SUB)    TO WS-CL-REF-NAME
           MOVE RIS-PROBLEM(RIS-SUB)     TO WS-CL-PROBLEM
           MOVE RIS-COUNT(RIS-SUB)       TO WS-CL-COUNT

           IF RIS-COUNT(RIS-SUB) > 0
              ADD 1 TO WS-FAILED-CHECKS
           END-IF

           MOVE  WS-COUNT-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           .
       3100-EXIT.
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
           MOVE 'RISWEEP ' TO BRUN-JOB-NAME

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
           MOVE 'RISWEEP '   TO ERRLG-PROGRAM
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
       XXXX-ERROR-HANDLING.
           IF SOME-ERROR
              PERFORM Z9500-LOG-ERROR THRU Z9500-EXIT

              DISPLAY WS-MESSAGE
              DISPLAY 'SQLCODE: ' SQLCODE
              CLOSE PRT-RISW
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
