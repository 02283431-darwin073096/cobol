      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    WHSEXTR.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- NIGHTLY DELIMITED EXTRACT FOR THE COUNCIL'S REPORTING     *
      * WAREHOUSE. ONE PIPE-DELIMITED FILE PER SUBJECT:               *
      *    -- WHLOAN > LOANS MADE (BY LOAN_DATE)                      *
      *    -- WHRETN > RETURNS (BY RETURN_DATE), WITH THE DAYS LATE   *
      *    -- WHHOLD > HOLDS PLACED (BY PLACED_DATE)                  *
      *    -- WHFINE > FINES AND FEES ASSESSED (BY ASSESS_DATE)       *
      *    -- WHPAY  > PAYMENTS TAKEN (BY PAY_DATE), WITH THE CHANNEL *
      *               GLEXTR SPLITS THEM BY (D DRAWER, E EXTERNAL,    *
      *               Q REFUND DUE, S BOOK SALE, L LOST CREDIT)       *
      *    -- WHCOPY > SNAPSHOT - COPIES BY BRANCH AND STATUS         *
      *    -- WHBORR > SNAPSHOT - BORROWERS BY TYPE AND STATUS        *
      * EVERY FILE OPENS WITH AN 'H' RECORD (FILE, DAYS COVERED, RUN  *
      * DATE/TIME, DAILY OR RECUT) AND CLOSES WITH A 'T' RECORD       *
      * CARRYING ITS 'D' RECORD COUNT. THE SNAPSHOTS ARE TAKEN AS THE *
      * JOB RUNS AND ARE STAMPED WITH THE RUN DATE.                   *
      *                                                               *
      * --- NO BORROWER IS IDENTIFIED. BORROWER_ID IS REPLACED BY AN  *
      * 8-DIGIT PSEUDONYM FROM A KEYED PERMUTATION - THE SAME         *
      * BORROWER GETS THE SAME PSEUDONYM EVERY NIGHT AND NO TWO       *
      * BORROWERS SHARE ONE, BUT WITHOUT THE 'WHSEKEY' SETTING        *
      * (LIB_SETTINGS, PROTECTED, NEVER SENT) IT CANNOT BE TURNED     *
      * BACK. NO KEY ON FILE STOPS THE RUN (RC 8). A LOAN LOANANON    *
      * HAS ALREADY STRIPPED GOES WITH THE PSEUDONYM BLANK. NAMES,    *
      * CONTACTS AND ADDRESSES ARE NEVER READ.                        *
      *                                                               *
      * --- INCREMENTAL BY DATE: 'WHSEDATE' (LIB_SETTINGS, PROTECTED) *
      * IS THE LAST DAY EXTRACTED. A NIGHTLY RUN TAKES EVERY COMPLETE *
      * DAY AFTER IT UP TO YESTERDAY (TODAY IS NEVER TAKEN - IT IS NOT*
      * OVER), SO A NIGHT THE JOB DID NOT RUN IS PICKED UP BY THE     *
      * NEXT. THE MARK ONLY MOVES ONCE EVERY FILE IS COMPLETE. NO ROW *
      * MEANS A FIRST RUN, WHICH SENDS THE WHOLE HISTORY.             *
      * A PARM OF ONE OR TWO DATES (YYYY-MM-DD, FROM THEN THRU) IS A  *
      * RE-CUT: THE FILES FOR EXACTLY THOSE DAYS ARE CUT AGAIN - FOR  *
      * A DAY THE WAREHOUSE LOST OR FAILED TO LOAD - AND THE MARK IS  *
      * NOT MOVED (AS CONSFEED'S RE-CUT). THE ROW COUNTS PRINT ON     *
      * WHSOUT.                                                       *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- GLEXTR   > THE SAME DATE-MARK AND PAYMENT CHANNELS      *
      *    -- CONSFEED > THE SAME RE-CUT PARM CONVENTION              *
      *    -- LOANANON > STRIPS THE BORROWER FROM OLD LOANS           *
      *    -- SETMNT1  > MAINTAINS WHSEDATE AND WHSEKEY               *
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
           SELECT WH-LOAN   ASSIGN TO WHLOAN.
           SELECT WH-RETURN ASSIGN TO WHRETN.
           SELECT WH-HOLD   ASSIGN TO WHHOLD.
           SELECT WH-FINE   ASSIGN TO WHFINE.
           SELECT WH-PAY    ASSIGN TO WHPAY.
           SELECT WH-COPY   ASSIGN TO WHCOPY.
           SELECT WH-BORR   ASSIGN TO WHBORR.
           SELECT PRT-WHSE  ASSIGN TO WHSOUT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  WH-LOAN
           RECORD CONTAINS 133
           RECORDING MODE F.
       01  WH-LOAN-REC PIC X(133).

       FD  WH-RETURN
           RECORD CONTAINS 133
           RECORDING MODE F.
       01  WH-RETURN-REC PIC X(133).

       FD  WH-HOLD
           RECORD CONTAINS 133
           RECORDING MODE F.
       01  WH-HOLD-REC PIC X(133).

       FD  WH-FINE
           RECORD CONTAINS 133
           RECORDING MODE F.
       01  WH-FINE-REC PIC X(133).

       FD  WH-PAY
           RECORD CONTAINS 133
           RECORDING MODE F.
       01  WH-PAY-REC PIC X(133).

       FD  WH-COPY
           RECORD CONTAINS 133
           RECORDING MODE F.
       01  WH-COPY-REC PIC X(133).

       FD  WH-BORR
           RECORD CONTAINS 133
           RECORDING MODE F.
       01  WH-BORR-REC PIC X(133).

       FD  PRT-WHSE
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      *EVERY WAREHOUSE FILE - ONE 'H' HEADER, A 'D' RECORD PER ROW------
      *(LAYOUTS BELOW), ONE 'T' TRAILER WITH THE 'D' RECORD COUNT. THE--
      *FIELDS ARE FIXED WIDTH AS WELL AS PIPE-DELIMITED-----------------
       01  WS-WH-HEADER.
           05  FILLER                PIC X(002) VALUE 'H|'            .
           05  WS-WH-FILE            PIC X(006)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-WH-FROM            PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-WH-THRU            PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-WH-RUN-DATE        PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-WH-RUN-TIME        PIC X(008)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-WH-RUN-KIND        PIC X(005)                       .
           05  FILLER                PIC X(077) VALUE ALL SPACES      .

       01  WS-WH-TRAILER.
           05  FILLER                PIC X(002) VALUE 'T|'            .
           05  WS-WT-FILE            PIC X(006)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-WT-COUNT           PIC 9(009)                       .
           05  FILLER                PIC X(115) VALUE ALL SPACES      .

      *LOAN_ID|LOAN_DATE|LOAN_TIME|DUE_DATE|BOOK_ID|ACCESSION_NO|-------
      *BRANCH_ID|BORROWER PSEUDONYM-------------------------------------
       01  WS-LOAN-OUT.
           05  FILLER                PIC X(002) VALUE 'D|'            .
           05  WS-LO-LOAN-ID         PIC 9(009)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-LO-LOAN-DATE       PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-LO-LOAN-TIME       PIC X(008)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-LO-DUE-DATE        PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-LO-BOOK-ID         PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-LO-ACCESSION-NO    PIC X(012)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-LO-BRANCH-ID       PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-LO-PSEUDO          PIC X(008)                       .
           05  FILLER                PIC X(059) VALUE ALL SPACES      .

      *LOAN_ID|RETURN_DATE|RETURN_TIME|LOAN_DATE|DUE_DATE|BOOK_ID|------
      *ACCESSION_NO|BRANCH_ID|BORROWER PSEUDONYM|RENEWALS|DAYS LATE-----
       01  WS-RETURN-OUT.
           05  FILLER                PIC X(002) VALUE 'D|'            .
           05  WS-RO-LOAN-ID         PIC 9(009)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-RO-RETURN-DATE     PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-RO-RETURN-TIME     PIC X(008)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-RO-LOAN-DATE       PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-RO-DUE-DATE        PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-RO-BOOK-ID         PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-RO-ACCESSION-NO    PIC X(012)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-RO-BRANCH-ID       PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-RO-PSEUDO          PIC X(008)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-RO-RENEWALS        PIC 9(003)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-RO-DAYS-LATE       PIC 9(005)                       .
           05  FILLER                PIC X(038) VALUE ALL SPACES      .

      *HOLD_ID|PLACED_DATE|BOOK_ID|BORROWER PSEUDONYM|PICKUP_BRANCH|----
      *STATUS|ANY_EDITION-----------------------------------------------
       01  WS-HOLD-OUT.
           05  FILLER                PIC X(002) VALUE 'D|'            .
           05  WS-HO-HOLD-ID         PIC 9(009)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-HO-PLACED-DATE     PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-HO-BOOK-ID         PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-HO-PSEUDO          PIC X(008)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-HO-PICKUP-BRANCH   PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-HO-STATUS          PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-HO-ANY-EDITION     PIC X(001)                       .
           05  FILLER                PIC X(088) VALUE ALL SPACES      .

      *FINE_ID|ASSESS_DATE|BORROWER PSEUDONYM|LOAN_ID|FINE_TYPE|--------
      *AMOUNT|STATUS----------------------------------------------------
       01  WS-FINE-OUT.
           05  FILLER                PIC X(002) VALUE 'D|'            .
           05  WS-FO-FINE-ID         PIC 9(009)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-FO-ASSESS-DATE     PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-FO-PSEUDO          PIC X(008)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-FO-LOAN-ID         PIC 9(009)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-FO-FINE-TYPE       PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-FO-AMOUNT          PIC -9(005).99                   .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-FO-STATUS          PIC X(001)                       .
           05  FILLER                PIC X(078) VALUE ALL SPACES      .

      *PAYMENT_ID|PAY_DATE|PAY_TIME|FINE_ID|BORROWER PSEUDONYM|---------
      *AMOUNT|CHANNEL---------------------------------------------------
       01  WS-PAY-OUT.
           05  FILLER                PIC X(002) VALUE 'D|'            .
           05  WS-PO-PAYMENT-ID      PIC 9(009)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-PO-PAY-DATE        PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-PO-PAY-TIME        PIC X(008)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-PO-FINE-ID         PIC 9(009)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-PO-PSEUDO          PIC X(008)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-PO-AMOUNT          PIC -9(005).99                   .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-PO-CHANNEL         PIC X(001)                       .
           05  FILLER                PIC X(071) VALUE ALL SPACES      .

      *SNAPSHOT DATE|BRANCH_ID|STATUS|COPIES----------------------------
       01  WS-COPY-OUT.
           05  FILLER                PIC X(002) VALUE 'D|'            .
           05  WS-CO-SNAP-DATE       PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-CO-BRANCH-ID       PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-CO-STATUS          PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-CO-COUNT           PIC 9(009)                       .
           05  FILLER                PIC X(104) VALUE ALL SPACES      .

      *SNAPSHOT DATE|BORROWER_TYPE|STATUS|BORROWERS---------------------
       01  WS-BORR-OUT.
           05  FILLER                PIC X(002) VALUE 'D|'            .
           05  WS-BO-SNAP-DATE       PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-BO-BORROWER-TYPE   PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-BO-STATUS          PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE '|'             .
           05  WS-BO-COUNT           PIC 9(009)                       .
           05  FILLER                PIC X(107) VALUE ALL SPACES      .

      *-----------------------------------------------------------------
      *CONTROL REPORT - ONE LINE PER FILE WRITTEN-----------------------
       01  WS-COUNT-LINE.
           05  WS-CL-FILE            PIC X(006)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-CL-DESC            PIC X(030)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'ROWS: '        .
           05  WS-CL-COUNT           PIC ZZZZZZZZ9                    .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'FROM: '        .
           05  WS-CL-FROM            PIC X(010)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'THRU: '        .
           05  WS-CL-THRU            PIC X(010)                       .
           05  FILLER                PIC X(139) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER           PIC X(230) VALUE
                   'REPORTING WAREHOUSE EXTRACT - CONTROL COUNTS'     .
           05  WS-SUMMARY-1.
               10  FILLER          PIC X(010) VALUE 'RUN KIND: '      .
               10  WS-SM-KIND      PIC X(005)                         .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(014) VALUE 'DAYS COVERED: '  .
               10  WS-SM-FROM      PIC X(010)                         .
               10  FILLER          PIC X(003) VALUE ' - '             .
               10  WS-SM-THRU      PIC X(010)                         .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(011) VALUE 'DATE MARK: '     .
               10  WS-SM-MARK      PIC X(010)                         .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(012) VALUE 'TOTAL ROWS: '    .
               10  WS-SM-TOTAL     PIC ZZZZZZZZ9                      .
               10  FILLER          PIC X(127) VALUE ALL SPACES        .
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
           05  WS-FILE-COUNT       PIC S9(09) COMP VALUE 0            .
      *THE DAYS THIS RUN COVERS, AND THE DATE MARK AS READ--------------
           05  WS-FROM-DATE        PIC X(10)                          .
           05  WS-THRU-DATE        PIC X(10)                          .
           05  WS-HW-DATE          PIC X(10)  VALUE '0001-01-01'      .
           05  WS-CHK-DATE         PIC X(10)                          .
           05  WS-HW-FOUND         PIC  X     VALUE 'N'               .
               88  HW-ROW-EXISTS              VALUE 'Y'               .
           05  WS-RECUT-SW         PIC  X     VALUE 'N'               .
               88  RECUT-RUN                  VALUE 'Y'               .
           05  WS-PARM-BAD-SW      PIC  X     VALUE 'N'               .
               88  PARM-IS-BAD                VALUE 'Y'               .
           05  WS-NOTHING-SW       PIC  X     VALUE 'N'               .
               88  NO-NEW-DAYS                VALUE 'Y'               .
      *THE PSEUDONYM KEY AND ONE PASS OF THE PERMUTATION----------------
           05  WS-PSEUDO-KEY       PIC S9(09) COMP VALUE 0            .
           05  WS-KEY-LOW          PIC S9(09) COMP                    .
           05  WS-KEY-HIGH         PIC S9(09) COMP                    .
           05  WS-PS-ID            PIC S9(09) COMP                    .
           05  WS-PS-LEFT          PIC S9(09) COMP                    .
           05  WS-PS-RIGHT         PIC S9(09) COMP                    .
           05  WS-PS-NEW           PIC S9(09) COMP                    .
           05  WS-PS-MIX           PIC S9(18) COMP                    .
           05  WS-PS-QUOT          PIC S9(18) COMP                    .
           05  WS-PS-ROUND         PIC S9(04) COMP                    .
           05  WS-PS-OUT           PIC 9(08)                          .
           05  WS-PSEUDO           PIC X(08)                          .
           05  WS-DAYS-LATE        PIC S9(09) COMP                    .
           05  WS-SNAP-COUNT       PIC S9(09) COMP                    .
           05  WS-PARM-USE         PIC S9(04) COMP                    .
           05  WS-PAY-CHANNEL      PIC X(01)                          .
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


       01  WS-PARM-WORK.
           05  WS-PW-FROM          PIC X(10)                          .
           05  FILLER              PIC X(01)                          .
           05  WS-PW-THRU          PIC X(10)                          .

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
              INCLUDE DCLSETTG
           END-EXEC.

           EXEC SQL
              INCLUDE DCLLOANS
           END-EXEC.

           EXEC SQL
              INCLUDE DCLHOLDS
           END-EXEC.

           EXEC SQL
              INCLUDE DCLFINES
           END-EXEC.

           EXEC SQL
              INCLUDE DCLFPAY
           END-EXEC.

           EXEC SQL
              INCLUDE DCLCOPY
           END-EXEC.

           EXEC SQL
              INCLUDE DCLBORRW
           END-EXEC.

      *-----------------------------------------------------------------
      *LOANS MADE ON THE DAYS COVERED - NO BORROWER NAME IS READ--------
           EXEC SQL DECLARE  WL_CURSOR CURSOR FOR
                SELECT LOAN_ID, CHAR(LOAN_DATE, ISO),
                       VALUE(CHAR(LOAN_TIME, JIS), ' '),
                       VALUE(CHAR(DUE_DATE, ISO), ' '),
                       BOOK_ID, VALUE(ACCESSION_NO, ' '),
                       VALUE(BRANCH_ID, 0), VALUE(BORROWER_ID, 0)
                FROM   IBMUSER.LOANS
                WHERE  LOAN_DATE >= :WS-FROM-DATE
                AND    LOAN_DATE <= :WS-THRU-DATE
                ORDER BY LOAN_ID
           END-EXEC.

      *-----------------------------------------------------------------
      *RETURNS ON THE DAYS COVERED, WITH THE DAYS PAST THE DUE DATE-----
           EXEC SQL DECLARE  WR_CURSOR CURSOR FOR
                SELECT LOAN_ID, CHAR(RETURN_DATE, ISO),
                       VALUE(CHAR(RETURN_TIME, JIS), ' '),
                       VALUE(CHAR(LOAN_DATE, ISO), ' '),
                       VALUE(CHAR(DUE_DATE, ISO), ' '),
                       BOOK_ID, VALUE(ACCESSION_NO, ' '),
                       VALUE(BRANCH_ID, 0), VALUE(BORROWER_ID, 0),
                       VALUE(RENEWAL_COUNT, 0),
                       CASE WHEN RETURN_DATE > DUE_DATE
                            THEN DAYS(RETURN_DATE) - DAYS(DUE_DATE)
                            ELSE 0 END
                FROM   IBMUSER.LOANS
                WHERE  RETURN_DATE >= :WS-FROM-DATE
                AND    RETURN_DATE <= :WS-THRU-DATE
                ORDER BY LOAN_ID
           END-EXEC.

      *-----------------------------------------------------------------
      *HOLDS PLACED ON THE DAYS COVERED---------------------------------
           EXEC SQL DECLARE  WH_CURSOR CURSOR FOR
                SELECT HOLD_ID, CHAR(PLACED_DATE, ISO), BOOK_ID,
                       VALUE(BORROWER_ID, 0), VALUE(PICKUP_BRANCH, 0),
                       STATUS, VALUE(ANY_EDITION, 'N')
                FROM   IBMUSER.HOLDS
                WHERE  PLACED_DATE >= :WS-FROM-DATE
                AND    PLACED_DATE <= :WS-THRU-DATE
                ORDER BY HOLD_ID
           END-EXEC.

      *-----------------------------------------------------------------
      *FINES AND FEES ASSESSED ON THE DAYS COVERED----------------------
           EXEC SQL DECLARE  WF_CURSOR CURSOR FOR
                SELECT FINE_ID, CHAR(ASSESS_DATE, ISO),
                       VALUE(BORROWER_ID, 0), VALUE(LOAN_ID, 0),
                       FINE_TYPE, AMOUNT, STATUS
                FROM   IBMUSER.FINES
                WHERE  ASSESS_DATE >= :WS-FROM-DATE
                AND    ASSESS_DATE <= :WS-THRU-DATE
                ORDER BY FINE_ID
           END-EXEC.

      *-----------------------------------------------------------------
      *PAYMENTS TAKEN ON THE DAYS COVERED, WITH GLEXTR'S CHANNEL SPLIT--
      *- THE OUTSIDE REFERENCE ITSELF (A CARD TRANSACTION ID) IS NOT----
      *SENT-------------------------------------------------------------
           EXEC SQL DECLARE  WP_CURSOR CURSOR FOR
                SELECT PAYMENT_ID, CHAR(PAY_DATE, ISO),
                       VALUE(CHAR(PAY_TIME, JIS), ' '),
                       FINE_ID, VALUE(BORROWER_ID, 0), AMOUNT,
                       CASE WHEN VALUE(EXT_REF, ' ') = ' '
                            THEN 'D'
                            WHEN EXT_REF = 'REFUND DUE'
                            THEN 'Q'
                            WHEN EXT_REF = 'BOOK SALE'
                            THEN 'S'
                            WHEN EXT_REF = 'LOST CREDIT'
                            THEN 'L' ELSE 'E' END
                FROM   IBMUSER.FINE_PAYMENTS
                WHERE  PAY_DATE >= :WS-FROM-DATE
                AND    PAY_DATE <= :WS-THRU-DATE
                ORDER BY PAYMENT_ID
           END-EXEC.

      *-----------------------------------------------------------------
      *SNAPSHOT - EVERY COPY BY BRANCH AND STATUS AS THE JOB RUNS-------
           EXEC SQL DECLARE  WC_CURSOR CURSOR FOR
                SELECT VALUE(BRANCH_ID, 0), STATUS, COUNT(*)
                FROM   IBMUSER.COPIES
                GROUP BY VALUE(BRANCH_ID, 0), STATUS
                ORDER BY 1, 2
           END-EXEC.

      *-----------------------------------------------------------------
      *SNAPSHOT - EVERY BORROWER BY TYPE AND STATUS AS THE JOB RUNS-----
           EXEC SQL DECLARE  WB_CURSOR CURSOR FOR
                SELECT VALUE(BORROWER_TYPE, ' '), STATUS, COUNT(*)
                FROM   IBMUSER.BORROWERS
                GROUP BY VALUE(BORROWER_TYPE, ' '), STATUS
                ORDER BY 1, 2
           END-EXEC.

      *-----------------------------------------------------------------
      *PARM PASSED FROM THE DSN RUN COMMAND - A FROM DATE, OR A FROM----
      *AND A THRU DATE (YYYY-MM-DD), MAKE THE RUN A RE-CUT OF EXACTLY---
      *THOSE DAYS; NO PARM IS THE NORMAL NIGHTLY RUN FROM THE DATE MARK-
       LINKAGE SECTION.
       01  WS-PARM-LINK.
           05  WS-PARM-LEN             PIC S9(4) COMP                 .
           05  WS-PARM-TEXT.
               10  WS-PARM-FROM        PIC X(010)                     .
               10  FILLER              PIC X(001)                     .
               10  WS-PARM-THRU        PIC X(010)                     .

      *------------------
       PROCEDURE DIVISION USING WS-PARM-LINK.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'.
           PERFORM Z9100-OPEN-RUN     THRU Z9100-EXIT.
           PERFORM 0600-SET-RUN-STAMP THRU 0600-EXIT.
           PERFORM 0500-PARSE-PARM    THRU 0500-EXIT.
           PERFORM 0700-GET-KEY       THRU 0700-EXIT.

           IF NOT RECUT-RUN
              PERFORM 0800-GET-DATE-MARK THRU 0800-EXIT
           END-IF.

           PERFORM 1000-OPEN-FILES    THRU 1000-EXIT.
           PERFORM 2000-LOANS         THRU 2000-EXIT.
           PERFORM 2100-RETURNS       THRU 2100-EXIT.
           PERFORM 2200-HOLDS         THRU 2200-EXIT.
           PERFORM 2300-FINES         THRU 2300-EXIT.
           PERFORM 2400-PAYMENTS      THRU 2400-EXIT.
           PERFORM 2500-COPY-SNAPSHOT THRU 2500-EXIT.
           PERFORM 2600-BORR-SNAPSHOT THRU 2600-EXIT.
           PERFORM 8000-CLOSE-FILES   THRU 8000-EXIT.

      *A RE-CUT NEVER MOVES THE MARK - THOSE DAYS WERE ALREADY SENT-----
           IF NOT RECUT-RUN AND NOT NO-NEW-DAYS
              PERFORM 3500-SAVE-MARK THRU 3500-EXIT
           END-IF.

           EXEC SQL
                COMMIT
           END-EXEC.

           PERFORM Z9200-CLOSE-RUN THRU Z9200-EXIT.
           DISPLAY 'END 0000-MAIN-PROCESS'.
           STOP RUN.
       0000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A FROM DATE (AND OPTIONALLY A THRU DATE) MAKES THE RUN A---------
      *RE-CUT. EACH DATE IS PROVED BY DB2 ITSELF; A THRU DATE OF TODAY--
      *OR LATER IS REFUSED - THE DAY IS NOT OVER------------------------
       0500-PARSE-PARM.
           MOVE SPACES TO WS-PARM-WORK

           IF WS-PARM-LEN > 0
              MOVE WS-PARM-LEN TO WS-PARM-USE
              IF WS-PARM-USE > LENGTH OF WS-PARM-WORK
                 MOVE LENGTH OF WS-PARM-WORK TO WS-PARM-USE
              END-IF
              MOVE WS-PARM-TEXT(1:WS-PARM-USE) TO WS-PARM-WORK
           END-IF

           IF WS-PW-FROM = SPACES
              GO TO 0500-EXIT
           END-IF

           MOVE 'Y' TO WS-RECUT-SW

           IF WS-PW-THRU = SPACES
              MOVE WS-PW-FROM TO WS-PW-THRU
           END-IF

           EXEC SQL
                SET :WS-FROM-DATE = CHAR(DATE(:WS-PW-FROM), ISO)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-PARM-BAD-SW
           END-IF

           EXEC SQL
                SET :WS-THRU-DATE = CHAR(DATE(:WS-PW-THRU), ISO)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-PARM-BAD-SW
           END-IF

           IF NOT PARM-IS-BAD
              IF WS-FROM-DATE > WS-THRU-DATE
                 OR WS-THRU-DATE NOT < WS-TR-DATE
                 MOVE 'Y' TO WS-PARM-BAD-SW
              END-IF
           END-IF

           IF PARM-IS-BAD
              DISPLAY 'WHSEXTR: PARM MUST BE A FROM DATE AND OPTIONAL'
                      ' THRU DATE (YYYY-MM-DD), BEFORE TODAY'
              DISPLAY 'WHSEXTR: PARM GIVEN - ' WS-PARM-WORK
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY 'RE-CUT DAYS: ' WS-FROM-DATE ' - ' WS-THRU-DATE
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
      *THE PSEUDONYM KEY - WITHOUT ONE NOTHING IS SENT, RATHER THAN-----
      *SEND REAL BORROWER IDS OR PSEUDONYMS THAT CHANGE FROM THE LAST---
      *NIGHT'S----------------------------------------------------------
       0700-GET-KEY.
           MOVE 'WHSEKEY ' TO SETTG-SETTING-ID
           PERFORM 0710-READ-SETTING THRU 0710-EXIT

           IF HW-ROW-EXISTS
              COMPUTE WS-PSEUDO-KEY =
                      FUNCTION NUMVAL(SETTG-SETTING-VALUE)
           END-IF

           IF WS-PSEUDO-KEY NOT > 0
              DISPLAY 'WHSEXTR: NO PSEUDONYM KEY (WHSEKEY) ON'
                      ' LIB_SETTINGS - NOTHING SENT'
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           DIVIDE WS-PSEUDO-KEY BY 10000
                  GIVING    WS-KEY-HIGH
                  REMAINDER WS-KEY-LOW
           .
       0700-EXIT.
           EXIT
           .
       0710-READ-SETTING.
           MOVE 'N' TO WS-HW-FOUND

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    SET HW-ROW-EXISTS TO TRUE
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    MOVE   'Y'                  TO ERROR-HANDLING
                    MOVE   '0710-READ-SETTING'  TO ERR-LOC
                    MOVE    SQLCODE             TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       0710-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *EVERY COMPLETE DAY AFTER THE DATE MARK, UP TO YESTERDAY - A------
      *MISSING ROW MEANS NOTHING HAS BEEN SENT YET (SAME CONVENTION AS--
      *GLEXTR'S 'GLHWDATE')---------------------------------------------
       0800-GET-DATE-MARK.
           MOVE 'WHSEDATE' TO SETTG-SETTING-ID
           PERFORM 0710-READ-SETTING THRU 0710-EXIT

           IF HW-ROW-EXISTS
              MOVE SETTG-SETTING-VALUE TO WS-HW-DATE
           END-IF

           EXEC SQL
                SET :WS-FROM-DATE = CHAR(DATE(:WS-HW-DATE) + 1 DAY, ISO)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                   TO ERROR-HANDLING
              MOVE   '0800-GET-DATE-MARK'  TO ERR-LOC
              MOVE    SQLCODE              TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                SET :WS-THRU-DATE = CHAR(CURRENT DATE - 1 DAY, ISO)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                   TO ERROR-HANDLING
              MOVE   '0800-GET-DATE-MARK'  TO ERR-LOC
              MOVE    SQLCODE              TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-FROM-DATE > WS-THRU-DATE
              MOVE 'Y' TO WS-NOTHING-SW
              DISPLAY 'NOTHING NEW SINCE ' WS-HW-DATE
                      ' - SNAPSHOTS ONLY'
           END-IF

           DISPLAY 'DATE MARK: ' WS-HW-DATE
           DISPLAY 'DAYS:      ' WS-FROM-DATE ' - ' WS-THRU-DATE
           .
       0800-EXIT.
           EXIT
           .
       1000-OPEN-FILES.
           DISPLAY 'START 1000-OPEN-FILES'

           OPEN OUTPUT WH-LOAN WH-RETURN WH-HOLD WH-FINE
                       WH-PAY WH-COPY WH-BORR PRT-WHSE

           MOVE WS-TR-DATE    TO WS-WH-RUN-DATE
           MOVE WS-TR-TIME    TO WS-WH-RUN-TIME

           IF RECUT-RUN
              MOVE 'RECUT'    TO WS-WH-RUN-KIND
           ELSE
              MOVE 'DAILY'    TO WS-WH-RUN-KIND
           END-IF

           MOVE  WS-HEADER      TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-BREAKER     TO OP-FIELDS
           WRITE OP-FIELDS

           DISPLAY 'END 1000-OPEN-FILES'
           .
       1000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE 'H' RECORD FOR THE FILE NAMED IN WS-WH-FILE - THE DAYS-------
      *COVERED, OR THE RUN DATE FOR A SNAPSHOT--------------------------
       1900-START-FILE.
           MOVE WS-WH-FILE TO WS-WT-FILE
           MOVE 0          TO WS-FILE-COUNT

           IF WS-WH-FILE = 'WHCOPY' OR WS-WH-FILE = 'WHBORR'
              MOVE WS-TR-DATE   TO WS-WH-FROM
                                   WS-WH-THRU
           ELSE
              MOVE WS-FROM-DATE TO WS-WH-FROM
              MOVE WS-THRU-DATE TO WS-WH-THRU
           END-IF
           .
       1900-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *LOANS MADE-------------------------------------------------------
       2000-LOANS.
           DISPLAY 'START 2000-LOANS'
           MOVE  'WHLOAN'       TO WS-WH-FILE
           PERFORM 1900-START-FILE THRU 1900-EXIT
           WRITE WH-LOAN-REC FROM WS-WH-HEADER

           EXEC SQL
                OPEN WL_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                     TO ERROR-HANDLING
              MOVE   '2000-LOANS'            TO ERR-LOC
              MOVE    SQLCODE                TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 'N' TO WS-SUB-EOF
           PERFORM 2010-FETCH-LOAN THRU 2010-EXIT UNTIL SUB-DONE

           EXEC SQL
                CLOSE WL_CURSOR
           END-EXEC

           MOVE  WS-FILE-COUNT  TO WS-WT-COUNT
           WRITE WH-LOAN-REC FROM WS-WH-TRAILER

           MOVE 'LOANS MADE'    TO WS-CL-DESC
           PERFORM 7000-WRITE-COUNTS THRU 7000-EXIT
           DISPLAY 'END 2000-LOANS'
           .
       2000-EXIT.
           EXIT
           .
       2010-FETCH-LOAN.
           EXEC SQL
                FETCH WL_CURSOR INTO :LOANS-LOAN-ID
                                    ,:LOANS-LOAN-DATE
                                    ,:LOANS-LOAN-TIME
                                    ,:LOANS-DUE-DATE
                                    ,:LOANS-BOOK-ID
                                    ,:LOANS-ACCESSION-NO
                                    ,:LOANS-BRANCH-ID
                                    ,:LOANS-BORROWER-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE 'Y'                    TO WS-SUB-EOF
                    GO TO 2010-EXIT
               WHEN OTHER
                    MOVE 'Y'                    TO WS-SUB-EOF
                    MOVE 'Y'                    TO ERROR-HANDLING
                    MOVE '2010-FETCH-LOAN'      TO ERR-LOC
                    MOVE SQLCODE                TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE LOANS-BORROWER-ID      TO WS-PS-ID
           PERFORM Z8000-PSEUDONYM THRU Z8000-EXIT

           MOVE LOANS-LOAN-ID          TO WS-LO-LOAN-ID
           MOVE LOANS-LOAN-DATE        TO WS-LO-LOAN-DATE
           MOVE LOANS-LOAN-TIME        TO WS-LO-LOAN-TIME
           MOVE LOANS-DUE-DATE         TO WS-LO-DUE-DATE
           MOVE LOANS-BOOK-ID          TO WS-LO-BOOK-ID
           MOVE LOANS-ACCESSION-NO     TO WS-LO-ACCESSION-NO
           MOVE LOANS-BRANCH-ID        TO WS-LO-BRANCH-ID
           MOVE WS-PSEUDO              TO WS-LO-PSEUDO

           WRITE WH-LOAN-REC FROM WS-LOAN-OUT
           ADD 1 TO WS-FILE-COUNT
           .
       2010-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *RETURNS----------------------------------------------------------
       2100-RETURNS.
           DISPLAY 'START 2100-RETURNS'
           MOVE  'WHRETN'       TO WS-WH-FILE
           PERFORM 1900-START-FILE THRU 1900-EXIT
           WRITE WH-RETURN-REC FROM WS-WH-HEADER

           EXEC SQL
                OPEN WR_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                     TO ERROR-HANDLING
              MOVE   '2100-RETURNS'          TO ERR-LOC
              MOVE    SQLCODE                TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 'N' TO WS-SUB-EOF
           PERFORM 2110-FETCH-RETURN THRU 2110-EXIT UNTIL SUB-DONE

           EXEC SQL
                CLOSE WR_CURSOR
           END-EXEC

           MOVE  WS-FILE-COUNT  TO WS-WT-COUNT
           WRITE WH-RETURN-REC FROM WS-WH-TRAILER

           MOVE 'RETURNS'       TO WS-CL-DESC
           PERFORM 7000-WRITE-COUNTS THRU 7000-EXIT
           DISPLAY 'END 2100-RETURNS'
           .
       2100-EXIT.
           EXIT
           .
       2110-FETCH-RETURN.
           EXEC SQL
                FETCH WR_CURSOR INTO :LOANS-LOAN-ID
                                    ,:LOANS-RETURN-DATE
                                    ,:LOANS-RETURN-TIME
                                    ,:LOANS-LOAN-DATE
                                    ,:LOANS-DUE-DATE
                                    ,:LOANS-BOOK-ID
                                    ,:LOANS-ACCESSION-NO
                                    ,:LOANS-BRANCH-ID
                                    ,:LOANS-BORROWER-ID
                                    ,:LOANS-RENEWAL-COUNT
                                    ,:WS-DAYS-LATE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE 'Y'                    TO WS-SUB-EOF
                    GO TO 2110-EXIT
               WHEN OTHER
                    MOVE 'Y'                    TO WS-SUB-EOF
                    MOVE 'Y'                    TO ERROR-HANDLING
                    MOVE '2110-FETCH-RETURN'    TO ERR-LOC
                    MOVE SQLCODE                TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE LOANS-BORROWER-ID      TO WS-PS-ID
           PERFORM Z8000-PSEUDONYM THRU Z8000-EXIT

           MOVE LOANS-LOAN-ID          TO WS-RO-LOAN-ID
           MOVE LOANS-RETURN-DATE      TO WS-RO-RETURN-DATE
           MOVE LOANS-RETURN-TIME      TO WS-RO-RETURN-TIME
           MOVE LOANS-LOAN-DATE        TO WS-RO-LOAN-DATE
           MOVE LOANS-DUE-DATE         TO WS-RO-DUE-DATE
           MOVE LOANS-BOOK-ID          TO WS-RO-BOOK-ID
           MOVE LOANS-ACCESSION-NO     TO WS-RO-ACCESSION-NO
           MOVE LOANS-BRANCH-ID        TO WS-RO-BRANCH-ID
           MOVE WS-PSEUDO              TO WS-RO-PSEUDO
           MOVE LOANS-RENEWAL-COUNT    TO WS-RO-RENEWALS
           MOVE WS-DAYS-LATE           TO WS-RO-DAYS-LATE

           WRITE WH-RETURN-REC FROM WS-RETURN-OUT
           ADD 1 TO WS-FILE-COUNT
           .
       2110-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *HOLDS PLACED-----------------------------------------------------
       2200-HOLDS.
           DISPLAY 'START 2200-HOLDS'
           MOVE  'WHHOLD'       TO WS-WH-FILE
           PERFORM 1900-START-FILE THRU 1900-EXIT
           WRITE WH-HOLD-REC FROM WS-WH-HEADER

           EXEC SQL
                OPEN WH_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                     TO ERROR-HANDLING
              MOVE   '2200-HOLDS'            TO ERR-LOC
              MOVE    SQLCODE                TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 'N' TO WS-SUB-EOF
           PERFORM 2210-FETCH-HOLD THRU 2210-EXIT UNTIL SUB-DONE

           EXEC SQL
                CLOSE WH_CURSOR
           END-EXEC

           MOVE  WS-FILE-COUNT  TO WS-WT-COUNT
           WRITE WH-HOLD-REC FROM WS-WH-TRAILER

           MOVE 'HOLDS PLACED'  TO WS-CL-DESC
           PERFORM 7000-WRITE-COUNTS THRU 7000-EXIT
           DISPLAY 'END 2200-HOLDS'
           .
       2200-EXIT.
           EXIT
           .
       2210-FETCH-HOLD.
           EXEC SQL
                FETCH WH_CURSOR INTO :HOLDS-HOLD-ID
                                    ,:HOLDS-PLACED-DATE
                                    ,:HOLDS-BOOK-ID
                                    ,:HOLDS-BORROWER-ID
                                    ,:HOLDS-PICKUP-BRANCH
                                    ,:HOLDS-STATUS
                                    ,:HOLDS-ANY-EDITION
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE 'Y'                    TO WS-SUB-EOF
                    GO TO 2210-EXIT
               WHEN OTHER
                    MOVE 'Y'                    TO WS-SUB-EOF
                    MOVE 'Y'                    TO ERROR-HANDLING
                    MOVE '2210-FETCH-HOLD'      TO ERR-LOC
                    MOVE SQLCODE                TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE HOLDS-BORROWER-ID      TO WS-PS-ID
           PERFORM Z8000-PSEUDONYM THRU Z8000-EXIT

           MOVE HOLDS-HOLD-ID          TO WS-HO-HOLD-ID
           MOVE HOLDS-PLACED-DATE      TO WS-HO-PLACED-DATE
           MOVE HOLDS-BOOK-ID          TO WS-HO-BOOK-ID
           MOVE WS-PSEUDO              TO WS-HO-PSEUDO
           MOVE HOLDS-PICKUP-BRANCH    TO WS-HO-PICKUP-BRANCH
           MOVE HOLDS-STATUS           TO WS-HO-STATUS
           MOVE HOLDS-ANY-EDITION      TO WS-HO-ANY-EDITION

           WRITE WH-HOLD-REC FROM WS-HOLD-OUT
           ADD 1 TO WS-FILE-COUNT
           .
       2210-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *FINES AND FEES ASSESSED------------------------------------------
       2300-FINES.
           DISPLAY 'START 2300-FINES'
           MOVE  'WHFINE'       TO WS-WH-FILE
           PERFORM 1900-START-FILE THRU 1900-EXIT
           WRITE WH-FINE-REC FROM WS-WH-HEADER

           EXEC SQL
                OPEN WF_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                     TO ERROR-HANDLING
              MOVE   '2300-FINES'            TO ERR-LOC
              MOVE    SQLCODE                TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 'N' TO WS-SUB-EOF
           PERFORM 2310-FETCH-FINE THRU 2310-EXIT UNTIL SUB-DONE

           EXEC SQL
                CLOSE WF_CURSOR
           END-EXEC

           MOVE  WS-FILE-COUNT  TO WS-WT-COUNT
           WRITE WH-FINE-REC FROM WS-WH-TRAILER

           MOVE 'FINES ASSESSED' TO WS-CL-DESC
           PERFORM 7000-WRITE-COUNTS THRU 7000-EXIT
           DISPLAY 'END 2300-FINES'
           .
       2300-EXIT.
           EXIT
           .
       2310-FETCH-FINE.
           EXEC SQL
                FETCH WF_CURSOR INTO :FINES-FINE-ID
                                    ,:FINES-ASSESS-DATE
                                    ,:FINES-BORROWER-ID
                                    ,:FINES-LOAN-ID
                                    ,:FINES-FINE-TYPE
                                    ,:FINES-AMOUNT
                                    ,:FINES-STATUS
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE 'Y'                    TO WS-SUB-EOF
                    GO TO 2310-EXIT
               WHEN OTHER
                    MOVE 'Y'                    TO WS-SUB-EOF
                    MOVE 'Y'                    TO ERROR-HANDLING
                    MOVE '2310-FETCH-FINE'      TO ERR-LOC
                    MOVE SQLCODE                TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE FINES-BORROWER-ID      TO WS-PS-ID
           PERFORM Z8000-PSEUDONYM THRU Z8000-EXIT

           MOVE FINES-FINE-ID          TO WS-FO-FINE-ID
           MOVE FINES-ASSESS-DATE      TO WS-FO-ASSESS-DATE
           MOVE WS-PSEUDO              TO WS-FO-PSEUDO
           MOVE FINES-LOAN-ID          TO WS-FO-LOAN-ID
           MOVE FINES-FINE-TYPE        TO WS-FO-FINE-TYPE
           MOVE FINES-AMOUNT           TO WS-FO-AMOUNT
           MOVE FINES-STATUS           TO WS-FO-STATUS

           WRITE WH-FINE-REC FROM WS-FINE-OUT
           ADD 1 TO WS-FILE-COUNT
           .
       2310-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *PAYMENTS TAKEN---------------------------------------------------
       2400-PAYMENTS.
           DISPLAY 'START 2400-PAYMENTS'
           MOVE  'WHPAY '       TO WS-WH-FILE
           PERFORM 1900-START-FILE THRU 1900-EXIT
           WRITE WH-PAY-REC FROM WS-WH-HEADER

           EXEC SQL
                OPEN WP_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                     TO ERROR-HANDLING
              MOVE   '2400-PAYMENTS'         TO ERR-LOC
              MOVE    SQLCODE                TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 'N' TO WS-SUB-EOF
           PERFORM 2410-FETCH-PAYMENT THRU 2410-EXIT UNTIL SUB-DONE

           EXEC SQL
                CLOSE WP_CURSOR
           END-EXEC

           MOVE  WS-FILE-COUNT  TO WS-WT-COUNT
           WRITE WH-PAY-REC FROM WS-WH-TRAILER

           MOVE 'PAYMENTS TAKEN' TO WS-CL-DESC
           PERFORM 7000-WRITE-COUNTS THRU 7000-EXIT
           DISPLAY 'END 2400-PAYMENTS'
           .
       2400-EXIT.
           EXIT
           .
       2410-FETCH-PAYMENT.
           EXEC SQL
                FETCH WP_CURSOR INTO :FPAY-PAYMENT-ID
                                    ,:FPAY-PAY-DATE
                                    ,:FPAY-PAY-TIME
                                    ,:FPAY-FINE-ID
                                    ,:FPAY-BORROWER-ID
                                    ,:FPAY-AMOUNT
                                    ,:WS-PAY-CHANNEL
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE 'Y'                    TO WS-SUB-EOF
                    GO TO 2410-EXIT
               WHEN OTHER
                    MOVE 'Y'                    TO WS-SUB-EOF
                    MOVE 'Y'                    TO ERROR-HANDLING
                    MOVE '2410-FETCH-PAYMENT'   TO ERR-LOC
                    MOVE SQLCODE                TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE FPAY-BORROWER-ID       TO WS-PS-ID
           PERFORM Z8000-PSEUDONYM THRU Z8000-EXIT

           MOVE FPAY-PAYMENT-ID        TO WS-PO-PAYMENT-ID
           MOVE FPAY-PAY-DATE          TO WS-PO-PAY-DATE
           MOVE FPAY-PAY-TIME          TO WS-PO-PAY-TIME
           MOVE FPAY-FINE-ID           TO WS-PO-FINE-ID
           MOVE WS-PSEUDO              TO WS-PO-PSEUDO
           MOVE FPAY-AMOUNT            TO WS-PO-AMOUNT
           MOVE WS-PAY-CHANNEL         TO WS-PO-CHANNEL

           WRITE WH-PAY-REC FROM WS-PAY-OUT
           ADD 1 TO WS-FILE-COUNT
           .
       2410-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *SNAPSHOT - COPIES BY BRANCH AND STATUS---------------------------
       2500-COPY-SNAPSHOT.
           DISPLAY 'START 2500-COPY-SNAPSHOT'
           MOVE  'WHCOPY'       TO WS-WH-FILE
           PERFORM 1900-START-FILE THRU 1900-EXIT
           WRITE WH-COPY-REC FROM WS-WH-HEADER

           EXEC SQL
                OPEN WC_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                     TO ERROR-HANDLING
              MOVE   '2500-COPY-SNAPSHOT'    TO ERR-LOC
              MOVE    SQLCODE                TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 'N' TO WS-SUB-EOF
           PERFORM 2510-FETCH-COPY THRU 2510-EXIT UNTIL SUB-DONE

           EXEC SQL
                CLOSE WC_CURSOR
           END-EXEC

           MOVE  WS-FILE-COUNT  TO WS-WT-COUNT
           WRITE WH-COPY-REC FROM WS-WH-TRAILER

           MOVE 'COPIES BY BRANCH AND STATUS' TO WS-CL-DESC
           PERFORM 7000-WRITE-COUNTS THRU 7000-EXIT
           DISPLAY 'END 2500-COPY-SNAPSHOT'
           .
       2500-EXIT.
           EXIT
           .
       2510-FETCH-COPY.
           EXEC SQL
                FETCH WC_CURSOR INTO :COPY-BRANCH-ID
                                    ,:COPY-STATUS
                                    ,:WS-SNAP-COUNT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE 'Y'                    TO WS-SUB-EOF
                    GO TO 2510-EXIT
               WHEN OTHER
                    MOVE 'Y'                    TO WS-SUB-EOF
                    MOVE 'Y'                    TO ERROR-HANDLING
                    MOVE '2510-FETCH-COPY'      TO ERR-LOC
                    MOVE SQLCODE                TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE WS-TR-DATE             TO WS-CO-SNAP-DATE
           MOVE COPY-BRANCH-ID         TO WS-CO-BRANCH-ID
           MOVE COPY-STATUS            TO WS-CO-STATUS
           MOVE WS-SNAP-COUNT          TO WS-CO-COUNT

           WRITE WH-COPY-REC FROM WS-COPY-OUT
           ADD 1 TO WS-FILE-COUNT
           .
       2510-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *SNAPSHOT - BORROWERS BY TYPE AND STATUS--------------------------
       2600-BORR-SNAPSHOT.
           DISPLAY 'START 2600-BORR-SNAPSHOT'
           MOVE  'WHBORR'       TO WS-WH-FILE
           PERFORM 1900-START-FILE THRU 1900-EXIT
           WRITE WH-BORR-REC FROM WS-WH-HEADER

           EXEC SQL
                OPEN WB_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                     TO ERROR-HANDLING
              MOVE   '2600-BORR-SNAPSHOT'    TO ERR-LOC
              MOVE    SQLCODE                TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 'N' TO WS-SUB-EOF
           PERFORM 2610-FETCH-BORR THRU 2610-EXIT UNTIL SUB-DONE

           EXEC SQL
                CLOSE WB_CURSOR
           END-EXEC

           MOVE  WS-FILE-COUNT  TO WS-WT-COUNT
           WRITE WH-BORR-REC FROM WS-WH-TRAILER

           MOVE 'BORROWERS BY TYPE AND STATUS' TO WS-CL-DESC
           PERFORM 7000-WRITE-COUNTS THRU 7000-EXIT
           DISPLAY 'END 2600-BORR-SNAPSHOT'
           .
       2600-EXIT.
           EXIT
           .
       2610-FETCH-BORR.
           EXEC SQL
                FETCH WB_CURSOR INTO :BORRW-BORROWER-TYPE
                                    ,:BORRW-STATUS
                                    ,:WS-SNAP-COUNT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE 'Y'                    TO WS-SUB-EOF
                    GO TO 2610-EXIT
               WHEN OTHER
                    MOVE 'Y'                    TO WS-SUB-EOF
                    MOVE 'Y'                    TO ERROR-HANDLING
                    MOVE '2610-FETCH-BORR'      TO ERR-LOC
                    MOVE SQLCODE                TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE WS-TR-DATE             TO WS-BO-SNAP-DATE
           MOVE BORRW-BORROWER-TYPE    TO WS-BO-BORROWER-TYPE
           MOVE BORRW-STATUS           TO WS-BO-STATUS
           MOVE WS-SNAP-COUNT          TO WS-BO-COUNT

           WRITE WH-BORR-REC FROM WS-BORR-OUT
           ADD 1 TO WS-FILE-COUNT
           .
       2610-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE FILES ARE COMPLETE - ONLY NOW DOES THE DATE MARK MOVE, SO----
      *AN ABEND MID-EXTRACT RESENDS RATHER THAN LOSES A DAY-------------
       3500-SAVE-MARK.
           MOVE 'WHSEDATE'     TO SETTG-SETTING-ID
           MOVE WS-THRU-DATE   TO SETTG-SETTING-VALUE

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
              MOVE   'Y'               TO ERROR-HANDLING
              MOVE   '3500-SAVE-MARK'  TO ERR-LOC
              MOVE    SQLCODE          TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           DISPLAY 'NEW DATE MARK: ' WS-THRU-DATE
           .
       3500-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE LINE OF COUNTS FOR THE FILE JUST CLOSED OFF------------------
       7000-WRITE-COUNTS.
           MOVE  WS-WT-FILE       TO WS-CL-FILE
           MOVE  WS-FILE-COUNT    TO WS-CL-COUNT
           MOVE  WS-WH-FROM       TO WS-CL-FROM
           MOVE  WS-WH-THRU       TO WS-CL-THRU
           MOVE  WS-COUNT-LINE    TO OP-FIELDS
           WRITE OP-FIELDS

           ADD   WS-FILE-COUNT    TO WS-BRUN-COUNT
           .
       7000-EXIT.
           EXIT
           .
       8000-CLOSE-FILES.
           DISPLAY 'START 8000-CLOSE-FILES'

           MOVE    WS-WH-RUN-KIND          TO WS-SM-KIND
           MOVE    WS-FROM-DATE            TO WS-SM-FROM
           MOVE    WS-THRU-DATE            TO WS-SM-THRU
           MOVE    WS-BRUN-COUNT           TO WS-SM-TOTAL

           IF RECUT-RUN
              MOVE 'NOT MOVED'             TO WS-SM-MARK
           ELSE
              IF NO-NEW-DAYS
                 MOVE WS-HW-DATE           TO WS-SM-MARK
              ELSE
                 MOVE WS-THRU-DATE         TO WS-SM-MARK
              END-IF
           END-IF

           MOVE    WS-BREAKER              TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-SUMMARY-1            TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-SPACES               TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-TRAILER              TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-FOOTER               TO OP-FIELDS
           WRITE   OP-FIELDS

           CLOSE WH-LOAN WH-RETURN WH-HOLD WH-FINE
                 WH-PAY WH-COPY WH-BORR PRT-WHSE

           DISPLAY 'END 8000-CLOSE-FILES'
           .
       8000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *BORROWER WS-PS-ID TO ITS PSEUDONYM IN WS-PSEUDO - FOUR ROUNDS----
      *OF A FEISTEL PERMUTATION OVER 8 DIGITS, KEYED BY 'WHSEKEY'. A----
      *PERMUTATION, SO NO TWO BORROWERS EVER SHARE A PSEUDONYM; NO------
      *BORROWER (AN ANONYMIZED ROW) LEAVES IT BLANK---------------------
       Z8000-PSEUDONYM.
           MOVE SPACES TO WS-PSEUDO

           IF WS-PS-ID NOT > 0
              GO TO Z8000-EXIT
           END-IF

           DIVIDE WS-PS-ID BY 10000
                  GIVING    WS-PS-LEFT
                  REMAINDER WS-PS-RIGHT

           PERFORM Z8010-ONE-ROUND THRU Z8010-EXIT
                   VARYING WS-PS-ROUND FROM 1 BY 1
                     UNTIL WS-PS-ROUND > 4

           COMPUTE WS-PS-OUT = WS-PS-LEFT * 10000 + WS-PS-RIGHT
           MOVE WS-PS-OUT TO WS-PSEUDO
           .
       Z8000-EXIT.
           EXIT
           .
       Z8010-ONE-ROUND.
           COMPUTE WS-PS-MIX = WS-PS-LEFT
                             + WS-PS-RIGHT * WS-PS-RIGHT
                             + WS-PS-RIGHT * WS-KEY-LOW
                             + WS-KEY-HIGH
                             + WS-PS-ROUND * 7919

           DIVIDE WS-PS-MIX BY 10000
                  GIVING    WS-PS-QUOT
                  REMAINDER WS-PS-NEW

           MOVE WS-PS-RIGHT TO WS-PS-LEFT
           MOVE WS-PS-NEW   TO WS-PS-RIGHT
           .
       Z8010-EXIT.
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
           MOVE 'WHSEXTR '   TO ERRLG-PROGRAM
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
           MOVE 'WHSEXTR ' TO BRUN-JOB-NAME

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
              CLOSE WH-LOAN WH-RETURN WH-HOLD WH-FINE
                    WH-PAY WH-COPY WH-BORR PRT-WHSE
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
