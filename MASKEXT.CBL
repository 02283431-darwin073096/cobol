      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MASKEXT.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- ON-DEMAND MASKED EXTRACT OF THE BORROWER-FACING TABLES    *
      * FOR THE TEST REGION. EACH TABLE IS UNLOADED TO ITS OWN        *
      * FIXED-LAYOUT FILE, READY FOR THE TEST REGION'S DB2 LOAD:      *
      *    -- TSTBORR > BORROWERS    -- TSTLOAN > LOANS               *
      *    -- TSTFINE > FINES        -- TSTHOLD > HOLDS               *
      *    -- TSTNOTC > NOTICES      -- TSTDONA > DONATIONS           *
      *    -- TSTOPER > OPERATORS                                     *
      * KEYS ARE CARRIED UNCHANGED, SO EVERY RELATIONSHIP (AND EVERY  *
      * BOOK_ID/ACCESSION_NO INTO THE CATALOG, WHICH HOLDS NOTHING    *
      * PERSONAL AND IS COPIED BY THE ORDINARY UNLOAD) STILL HOLDS.   *
      * A NULL COLUMN IS UNLOADED BLANK (ZERO FOR A NUMBER) FOR THE   *
      * LOAD CARDS TO NULLIF.                                         *
      * WHAT IS MASKED - EVERY FAKE VALUE IS BUILT FROM THE ROW'S     *
      * OWN KEY, SO THE SAME BORROWER IS THE SAME FAKE PERSON ON      *
      * BORROWERS, LOANS, FINES, HOLDS AND NOTICES, RUN AFTER RUN:    *
      *    -- BORROWER NAME    > 'TEST BORROWER NNNN'                 *
      *    -- CONTACT          > AN E-MAIL OR PHONE OF THE SAME SHAPE *
      *    -- STREET / TOWN    > 'NNNN TEST STREET' / 'TESTTOWN'      *
      *                          (THE POSTCODE STAYS - DISTRICT AND   *
      *                          RESIDENCY ARE DERIVED FROM IT)       *
      *    -- LOAN'S BORROWER NAME > THE SAME FAKE NAME AS BORROWERS  *
      *    -- DONOR NAME/CONTACT   > 'TEST DONOR NNNNNNNNN' AND A     *
      *                              FAKE E-MAIL                      *
      *    -- OPERATOR PASSWORD    > 'TESTPASS', MARKED MUST-CHANGE   *
      *                              AS AN OPERMNT1 RESET WOULD BE    *
      * NOTICE TEXT CARRIES ONLY ITEM AND DATE DETAIL AND GOES AS IT  *
      * STANDS.                                                       *
      * THE OPTIONAL PARM NARROWS THE BORROWERS TAKEN - A SAMPLE      *
      * PERCENTAGE (THE BORROWERS WHOSE BORROWER_ID ENDS IN 00 UP TO  *
      * THE PERCENTAGE LESS ONE, SO THE SAME SAMPLE EVERY RUN) AND/OR *
      * UP TO FIVE BRANCHES (BORROWERS WITH A LOAN AT ONE OF THEM).   *
      * A TAKEN BORROWER'S GUARDIAN IS ALWAYS TAKEN TOO. LOANS,       *
      * FINES, HOLDS AND NOTICES FOLLOW THEIR BORROWER; AN ANONYMIZED *
      * LOAN (LOANANON) IS TAKEN BY ITS BRANCH AND LOAN_ID INSTEAD.   *
      * DONATIONS ARE SAMPLED BY DON_ID; OPERATORS ARE ALL TAKEN.     *
      * COUNTS PER TABLE PRINT ON MSKOUT.                             *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- LOANANON > THE LIVE ANONYMIZATION OF OLD LOANS          *
      *    -- OPERMNT1 > SAME MUST-CHANGE PASSWORD CONVENTION         *
      *    -- BORRW01  > MAINTAINS THE BORROWER COLUMNS MASKED HERE   *
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
           SELECT TST-BORROWER ASSIGN TO TSTBORR.
           SELECT TST-LOAN     ASSIGN TO TSTLOAN.
           SELECT TST-FINE     ASSIGN TO TSTFINE.
           SELECT TST-HOLD     ASSIGN TO TSTHOLD.
           SELECT TST-NOTICE   ASSIGN TO TSTNOTC.
           SELECT TST-DONATION ASSIGN TO TSTDONA.
           SELECT TST-OPERATOR ASSIGN TO TSTOPER.
           SELECT PRT-MASK     ASSIGN TO MSKOUT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  TST-BORROWER
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  TST-BORROWER-REC PIC X(230).

       FD  TST-LOAN
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  TST-LOAN-REC PIC X(230).

       FD  TST-FINE
           RECORD CONTAINS 80
           RECORDING MODE F.
       01  TST-FINE-REC PIC X(80).

       FD  TST-HOLD
           RECORD CONTAINS 133
           RECORDING MODE F.
       01  TST-HOLD-REC PIC X(133).

       FD  TST-NOTICE
           RECORD CONTAINS 133
           RECORDING MODE F.
       01  TST-NOTICE-REC PIC X(133).

       FD  TST-DONATION
           RECORD CONTAINS 133
           RECORDING MODE F.
       01  TST-DONATION-REC PIC X(133).

       FD  TST-OPERATOR
           RECORD CONTAINS 80
           RECORDING MODE F.
       01  TST-OPERATOR-REC PIC X(80).

       FD  PRT-MASK
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      *THE LOAD LAYOUTS - COLUMNS IN TABLE ORDER, ONE SPACE BETWEEN-----
      *EACH. THE TEST REGION'S LOAD CARDS ARE CUT TO THESE POSITIONS----
       01  WS-BORR-OUT.
           05  WS-BO-BORROWER-ID     PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-BO-NAME            PIC X(030)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-BO-CONTACT         PIC X(040)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-BO-STATUS          PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-BO-LOAN-LIMIT      PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-BO-BORROWER-TYPE   PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-BO-NOTICE-PREF     PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-BO-REG-DATE        PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-BO-EXPIRY-DATE     PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-BO-GUARDIAN-ID     PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-BO-REMIND-OPTOUT   PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-BO-RETURN-COUNT    PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-BO-CONTACT-BAD     PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-BO-CONTACT-BAD-DT  PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-BO-ADDR-STREET     PIC X(030)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-BO-ADDR-TOWN       PIC X(020)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-BO-ADDR-POSTCODE   PIC X(008)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-BO-DISTRICT        PIC X(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-BO-RESIDENT        PIC X(001)                       .
           05  FILLER                PIC X(028) VALUE SPACES          .

       01  WS-LOAN-OUT.
           05  WS-LO-LOAN-ID         PIC 9(009)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-LO-BOOK-ID         PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-LO-BORROWER-ID     PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-LO-BORROWER        PIC X(030)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-LO-LOAN-DATE       PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-LO-DUE-DATE        PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-LO-RETURN-DATE     PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-LO-STATUS          PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-LO-RENEWAL-COUNT   PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-LO-ACCESSION-NO    PIC X(012)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-LO-BRANCH-ID       PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-LO-RECALL-FLAG     PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-LO-DUE-TIME        PIC X(008)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-LO-RESERVE-ID      PIC 9(009)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-LO-RETURN-TIME     PIC X(008)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-LO-LOAN-TIME       PIC X(008)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-LO-RENEW-DATE      PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-LO-RENEW-TIME      PIC X(008)                       .
           05  FILLER                PIC X(063) VALUE SPACES          .

       01  WS-FINE-OUT.
           05  WS-FO-FINE-ID         PIC 9(009)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-FO-BORROWER-ID     PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-FO-LOAN-ID         PIC 9(009)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-FO-FINE-TYPE       PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-FO-AMOUNT          PIC 9(005).99                    .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-FO-ASSESS-DATE     PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-FO-PAID-DATE       PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-FO-STATUS          PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-FO-PAID-AMOUNT     PIC 9(005).99                    .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-FO-REFERRAL-ID     PIC 9(009)                       .
           05  FILLER                PIC X(002) VALUE SPACES          .

       01  WS-HOLD-OUT.
           05  WS-HO-HOLD-ID         PIC 9(009)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-HO-BOOK-ID         PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-HO-BORROWER-ID     PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-HO-PLACED-DATE     PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-HO-READY-DATE      PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-HO-STATUS          PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-HO-PICKUP-BRANCH   PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-HO-XFER-ID         PIC 9(009)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-HO-ACCESSION-NO    PIC X(012)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-HO-PULL-DATE       PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-HO-ANY-EDITION     PIC X(001)                       .
           05  FILLER                PIC X(049) VALUE SPACES          .

       01  WS-NOTICE-OUT.
           05  WS-NO-NOTICE-ID       PIC 9(009)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-NO-BORROWER-ID     PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-NO-NOTICE-TYPE     PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-NO-NOTICE-TEXT     PIC X(080)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-NO-QUEUED-DATE     PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-NO-SENT-DATE       PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-NO-CHANNEL         PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-NO-STATUS          PIC X(001)                       .
           05  FILLER                PIC X(010) VALUE SPACES          .

       01  WS-DONATION-OUT.
           05  WS-DO-DON-ID          PIC 9(009)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-DO-DONOR-NAME      PIC X(030)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-DO-DONOR-CONTACT   PIC X(040)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-DO-DON-DATE        PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-DO-ITEM-COUNT      PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-DO-EST-VALUE       PIC 9(007).99                    .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-DO-ACK-FLAG        PIC X(001)                       .
           05  FILLER                PIC X(023) VALUE SPACES          .

       01  WS-OPERATOR-OUT.
           05  WS-OO-OPER-ID         PIC X(008)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-OO-NAME            PIC X(020)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-OO-ROLE            PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-OO-STATUS          PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-OO-PASSWORD        PIC X(008)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-OO-PWD-DATE        PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-OO-FAIL-COUNT      PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-OO-FORCE-CHANGE    PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-OO-LOCKED-FLAG     PIC X(001)                       .
           05  FILLER                PIC X(018) VALUE SPACES          .

      *-----------------------------------------------------------------
      *THE FAKE VALUES - EACH IS BUILT FROM THE ROW'S OWN KEY-----------
       01  WS-FAKE-BORROWER.
           05  FILLER                PIC X(014) VALUE 'TEST BORROWER '.
           05  WS-FB-ID              PIC 9(004)                       .
           05  FILLER                PIC X(012) VALUE SPACES          .

       01  WS-FAKE-EMAIL.
           05  FILLER                PIC X(009) VALUE 'BORROWER.'     .
           05  WS-FE-ID              PIC 9(004)                       .
           05  FILLER                PIC X(013) VALUE '@TEST.INVALID' .
           05  FILLER                PIC X(014) VALUE SPACES          .

       01  WS-FAKE-PHONE.
           05  FILLER                PIC X(009) VALUE '000-0000-'     .
           05  WS-FP-ID              PIC 9(004)                       .
           05  FILLER                PIC X(027) VALUE SPACES          .

       01  WS-FAKE-STREET.
           05  WS-FS-ID              PIC 9(004)                       .
           05  FILLER                PIC X(012) VALUE ' TEST STREET'  .
           05  FILLER                PIC X(014) VALUE SPACES          .

       01  WS-FAKE-DONOR.
           05  FILLER                PIC X(011) VALUE 'TEST DONOR '   .
           05  WS-FD-ID              PIC 9(009)                       .
           05  FILLER                PIC X(010) VALUE SPACES          .

       01  WS-FAKE-DONOR-EMAIL.
           05  FILLER                PIC X(006) VALUE 'DONOR.'        .
           05  WS-FDE-ID             PIC 9(009)                       .
           05  FILLER                PIC X(013) VALUE '@TEST.INVALID' .
           05  FILLER                PIC X(012) VALUE SPACES          .

      *-----------------------------------------------------------------
      *ONE SLOT PER POSSIBLE BORROWER_ID - WHETHER THE BORROWER IS------
      *TAKEN, WHETHER IT HAS A LOAN AT A CHOSEN BRANCH, AND ITS---------
      *GUARDIAN---------------------------------------------------------
       01  WS-BORR-TBL.
           05  WS-BT-ENTRY OCCURS 9999 TIMES.
               10  WS-BT-SEL         PIC X(001)                       .
                   88  BORR-TAKEN               VALUE 'Y'             .
               10  WS-BT-BRANCH      PIC X(001)                       .
                   88  BORR-AT-BRANCH           VALUE 'Y'             .
               10  WS-BT-GUARD       PIC S9(04) COMP                  .

       01  WS-BRANCH-LIST.
           05  WS-BR-1               PIC S9(04) COMP VALUE 0          .
           05  WS-BR-2               PIC S9(04) COMP VALUE 0          .
           05  WS-BR-3               PIC S9(04) COMP VALUE 0          .
           05  WS-BR-4               PIC S9(04) COMP VALUE 0          .
           05  WS-BR-5               PIC S9(04) COMP VALUE 0          .
       01  WS-BRANCH-TBL REDEFINES WS-BRANCH-LIST.
           05  WS-BR-ID              PIC S9(04) COMP OCCURS 5 TIMES   .

       01  WS-COUNT-LINE.
           05  WS-CL-TABLE           PIC X(016)                       .
           05  FILLER                PIC X(006) VALUE 'READ: '        .
           05  WS-CL-READ            PIC ZZZZZZZZ9                    .
           05  FILLER                PIC X(003) VALUE ALL SPACES      .
           05  FILLER                PIC X(011) VALUE 'EXTRACTED: '   .
           05  WS-CL-WRITTEN         PIC ZZZZZZZZ9                    .
           05  FILLER                PIC X(003) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'DD:   '        .
           05  WS-CL-DDNAME          PIC X(008)                       .
           05  FILLER                PIC X(003) VALUE ALL SPACES      .
           05  WS-CL-MASKED          PIC X(060)                       .
           05  FILLER                PIC X(096) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER.
               10  FILLER          PIC X(038) VALUE
                       'MASKED TEST-REGION EXTRACT - SAMPLE: '        .
               10  WS-HD-PCT       PIC ZZ9                            .
               10  FILLER          PIC X(014) VALUE '%  BRANCHES: '   .
               10  WS-HD-BRANCHES  PIC X(025)                         .
               10  FILLER          PIC X(150) VALUE ALL SPACES        .
           05  WS-SUMMARY.
               10  FILLER          PIC X(017) VALUE
                                       'BORROWERS TAKEN: '            .
               10  WS-SM-TAKEN     PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(040) VALUE
                       'OF WHICH GUARDIANS OF TAKEN DEPENDANTS: '     .
               10  WS-SM-GUARDS    PIC ZZZZ9                          .
               10  FILLER          PIC X(160) VALUE ALL SPACES        .
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
           05  WS-WRITE-COUNT      PIC S9(09) COMP VALUE 0            .
           05  WS-TAKEN-COUNT      PIC S9(09) COMP VALUE 0            .
           05  WS-GUARD-COUNT      PIC S9(09) COMP VALUE 0            .
           05  WS-SAMPLE-PCT       PIC S9(04) COMP VALUE 100          .
           05  WS-BRANCH-COUNT     PIC S9(04) COMP VALUE 0            .
           05  WS-BR-SUB           PIC S9(04) COMP                    .
           05  WS-BORR-SUB         PIC S9(04) COMP                    .
           05  WS-GUARD-ID         PIC S9(04) COMP                    .
           05  WS-CHK-ID           PIC S9(04) COMP                    .
           05  WS-CHK-BRANCH       PIC S9(04) COMP                    .
           05  WS-SAMPLE-KEY       PIC S9(09) COMP                    .
           05  WS-SAMPLE-QUOT      PIC S9(09) COMP                    .
           05  WS-SAMPLE-REM       PIC S9(04) COMP                    .
           05  WS-AT-COUNT         PIC S9(04) COMP                    .
           05  WS-PARM-USE         PIC S9(04) COMP                    .
           05  WS-PARM-BAD-SW      PIC X(001) VALUE 'N'               .
               88  PARM-IS-BAD                VALUE 'Y'               .
           05  WS-KEEP-SW          PIC X(001)                         .
               88  ROW-KEPT                   VALUE 'Y'               .
           05  WS-IN-SAMPLE-SW     PIC X(001)                         .
               88  IN-SAMPLE                  VALUE 'Y'               .
           05  WS-AT-BRANCH-SW     PIC X(001)                         .
               88  AT-CHOSEN-BRANCH           VALUE 'Y'               .
           05  WS-BR-EDIT          PIC 9(004)                         .
           05  WS-HD-PTR           PIC S9(04) COMP                    .
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

      *-----------------------------------------------------------------
      *THE PARM AS PASSED, PADDED WITH SPACES PAST WHAT WAS KEYED-------
       01  WS-PARM-WORK.
           05  WS-PW-PCT               PIC X(003)                     .
           05  WS-PW-PCT-N  REDEFINES WS-PW-PCT
                                       PIC 9(003)                     .
           05  WS-PW-BRANCH            OCCURS 5 TIMES.
               10  WS-PW-BR            PIC X(004)                     .
               10  WS-PW-BR-N  REDEFINES WS-PW-BR
                                       PIC 9(004)                     .

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
                INCLUDE DCLLOANS
           END-EXEC.

           EXEC SQL
                INCLUDE DCLFINES
           END-EXEC.

           EXEC SQL
                INCLUDE DCLHOLDS
           END-EXEC.

           EXEC SQL
                INCLUDE DCLNOTIC
           END-EXEC.

           EXEC SQL
                INCLUDE DCLDONAT
           END-EXEC.

           EXEC SQL
                INCLUDE DCLOPER
           END-EXEC.

      *-----------------------------------------------------------------
      *BORROWERS WITH A LOAN AT ONE OF THE CHOSEN BRANCHES (UNUSED------
      *SLOTS REPEAT THE FIRST BRANCH)-----------------------------------
           EXEC SQL DECLARE  LB_CURSOR CURSOR FOR
                SELECT DISTINCT BORROWER_ID
                FROM   IBMUSER.LOANS
                WHERE  BORROWER_ID IS NOT NULL
                AND    BRANCH_ID IN (:WS-BR-1, :WS-BR-2, :WS-BR-3,
                                     :WS-BR-4, :WS-BR-5)
           END-EXEC.

           EXEC SQL DECLARE  BG_CURSOR CURSOR FOR
                SELECT BORROWER_ID, VALUE(GUARDIAN_ID, 0)
                FROM   IBMUSER.BORROWERS
           END-EXEC.

           EXEC SQL DECLARE  BW_CURSOR CURSOR FOR
                SELECT BORROWER_ID, VALUE(CONTACT, ' '), STATUS,
                       VALUE(LOAN_LIMIT, 0), VALUE(BORROWER_TYPE, ' '),
                       VALUE(NOTICE_PREF, ' '),
                       VALUE(CHAR(REG_DATE, ISO), ' '),
                       VALUE(CHAR(EXPIRY_DATE, ISO), ' '),
                       VALUE(GUARDIAN_ID, 0), VALUE(REMIND_OPTOUT, ' '),
                       VALUE(RETURN_COUNT, 0), VALUE(CONTACT_BAD, ' '),
                       VALUE(CHAR(CONTACT_BAD_DATE, ISO), ' '),
                       VALUE(ADDR_POSTCODE, ' '), VALUE(DISTRICT, ' '),
                       VALUE(RESIDENT, ' ')
                FROM   IBMUSER.BORROWERS
                ORDER BY BORROWER_ID
           END-EXEC.

           EXEC SQL DECLARE  LN_CURSOR CURSOR FOR
                SELECT LOAN_ID, BOOK_ID, VALUE(BORROWER_ID, 0),
                       CHAR(LOAN_DATE, ISO),
                       VALUE(CHAR(DUE_DATE, ISO), ' '),
                       VALUE(CHAR(RETURN_DATE, ISO), ' '), STATUS,
                       VALUE(RENEWAL_COUNT, 0),
                       VALUE(ACCESSION_NO, ' '), VALUE(BRANCH_ID, 0),
                       VALUE(RECALL_FLAG, ' '),
                       VALUE(CHAR(DUE_TIME, JIS), ' '),
                       VALUE(RESERVE_ID, 0),
                       VALUE(CHAR(RETURN_TIME, JIS), ' '),
                       VALUE(CHAR(LOAN_TIME, JIS), ' '),
                       VALUE(CHAR(RENEW_DATE, ISO), ' '),
                       VALUE(CHAR(RENEW_TIME, JIS), ' ')
                FROM   IBMUSER.LOANS
                ORDER BY LOAN_ID
           END-EXEC.

           EXEC SQL DECLARE  FN_CURSOR CURSOR FOR
                SELECT FINE_ID, BORROWER_ID, VALUE(LOAN_ID, 0),
                       FINE_TYPE, AMOUNT,
                       VALUE(CHAR(ASSESS_DATE, ISO), ' '),
                       VALUE(CHAR(PAID_DATE, ISO), ' '), STATUS,
                       VALUE(PAID_AMOUNT, 0), VALUE(REFERRAL_ID, 0)
                FROM   IBMUSER.FINES
                ORDER BY FINE_ID
           END-EXEC.

           EXEC SQL DECLARE  HD_CURSOR CURSOR FOR
                SELECT HOLD_ID, BOOK_ID, BORROWER_ID,
                       VALUE(CHAR(PLACED_DATE, ISO), ' '),
                       VALUE(CHAR(READY_DATE, ISO), ' '), STATUS,
                       VALUE(PICKUP_BRANCH, 0), VALUE(XFER_ID, 0),
                       VALUE(ACCESSION_NO, ' '),
                       VALUE(CHAR(PULL_DATE, ISO), ' '),
                       VALUE(ANY_EDITION, ' ')
                FROM   IBMUSER.HOLDS
                ORDER BY HOLD_ID
           END-EXEC.

           EXEC SQL DECLARE  NT_CURSOR CURSOR FOR
                SELECT NOTICE_ID, BORROWER_ID, NOTICE_TYPE, NOTICE_TEXT,
                       VALUE(CHAR(QUEUED_DATE, ISO), ' '),
                       VALUE(CHAR(SENT_DATE, ISO), ' '),
                       VALUE(CHANNEL, ' '), STATUS
                FROM   IBMUSER.NOTICES
                ORDER BY NOTICE_ID
           END-EXEC.

           EXEC SQL DECLARE  DN_CURSOR CURSOR FOR
                SELECT DON_ID, VALUE(CHAR(DON_DATE, ISO), ' '),
                       VALUE(ITEM_COUNT, 0), VALUE(EST_VALUE, 0),
                       VALUE(ACK_FLAG, ' ')
                FROM   IBMUSER.DONATIONS
                ORDER BY DON_ID
           END-EXEC.

           EXEC SQL DECLARE  OP_CURSOR CURSOR FOR
                SELECT OPER_ID, VALUE(OPER_NAME, ' '),
                       VALUE(OPER_ROLE, ' '), VALUE(STATUS, ' '),
                       VALUE(CHAR(PWD_DATE, ISO), ' '),
                       VALUE(FAIL_COUNT, 0), VALUE(LOCKED_FLAG, ' ')
                FROM   IBMUSER.OPERATORS
                ORDER BY OPER_ID
           END-EXEC.

      *-----------------------------------------------------------------
      *PARM PASSED FROM THE DSN RUN COMMAND (SEE BKREPORT'S-------------
      *0500-PARSE-PARM) - SAMPLE PERCENTAGE (3, BLANK = ALL), THEN UP---
      *TO FIVE FOUR-DIGIT BRANCH IDS (BLANK = EVERY BRANCH)-------------
       LINKAGE SECTION.
       01  WS-PARM-LINK.
           05  WS-PARM-LEN             PIC S9(4) COMP                 .
           05  WS-PARM-TEXT            PIC X(023)                     .

      *------------------
       PROCEDURE DIVISION USING WS-PARM-LINK.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'.
           PERFORM Z9100-OPEN-RUN THRU Z9100-EXIT.
           PERFORM 0500-PARSE-PARM       THRU 0500-EXIT.
           PERFORM 0600-SET-RUN-STAMP    THRU 0600-EXIT.
           PERFORM 1000-OPEN-FILES       THRU 1000-EXIT.
           PERFORM 2000-CHOOSE-BORROWERS THRU 2000-EXIT.
           PERFORM 3000-UNLOAD-BORROWERS THRU 3000-EXIT.
           PERFORM 3500-UNLOAD-LOANS     THRU 3500-EXIT.
           PERFORM 4000-UNLOAD-FINES     THRU 4000-EXIT.
           PERFORM 4500-UNLOAD-HOLDS     THRU 4500-EXIT.
           PERFORM 5000-UNLOAD-NOTICES   THRU 5000-EXIT.
           PERFORM 5500-UNLOAD-DONATIONS THRU 5500-EXIT.
           PERFORM 6000-UNLOAD-OPERATORS THRU 6000-EXIT.
           PERFORM 8000-CLOSE-FILES      THRU 8000-EXIT.
           PERFORM Z9200-CLOSE-RUN THRU Z9200-EXIT.
           DISPLAY 'END 0000-MAIN-PROCESS'.
           STOP RUN.
       0000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *SAMPLE PERCENTAGE (3) THEN FIVE BRANCH SLOTS (4 EACH) - A BLANK--
      *PARM TAKES EVERY BORROWER. A BAD PARM STOPS THE RUN BEFORE-------
      *ANYTHING IS WRITTEN - A WRONG SUBSET IS WORSE THAN NONE----------
       0500-PARSE-PARM.
           MOVE SPACES TO WS-PARM-WORK

           IF WS-PARM-LEN > 0
              MOVE WS-PARM-LEN TO WS-PARM-USE
              IF WS-PARM-USE > LENGTH OF WS-PARM-WORK
                 MOVE LENGTH OF WS-PARM-WORK TO WS-PARM-USE
              END-IF
              MOVE WS-PARM-TEXT(1:WS-PARM-USE) TO WS-PARM-WORK
           END-IF

           IF WS-PW-PCT NOT = SPACES
              IF WS-PW-PCT-N NOT NUMERIC
                 OR WS-PW-PCT-N = 0
                 OR WS-PW-PCT-N > 100
                 MOVE 'Y' TO WS-PARM-BAD-SW
              ELSE
                 MOVE WS-PW-PCT-N TO WS-SAMPLE-PCT
              END-IF
           END-IF

           PERFORM 0510-ONE-BRANCH THRU 0510-EXIT
                   VARYING WS-BR-SUB FROM 1 BY 1
                     UNTIL WS-BR-SUB > 5

           IF PARM-IS-BAD
              DISPLAY 'MASKEXT: PARM MUST BE SAMPLE PERCENT (001-100)'
                      ' THEN UP TO FIVE 4-DIGIT BRANCH IDS'
              DISPLAY 'MASKEXT: PARM GIVEN - ' WS-PARM-WORK
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

      *THE UNUSED SLOTS REPEAT THE FIRST BRANCH SO LB_CURSOR'S IN-LIST--
      *NEEDS NO VARIANTS------------------------------------------------
           IF WS-BRANCH-COUNT > 0
              PERFORM 0520-FILL-SLOT THRU 0520-EXIT
                      VARYING WS-BR-SUB FROM 1 BY 1
                        UNTIL WS-BR-SUB > 5
           END-IF

           DISPLAY 'SAMPLE PERCENT: ' WS-SAMPLE-PCT
                   '  BRANCHES: '     WS-BRANCH-COUNT
           .
       0500-EXIT.
           EXIT
           .
       0510-ONE-BRANCH.
           IF WS-PW-BR(WS-BR-SUB) = SPACES
              GO TO 0510-EXIT
           END-IF

           IF WS-PW-BR-N(WS-BR-SUB) NOT NUMERIC
              OR WS-PW-BR-N(WS-BR-SUB) = 0
              MOVE 'Y' TO WS-PARM-BAD-SW
              GO TO 0510-EXIT
           END-IF

           ADD  1                     TO WS-BRANCH-COUNT
           MOVE WS-PW-BR-N(WS-BR-SUB) TO WS-BR-ID(WS-BRANCH-COUNT)
           .
       0510-EXIT.
           EXIT
           .
       0520-FILL-SLOT.
           IF WS-BR-ID(WS-BR-SUB) = 0
              MOVE WS-BR-ID(1) TO WS-BR-ID(WS-BR-SUB)
           END-IF
           .
       0520-EXIT.
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
       1000-OPEN-FILES.
           DISPLAY 'START 1000-OPEN-FILES'

           OPEN OUTPUT TST-BORROWER TST-LOAN TST-FINE TST-HOLD
                       TST-NOTICE TST-DONATION TST-OPERATOR PRT-MASK

           MOVE WS-SAMPLE-PCT TO WS-HD-PCT
           MOVE SPACES        TO WS-HD-BRANCHES

           IF WS-BRANCH-COUNT = 0
              MOVE 'ALL'      TO WS-HD-BRANCHES
           ELSE
              MOVE 1          TO WS-HD-PTR
              PERFORM 1100-HEAD-BRANCH THRU 1100-EXIT
                      VARYING WS-BR-SUB FROM 1 BY 1
                        UNTIL WS-BR-SUB > WS-BRANCH-COUNT
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
       1100-HEAD-BRANCH.
           MOVE WS-BR-ID(WS-BR-SUB) TO WS-BR-EDIT

           STRING WS-BR-EDIT DELIMITED BY SIZE
                  ' '        DELIMITED BY SIZE
                  INTO WS-HD-BRANCHES
                  WITH POINTER WS-HD-PTR
           END-STRING
           .
       1100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *DECIDE WHICH BORROWERS GO - THE BRANCH TEST (LB_CURSOR), THEN----
      *THE SAMPLE TEST (BG_CURSOR), THEN EVERY TAKEN DEPENDANT'S--------
      *GUARDIAN, SO NO GUARDIAN_ID IN THE EXTRACT POINTS NOWHERE--------
       2000-CHOOSE-BORROWERS.
           DISPLAY 'START 2000-CHOOSE-BORROWERS'

           INITIALIZE WS-BORR-TBL

           IF WS-BRANCH-COUNT > 0
              EXEC SQL
                   OPEN LB_CURSOR
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE   'Y'                     TO ERROR-HANDLING
                 MOVE   '2000-CHOOSE-BORROWERS' TO ERR-LOC
                 MOVE    SQLCODE                TO ERR-CODE
                 PERFORM XXXX-ERROR-HANDLING
              END-IF

              MOVE 'N' TO WS-SUB-EOF
              PERFORM 2100-FETCH-BRANCH THRU 2100-EXIT UNTIL SUB-DONE

              EXEC SQL
                   CLOSE LB_CURSOR
              END-EXEC
           END-IF

           EXEC SQL
                OPEN BG_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                     TO ERROR-HANDLING
              MOVE   '2000-CHOOSE-BORROWERS' TO ERR-LOC
              MOVE    SQLCODE                TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 'N' TO WS-SUB-EOF
           PERFORM 2200-FETCH-BORROWER THRU 2200-EXIT UNTIL SUB-DONE

           EXEC SQL
                CLOSE BG_CURSOR
           END-EXEC

           PERFORM 2300-ADD-GUARDIAN THRU 2300-EXIT
                   VARYING WS-BORR-SUB FROM 1 BY 1
                     UNTIL WS-BORR-SUB > 9999

           DISPLAY 'BORROWERS TAKEN: ' WS-TAKEN-COUNT
           DISPLAY 'END 2000-CHOOSE-BORROWERS'
           .
       2000-EXIT.
           EXIT
           .
       2100-FETCH-BRANCH.
           EXEC SQL
                FETCH LB_CURSOR INTO :LOANS-BORROWER-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    IF LOANS-BORROWER-ID > 0
                       AND LOANS-BORROWER-ID NOT > 9999
                       MOVE 'Y' TO WS-BT-BRANCH(LOANS-BORROWER-ID)
                    END-IF
               WHEN SQLCODE = 100
                    MOVE 'Y'                    TO WS-SUB-EOF
               WHEN OTHER
                    MOVE 'Y'                    TO WS-SUB-EOF
                    MOVE 'Y'                    TO ERROR-HANDLING
                    MOVE '2100-FETCH-BRANCH'    TO ERR-LOC
                    MOVE SQLCODE                TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2100-EXIT.
           EXIT
           .
       2200-FETCH-BORROWER.
           EXEC SQL
                FETCH BG_CURSOR INTO :BORRW-BORROWER-ID
                                    ,:BORRW-GUARDIAN-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE 'Y'                    TO WS-SUB-EOF
                    GO TO 2200-EXIT
               WHEN OTHER
                    MOVE 'Y'                    TO WS-SUB-EOF
                    MOVE 'Y'                    TO ERROR-HANDLING
                    MOVE '2200-FETCH-BORROWER'  TO ERR-LOC
                    MOVE SQLCODE                TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           IF BORRW-BORROWER-ID < 1 OR BORRW-BORROWER-ID > 9999
              GO TO 2200-EXIT
           END-IF

           MOVE BORRW-GUARDIAN-ID TO WS-BT-GUARD(BORRW-BORROWER-ID)

           MOVE BORRW-BORROWER-ID TO WS-SAMPLE-KEY
           PERFORM Z8000-SAMPLE-TEST THRU Z8000-EXIT

           IF NOT IN-SAMPLE
              GO TO 2200-EXIT
           END-IF

           IF WS-BRANCH-COUNT > 0
              AND NOT BORR-AT-BRANCH(BORRW-BORROWER-ID)
              GO TO 2200-EXIT
           END-IF

           MOVE 'Y' TO WS-BT-SEL(BORRW-BORROWER-ID)
           ADD  1   TO WS-TAKEN-COUNT
           .
       2200-EXIT.
           EXIT
           .
       2300-ADD-GUARDIAN.
           IF NOT BORR-TAKEN(WS-BORR-SUB)
              GO TO 2300-EXIT
           END-IF

           MOVE WS-BT-GUARD(WS-BORR-SUB) TO WS-GUARD-ID

           IF WS-GUARD-ID < 1 OR WS-GUARD-ID > 9999
              GO TO 2300-EXIT
           END-IF

           IF NOT BORR-TAKEN(WS-GUARD-ID)
              MOVE 'Y' TO WS-BT-SEL(WS-GUARD-ID)
              ADD  1   TO WS-TAKEN-COUNT
              ADD  1   TO WS-GUARD-COUNT
           END-IF
           .
       2300-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *BORROWERS - NAME, CONTACT, STREET AND TOWN ARE NEVER EVEN READ---
      *FROM THE LIVE ROW; ONLY THE SHAPE OF THE CONTACT (E-MAIL OR------
      *PHONE) IS TAKEN FROM IT------------------------------------------
       3000-UNLOAD-BORROWERS.
           DISPLAY 'START 3000-UNLOAD-BORROWERS'
           MOVE 0 TO WS-READ-COUNT WS-WRITE-COUNT

           EXEC SQL
                OPEN BW_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                     TO ERROR-HANDLING
              MOVE   '3000-UNLOAD-BORROWERS' TO ERR-LOC
              MOVE    SQLCODE                TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 'N' TO WS-SUB-EOF
           PERFORM 3100-FETCH-BORROWER THRU 3100-EXIT UNTIL SUB-DONE

           EXEC SQL
                CLOSE BW_CURSOR
           END-EXEC

           MOVE 'BORROWERS'       TO WS-CL-TABLE
           MOVE 'TSTBORR'         TO WS-CL-DDNAME
           MOVE 'MASKED: NAME, CONTACT, ADDR_STREET, ADDR_TOWN'
                                  TO WS-CL-MASKED
           PERFORM 7000-WRITE-COUNTS THRU 7000-EXIT
           DISPLAY 'END 3000-UNLOAD-BORROWERS'
           .
       3000-EXIT.
           EXIT
           .
       3100-FETCH-BORROWER.
           EXEC SQL
                FETCH BW_CURSOR INTO :BORRW-BORROWER-ID
                                    ,:BORRW-CONTACT
                                    ,:BORRW-STATUS
                                    ,:BORRW-LOAN-LIMIT
                                    ,:BORRW-BORROWER-TYPE
                                    ,:BORRW-NOTICE-PREF
                                    ,:BORRW-REG-DATE
                                    ,:BORRW-EXPIRY-DATE
                                    ,:BORRW-GUARDIAN-ID
                                    ,:BORRW-REMIND-OPTOUT
                                    ,:BORRW-RETURN-COUNT
                                    ,:BORRW-CONTACT-BAD
                                    ,:BORRW-CONTACT-BAD-DATE
                                    ,:BORRW-ADDR-POSTCODE
                                    ,:BORRW-DISTRICT
                                    ,:BORRW-RESIDENT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD 1 TO WS-READ-COUNT
               WHEN SQLCODE = 100
                    MOVE 'Y'                    TO WS-SUB-EOF
                    GO TO 3100-EXIT
               WHEN OTHER
                    MOVE 'Y'                    TO WS-SUB-EOF
                    MOVE 'Y'                    TO ERROR-HANDLING
                    MOVE '3100-FETCH-BORROWER'  TO ERR-LOC
                    MOVE SQLCODE                TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE BORRW-BORROWER-ID TO WS-CHK-ID
           PERFORM Z8100-BORROWER-TAKEN THRU Z8100-EXIT

           IF NOT ROW-KEPT
              GO TO 3100-EXIT
           END-IF

           MOVE BORRW-BORROWER-ID      TO WS-BO-BORROWER-ID
                                          WS-FB-ID
                                          WS-FE-ID
                                          WS-FP-ID
                                          WS-FS-ID
           MOVE WS-FAKE-BORROWER       TO WS-BO-NAME

           MOVE 0 TO WS-AT-COUNT
           INSPECT BORRW-CONTACT TALLYING WS-AT-COUNT FOR ALL '@'

           EVALUATE TRUE
               WHEN BORRW-CONTACT = SPACES
                    MOVE SPACES           TO WS-BO-CONTACT
               WHEN WS-AT-COUNT > 0
                    MOVE WS-FAKE-EMAIL    TO WS-BO-CONTACT
               WHEN OTHER
                    MOVE WS-FAKE-PHONE    TO WS-BO-CONTACT
           END-EVALUATE

           MOVE BORRW-STATUS           TO WS-BO-STATUS
           MOVE BORRW-LOAN-LIMIT       TO WS-BO-LOAN-LIMIT
           MOVE BORRW-BORROWER-TYPE    TO WS-BO-BORROWER-TYPE
           MOVE BORRW-NOTICE-PREF      TO WS-BO-NOTICE-PREF
           MOVE BORRW-REG-DATE         TO WS-BO-REG-DATE
           MOVE BORRW-EXPIRY-DATE      TO WS-BO-EXPIRY-DATE
           MOVE BORRW-GUARDIAN-ID      TO WS-BO-GUARDIAN-ID
           MOVE BORRW-REMIND-OPTOUT    TO WS-BO-REMIND-OPTOUT
           MOVE BORRW-RETURN-COUNT     TO WS-BO-RETURN-COUNT
           MOVE BORRW-CONTACT-BAD      TO WS-BO-CONTACT-BAD
           MOVE BORRW-CONTACT-BAD-DATE TO WS-BO-CONTACT-BAD-DT
           MOVE WS-FAKE-STREET         TO WS-BO-ADDR-STREET
           MOVE 'TESTTOWN'             TO WS-BO-ADDR-TOWN
           MOVE BORRW-ADDR-POSTCODE    TO WS-BO-ADDR-POSTCODE
           MOVE BORRW-DISTRICT         TO WS-BO-DISTRICT
           MOVE BORRW-RESIDENT         TO WS-BO-RESIDENT

           WRITE TST-BORROWER-REC FROM WS-BORR-OUT
           ADD 1 TO WS-WRITE-COUNT
           .
       3100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *LOANS - A LOAN FOLLOWS ITS BORROWER AND CARRIES THE SAME FAKE----
      *NAME. A LOAN LOANANON HAS ALREADY STRIPPED (NO BORROWER) IS------
      *TAKEN BY ITS BRANCH AND A SAMPLE ON LOAN_ID, AND STAYS NAMELESS--
       3500-UNLOAD-LOANS.
           DISPLAY 'START 3500-UNLOAD-LOANS'
           MOVE 0 TO WS-READ-COUNT WS-WRITE-COUNT

           EXEC SQL
                OPEN LN_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                     TO ERROR-HANDLING
              MOVE   '3500-UNLOAD-LOANS'     TO ERR-LOC
              MOVE    SQLCODE                TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 'N' TO WS-SUB-EOF
           PERFORM 3600-FETCH-LOAN THRU 3600-EXIT UNTIL SUB-DONE

           EXEC SQL
                CLOSE LN_CURSOR
           END-EXEC

           MOVE 'LOANS'           TO WS-CL-TABLE
           MOVE 'TSTLOAN'         TO WS-CL-DDNAME
           MOVE 'MASKED: BORROWER (NAME)'
                                  TO WS-CL-MASKED
           PERFORM 7000-WRITE-COUNTS THRU 7000-EXIT
           DISPLAY 'END 3500-UNLOAD-LOANS'
           .
       3500-EXIT.
           EXIT
           .
       3600-FETCH-LOAN.
           EXEC SQL
                FETCH LN_CURSOR INTO :LOANS-LOAN-ID
                                    ,:LOANS-BOOK-ID
                                    ,:LOANS-BORROWER-ID
                                    ,:LOANS-LOAN-DATE
                                    ,:LOANS-DUE-DATE
                                    ,:LOANS-RETURN-DATE
                                    ,:LOANS-STATUS
                                    ,:LOANS-RENEWAL-COUNT
                                    ,:LOANS-ACCESSION-NO
                                    ,:LOANS-BRANCH-ID
                                    ,:LOANS-RECALL-FLAG
                                    ,:LOANS-DUE-TIME
                                    ,:LOANS-RESERVE-ID
                                    ,:LOANS-RETURN-TIME
                                    ,:LOANS-LOAN-TIME
                                    ,:LOANS-RENEW-DATE
                                    ,:LOANS-RENEW-TIME
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD 1 TO WS-READ-COUNT
               WHEN SQLCODE = 100
                    MOVE 'Y'                    TO WS-SUB-EOF
                    GO TO 3600-EXIT
               WHEN OTHER
                    MOVE 'Y'                    TO WS-SUB-EOF
                    MOVE 'Y'                    TO ERROR-HANDLING
                    MOVE '3600-FETCH-LOAN'      TO ERR-LOC
                    MOVE SQLCODE                TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           IF LOANS-BORROWER-ID = 0
              MOVE LOANS-LOAN-ID   TO WS-SAMPLE-KEY
              PERFORM Z8000-SAMPLE-TEST THRU Z8000-EXIT
              MOVE LOANS-BRANCH-ID TO WS-CHK-BRANCH
              PERFORM Z8200-BRANCH-TEST THRU Z8200-EXIT
              IF NOT IN-SAMPLE OR NOT AT-CHOSEN-BRANCH
                 GO TO 3600-EXIT
              END-IF
              MOVE SPACES          TO WS-LO-BORROWER
           ELSE
              MOVE LOANS-BORROWER-ID TO WS-CHK-ID
              PERFORM Z8100-BORROWER-TAKEN THRU Z8100-EXIT
              IF NOT ROW-KEPT
                 GO TO 3600-EXIT
              END-IF
              MOVE LOANS-BORROWER-ID TO WS-FB-ID
              MOVE WS-FAKE-BORROWER  TO WS-LO-BORROWER
           END-IF

           MOVE LOANS-LOAN-ID          TO WS-LO-LOAN-ID
           MOVE LOANS-BOOK-ID          TO WS-LO-BOOK-ID
           MOVE LOANS-BORROWER-ID      TO WS-LO-BORROWER-ID
           MOVE LOANS-LOAN-DATE        TO WS-LO-LOAN-DATE
           MOVE LOANS-DUE-DATE         TO WS-LO-DUE-DATE
           MOVE LOANS-RETURN-DATE      TO WS-LO-RETURN-DATE
           MOVE LOANS-STATUS           TO WS-LO-STATUS
           MOVE LOANS-RENEWAL-COUNT    TO WS-LO-RENEWAL-COUNT
           MOVE LOANS-ACCESSION-NO     TO WS-LO-ACCESSION-NO
           MOVE LOANS-BRANCH-ID        TO WS-LO-BRANCH-ID
           MOVE LOANS-RECALL-FLAG      TO WS-LO-RECALL-FLAG
           MOVE LOANS-DUE-TIME         TO WS-LO-DUE-TIME
           MOVE LOANS-RESERVE-ID       TO WS-LO-RESERVE-ID
           MOVE LOANS-RETURN-TIME      TO WS-LO-RETURN-TIME
           MOVE LOANS-LOAN-TIME        TO WS-LO-LOAN-TIME
           MOVE LOANS-RENEW-DATE       TO WS-LO-RENEW-DATE
           MOVE LOANS-RENEW-TIME       TO WS-LO-RENEW-TIME

           WRITE TST-LOAN-REC FROM WS-LOAN-OUT
           ADD 1 TO WS-WRITE-COUNT
           .
       3600-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *FINES - NOTHING PERSONAL ON THE ROW, IT FOLLOWS ITS BORROWER-----
       4000-UNLOAD-FINES.
           DISPLAY 'START 4000-UNLOAD-FINES'
           MOVE 0 TO WS-READ-COUNT WS-WRITE-COUNT

           EXEC SQL
                OPEN FN_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                     TO ERROR-HANDLING
              MOVE   '4000-UNLOAD-FINES'     TO ERR-LOC
              MOVE    SQLCODE                TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 'N' TO WS-SUB-EOF
           PERFORM 4100-FETCH-FINE THRU 4100-EXIT UNTIL SUB-DONE

           EXEC SQL
                CLOSE FN_CURSOR
           END-EXEC

           MOVE 'FINES'           TO WS-CL-TABLE
           MOVE 'TSTFINE'         TO WS-CL-DDNAME
           MOVE 'FOLLOWS THE BORROWER - NOTHING TO MASK'
                                  TO WS-CL-MASKED
           PERFORM 7000-WRITE-COUNTS THRU 7000-EXIT
           DISPLAY 'END 4000-UNLOAD-FINES'
           .
       4000-EXIT.
           EXIT
           .
       4100-FETCH-FINE.
           EXEC SQL
                FETCH FN_CURSOR INTO :FINES-FINE-ID
                                    ,:FINES-BORROWER-ID
                                    ,:FINES-LOAN-ID
                                    ,:FINES-FINE-TYPE
                                    ,:FINES-AMOUNT
                                    ,:FINES-ASSESS-DATE
                                    ,:FINES-PAID-DATE
                                    ,:FINES-STATUS
                                    ,:FINES-PAID-AMOUNT
                                    ,:FINES-REFERRAL-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD 1 TO WS-READ-COUNT
               WHEN SQLCODE = 100
                    MOVE 'Y'                    TO WS-SUB-EOF
                    GO TO 4100-EXIT
               WHEN OTHER
                    MOVE 'Y'                    TO WS-SUB-EOF
                    MOVE 'Y'                    TO ERROR-HANDLING
                    MOVE '4100-FETCH-FINE'      TO ERR-LOC
                    MOVE SQLCODE                TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE FINES-BORROWER-ID TO WS-CHK-ID
           PERFORM Z8100-BORROWER-TAKEN THRU Z8100-EXIT

           IF NOT ROW-KEPT
              GO TO 4100-EXIT
           END-IF

           MOVE FINES-FINE-ID          TO WS-FO-FINE-ID
           MOVE FINES-BORROWER-ID      TO WS-FO-BORROWER-ID
           MOVE FINES-LOAN-ID          TO WS-FO-LOAN-ID
           MOVE FINES-FINE-TYPE        TO WS-FO-FINE-TYPE
           MOVE FINES-AMOUNT           TO WS-FO-AMOUNT
           MOVE FINES-ASSESS-DATE      TO WS-FO-ASSESS-DATE
           MOVE FINES-PAID-DATE        TO WS-FO-PAID-DATE
           MOVE FINES-STATUS           TO WS-FO-STATUS
           MOVE FINES-PAID-AMOUNT      TO WS-FO-PAID-AMOUNT
           MOVE FINES-REFERRAL-ID      TO WS-FO-REFERRAL-ID

           WRITE TST-FINE-REC FROM WS-FINE-OUT
           ADD 1 TO WS-WRITE-COUNT
           .
       4100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *HOLDS - NOTHING PERSONAL ON THE ROW, IT FOLLOWS ITS BORROWER-----
       4500-UNLOAD-HOLDS.
           DISPLAY 'START 4500-UNLOAD-HOLDS'
           MOVE 0 TO WS-READ-COUNT WS-WRITE-COUNT

           EXEC SQL
                OPEN HD_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                     TO ERROR-HANDLING
              MOVE   '4500-UNLOAD-HOLDS'     TO ERR-LOC
              MOVE    SQLCODE                TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 'N' TO WS-SUB-EOF
           PERFORM 4600-FETCH-HOLD THRU 4600-EXIT UNTIL SUB-DONE

           EXEC SQL
                CLOSE HD_CURSOR
           END-EXEC

           MOVE 'HOLDS'           TO WS-CL-TABLE
           MOVE 'TSTHOLD'         TO WS-CL-DDNAME
           MOVE 'FOLLOWS THE BORROWER - NOTHING TO MASK'
                                  TO WS-CL-MASKED
           PERFORM 7000-WRITE-COUNTS THRU 7000-EXIT
           DISPLAY 'END 4500-UNLOAD-HOLDS'
           .
       4500-EXIT.
           EXIT
           .
       4600-FETCH-HOLD.
           EXEC SQL
                FETCH HD_CURSOR INTO :HOLDS-HOLD-ID
                                    ,:HOLDS-BOOK-ID
                                    ,:HOLDS-BORROWER-ID
                                    ,:HOLDS-PLACED-DATE
                                    ,:HOLDS-READY-DATE
                                    ,:HOLDS-STATUS
                                    ,:HOLDS-PICKUP-BRANCH
                                    ,:HOLDS-XFER-ID
                                    ,:HOLDS-ACCESSION-NO
                                    ,:HOLDS-PULL-DATE
                                    ,:HOLDS-ANY-EDITION
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD 1 TO WS-READ-COUNT
               WHEN SQLCODE = 100
                    MOVE 'Y'                    TO WS-SUB-EOF
                    GO TO 4600-EXIT
               WHEN OTHER
                    MOVE 'Y'                    TO WS-SUB-EOF
                    MOVE 'Y'                    TO ERROR-HANDLING
                    MOVE '4600-FETCH-HOLD'      TO ERR-LOC
                    MOVE SQLCODE                TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE HOLDS-BORROWER-ID TO WS-CHK-ID
           PERFORM Z8100-BORROWER-TAKEN THRU Z8100-EXIT

           IF NOT ROW-KEPT
              GO TO 4600-EXIT
           END-IF

           MOVE HOLDS-HOLD-ID          TO WS-HO-HOLD-ID
           MOVE HOLDS-BOOK-ID          TO WS-HO-BOOK-ID
           MOVE HOLDS-BORROWER-ID      TO WS-HO-BORROWER-ID
           MOVE HOLDS-PLACED-DATE      TO WS-HO-PLACED-DATE
           MOVE HOLDS-READY-DATE       TO WS-HO-READY-DATE
           MOVE HOLDS-STATUS           TO WS-HO-STATUS
           MOVE HOLDS-PICKUP-BRANCH    TO WS-HO-PICKUP-BRANCH
           MOVE HOLDS-XFER-ID          TO WS-HO-XFER-ID
           MOVE HOLDS-ACCESSION-NO     TO WS-HO-ACCESSION-NO
           MOVE HOLDS-PULL-DATE        TO WS-HO-PULL-DATE
           MOVE HOLDS-ANY-EDITION      TO WS-HO-ANY-EDITION

           WRITE TST-HOLD-REC FROM WS-HOLD-OUT
           ADD 1 TO WS-WRITE-COUNT
           .
       4600-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *NOTICES - THE QUEUED TEXT IS ITEM AND DATE DETAIL ONLY (THE------
      *NAME AND ADDRESS ARE ADDED BY NOTSPOOL AT PRINT TIME), SO THE----
      *ROW FOLLOWS ITS BORROWER AS IT STANDS----------------------------
       5000-UNLOAD-NOTICES.
           DISPLAY 'START 5000-UNLOAD-NOTICES'
           MOVE 0 TO WS-READ-COUNT WS-WRITE-COUNT

           EXEC SQL
                OPEN NT_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                     TO ERROR-HANDLING
              MOVE   '5000-UNLOAD-NOTICES'   TO ERR-LOC
              MOVE    SQLCODE                TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 'N' TO WS-SUB-EOF
           PERFORM 5100-FETCH-NOTICE THRU 5100-EXIT UNTIL SUB-DONE

           EXEC SQL
                CLOSE NT_CURSOR
           END-EXEC

           MOVE 'NOTICES'         TO WS-CL-TABLE
           MOVE 'TSTNOTC'         TO WS-CL-DDNAME
           MOVE 'FOLLOWS THE BORROWER - NOTHING TO MASK'
                                  TO WS-CL-MASKED
           PERFORM 7000-WRITE-COUNTS THRU 7000-EXIT
           DISPLAY 'END 5000-UNLOAD-NOTICES'
           .
       5000-EXIT.
           EXIT
           .
       5100-FETCH-NOTICE.
           EXEC SQL
                FETCH NT_CURSOR INTO :NOTIC-NOTICE-ID
                                    ,:NOTIC-BORROWER-ID
                                    ,:NOTIC-NOTICE-TYPE
                                    ,:NOTIC-NOTICE-TEXT
                                    ,:NOTIC-QUEUED-DATE
                                    ,:NOTIC-SENT-DATE
                                    ,:NOTIC-CHANNEL
                                    ,:NOTIC-STATUS
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD 1 TO WS-READ-COUNT
               WHEN SQLCODE = 100
                    MOVE 'Y'                    TO WS-SUB-EOF
                    GO TO 5100-EXIT
               WHEN OTHER
                    MOVE 'Y'                    TO WS-SUB-EOF
                    MOVE 'Y'                    TO ERROR-HANDLING
                    MOVE '5100-FETCH-NOTICE'    TO ERR-LOC
                    MOVE SQLCODE                TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE NOTIC-BORROWER-ID TO WS-CHK-ID
           PERFORM Z8100-BORROWER-TAKEN THRU Z8100-EXIT

           IF NOT ROW-KEPT
              GO TO 5100-EXIT
           END-IF

           MOVE NOTIC-NOTICE-ID        TO WS-NO-NOTICE-ID
           MOVE NOTIC-BORROWER-ID      TO WS-NO-BORROWER-ID
           MOVE NOTIC-NOTICE-TYPE      TO WS-NO-NOTICE-TYPE
           MOVE NOTIC-NOTICE-TEXT      TO WS-NO-NOTICE-TEXT
           MOVE NOTIC-QUEUED-DATE      TO WS-NO-QUEUED-DATE
           MOVE NOTIC-SENT-DATE        TO WS-NO-SENT-DATE
           MOVE NOTIC-CHANNEL          TO WS-NO-CHANNEL
           MOVE NOTIC-STATUS           TO WS-NO-STATUS

           WRITE TST-NOTICE-REC FROM WS-NOTICE-OUT
           ADD 1 TO WS-WRITE-COUNT
           .
       5100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *DONATIONS - NOT TIED TO A BORROWER, SO SAMPLED ON DON_ID. THE----
      *DONOR'S NAME AND CONTACT ARE NEVER READ--------------------------
       5500-UNLOAD-DONATIONS.
           DISPLAY 'START 5500-UNLOAD-DONATIONS'
           MOVE 0 TO WS-READ-COUNT WS-WRITE-COUNT

           EXEC SQL
                OPEN DN_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                     TO ERROR-HANDLING
              MOVE   '5500-UNLOAD-DONATIONS' TO ERR-LOC
              MOVE    SQLCODE                TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 'N' TO WS-SUB-EOF
           PERFORM 5600-FETCH-DONATION THRU 5600-EXIT UNTIL SUB-DONE

           EXEC SQL
                CLOSE DN_CURSOR
           END-EXEC

           MOVE 'DONATIONS'       TO WS-CL-TABLE
           MOVE 'TSTDONA'         TO WS-CL-DDNAME
           MOVE 'MASKED: DONOR_NAME, DONOR_CONTACT'
                                  TO WS-CL-MASKED
           PERFORM 7000-WRITE-COUNTS THRU 7000-EXIT
           DISPLAY 'END 5500-UNLOAD-DONATIONS'
           .
       5500-EXIT.
           EXIT
           .
       5600-FETCH-DONATION.
           EXEC SQL
                FETCH DN_CURSOR INTO :DONAT-DON-ID
                                    ,:DONAT-DON-DATE
                                    ,:DONAT-ITEM-COUNT
                                    ,:DONAT-EST-VALUE
                                    ,:DONAT-ACK-FLAG
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD 1 TO WS-READ-COUNT
               WHEN SQLCODE = 100
                    MOVE 'Y'                    TO WS-SUB-EOF
                    GO TO 5600-EXIT
               WHEN OTHER
                    MOVE 'Y'                    TO WS-SUB-EOF
                    MOVE 'Y'                    TO ERROR-HANDLING
                    MOVE '5600-FETCH-DONATION'  TO ERR-LOC
                    MOVE SQLCODE                TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE DONAT-DON-ID TO WS-SAMPLE-KEY
           PERFORM Z8000-SAMPLE-TEST THRU Z8000-EXIT

           IF NOT IN-SAMPLE
              GO TO 5600-EXIT
           END-IF

           MOVE DONAT-DON-ID           TO WS-DO-DON-ID
                                          WS-FD-ID
                                          WS-FDE-ID
           MOVE WS-FAKE-DONOR          TO WS-DO-DONOR-NAME
           MOVE WS-FAKE-DONOR-EMAIL    TO WS-DO-DONOR-CONTACT
           MOVE DONAT-DON-DATE         TO WS-DO-DON-DATE
           MOVE DONAT-ITEM-COUNT       TO WS-DO-ITEM-COUNT
           MOVE DONAT-EST-VALUE        TO WS-DO-EST-VALUE
           MOVE DONAT-ACK-FLAG         TO WS-DO-ACK-FLAG

           WRITE TST-DONATION-REC FROM WS-DONATION-OUT
           ADD 1 TO WS-WRITE-COUNT
           .
       5600-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *OPERATORS - ALL OF THEM, SO EVERY OPER_ID ON AN AUDIT ROW IS-----
      *STILL KNOWN. THE PASSWORD IS NEVER READ - EVERY OPERATOR GETS----
      *THE SAME TEST PASSWORD, MUST-CHANGE, AS OPERMNT1'S 'P' RESET-----
      *LEAVES IT--------------------------------------------------------
       6000-UNLOAD-OPERATORS.
           DISPLAY 'START 6000-UNLOAD-OPERATORS'
           MOVE 0 TO WS-READ-COUNT WS-WRITE-COUNT

           EXEC SQL
                OPEN OP_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                     TO ERROR-HANDLING
              MOVE   '6000-UNLOAD-OPERATORS' TO ERR-LOC
              MOVE    SQLCODE                TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 'N' TO WS-SUB-EOF
           PERFORM 6100-FETCH-OPERATOR THRU 6100-EXIT UNTIL SUB-DONE

           EXEC SQL
                CLOSE OP_CURSOR
           END-EXEC

           MOVE 'OPERATORS'       TO WS-CL-TABLE
           MOVE 'TSTOPER'         TO WS-CL-DDNAME
           MOVE 'MASKED: PASSWORD (SET TO TESTPASS, MUST CHANGE)'
                                  TO WS-CL-MASKED
           PERFORM 7000-WRITE-COUNTS THRU 7000-EXIT
           DISPLAY 'END 6000-UNLOAD-OPERATORS'
           .
       6000-EXIT.
           EXIT
           .
       6100-FETCH-OPERATOR.
           EXEC SQL
                FETCH OP_CURSOR INTO :OPER-ID
                                    ,:OPER-NAME
                                    ,:OPER-ROLE
                                    ,:OPER-STATUS
                                    ,:OPER-PWD-DATE
                                    ,:OPER-FAIL-COUNT
                                    ,:OPER-LOCKED-FLAG
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD 1 TO WS-READ-COUNT
               WHEN SQLCODE = 100
                    MOVE 'Y'                    TO WS-SUB-EOF
                    GO TO 6100-EXIT
               WHEN OTHER
                    MOVE 'Y'                    TO WS-SUB-EOF
                    MOVE 'Y'                    TO ERROR-HANDLING
                    MOVE '6100-FETCH-OPERATOR'  TO ERR-LOC
                    MOVE SQLCODE                TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE OPER-ID                TO WS-OO-OPER-ID
           MOVE OPER-NAME              TO WS-OO-NAME
           MOVE OPER-ROLE              TO WS-OO-ROLE
           MOVE OPER-STATUS            TO WS-OO-STATUS
           MOVE 'TESTPASS'             TO WS-OO-PASSWORD
           MOVE OPER-PWD-DATE          TO WS-OO-PWD-DATE
           MOVE OPER-FAIL-COUNT        TO WS-OO-FAIL-COUNT
           MOVE 'Y'                    TO WS-OO-FORCE-CHANGE
           MOVE OPER-LOCKED-FLAG       TO WS-OO-LOCKED-FLAG

           WRITE TST-OPERATOR-REC FROM WS-OPERATOR-OUT
           ADD 1 TO WS-WRITE-COUNT
           .
       6100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE LINE OF COUNTS FOR THE TABLE JUST UNLOADED-------------------
       7000-WRITE-COUNTS.
           MOVE  WS-READ-COUNT    TO WS-CL-READ
           MOVE  WS-WRITE-COUNT   TO WS-CL-WRITTEN
           MOVE  WS-COUNT-LINE    TO OP-FIELDS
           WRITE OP-FIELDS

           ADD   WS-WRITE-COUNT   TO WS-BRUN-COUNT
           .
       7000-EXIT.
           EXIT
           .
       8000-CLOSE-FILES.
           DISPLAY 'START 8000-CLOSE-FILES'

           MOVE    WS-TAKEN-COUNT          TO WS-SM-TAKEN
           MOVE    WS-GUARD-COUNT          TO WS-SM-GUARDS

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

           CLOSE TST-BORROWER TST-LOAN TST-FINE TST-HOLD
                 TST-NOTICE TST-DONATION TST-OPERATOR PRT-MASK

           DISPLAY 'END 8000-CLOSE-FILES'
           .
       8000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *IS WS-SAMPLE-KEY IN THE SAMPLE? ITS LAST TWO DIGITS MUST BE------
      *BELOW THE PERCENTAGE - THE SAME KEYS EVERY RUN, SO A REFRESH-----
      *KEEPS THE SAME TEST POPULATION-----------------------------------
       Z8000-SAMPLE-TEST.
           DIVIDE WS-SAMPLE-KEY BY 100
                  GIVING    WS-SAMPLE-QUOT
                  REMAINDER WS-SAMPLE-REM

           IF WS-SAMPLE-REM < WS-SAMPLE-PCT
              MOVE 'Y' TO WS-IN-SAMPLE-SW
           ELSE
              MOVE 'N' TO WS-IN-SAMPLE-SW
           END-IF
           .
       Z8000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *WAS BORROWER WS-CHK-ID TAKEN BY 2000-CHOOSE-BORROWERS?-----------
       Z8100-BORROWER-TAKEN.
           MOVE 'N' TO WS-KEEP-SW

           IF WS-CHK-ID < 1 OR WS-CHK-ID > 9999
              GO TO Z8100-EXIT
           END-IF

           IF BORR-TAKEN(WS-CHK-ID)
              MOVE 'Y' TO WS-KEEP-SW
           END-IF
           .
       Z8100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *IS BRANCH WS-CHK-BRANCH ONE OF THE PARM'S? NO BRANCHES GIVEN-----
      *MEANS EVERY BRANCH-----------------------------------------------
       Z8200-BRANCH-TEST.
           IF WS-BRANCH-COUNT = 0
              OR WS-CHK-BRANCH = WS-BR-1
              OR WS-CHK-BRANCH = WS-BR-2
              OR WS-CHK-BRANCH = WS-BR-3
              OR WS-CHK-BRANCH = WS-BR-4
              OR WS-CHK-BRANCH = WS-BR-5
              MOVE 'Y' TO WS-AT-BRANCH-SW
           ELSE
              MOVE 'N' TO WS-AT-BRANCH-SW
           END-IF
           .
       Z8200-EXIT.
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
           MOVE 'MASKEXT '   TO ERRLG-PROGRAM
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
           MOVE 'MASKEXT ' TO BRUN-JOB-NAME

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
              CLOSE TST-BORROWER TST-LOAN TST-FINE TST-HOLD
                    TST-NOTICE TST-DONATION TST-OPERATOR PRT-MASK
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
