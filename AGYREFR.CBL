      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AGYREFR.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.14.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- COLLECTION-AGENCY REFERRAL. EVERY BORROWER WHOSE OPEN     *
      * FINES OLDER THAN 'AGYDAYS' (IBMUSER.LIB_SETTINGS, DEFAULT 90) *
      * STILL OWE MORE THAN 'AGYMIN' (DEFAULT 50.00) IS PLACED WITH   *
      * THE AGENCY:                                                   *
      *    -- AN IBMUSER.AGENCY_REFERRALS ROW IS OPENED (STATUS 'P')  *
      *    -- THE AGED FINES ARE STAMPED WITH ITS REFERRAL_ID SO THEY *
      *       ARE NEVER PLACED TWICE                                  *
      *    -- THE AGENCY FEE ('AGYFEE', DEFAULT 15.00, ZERO = NONE)   *
      *       IS ADDED TO THE ACCOUNT AS A FINE TYPE 'A' CHARGE       *
      *    -- ONE PLACEMENT RECORD GOES ON AGYPLC FOR THE AGENCY      *
      * A REGISTER OF EVERY PLACEMENT PRINTS ON AGYOUT. EACH BORROWER *
      * IS COMMITTED BEFORE ITS RECORD IS WRITTEN, SO THE PLACEMENT   *
      * FILE OF A FAILED RUN STILL HOLDS EXACTLY WHAT WAS PLACED AND  *
      * A RERUN PICKS UP ONLY WHAT IS LEFT.                           *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- AGYRMIT  > POSTS THE AGENCY'S REMITTANCES AND RETURNS   *
      *    -- FINWOFF  > LEAVES FINES AT THE AGENCY ALONE             *
      *    -- FINAGE   > AGES THE FEE WITH THE OTHER CHARGES          *
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
           SELECT AGY-PLACE ASSIGN TO AGYPLC.
           SELECT PRT-AGYR  ASSIGN TO AGYOUT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  AGY-PLACE
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  PLACE-REC PIC X(230).

       FD  PRT-AGYR
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      *ONE OUTBOUND PLACEMENT RECORD - THE AGENCY QUOTES THE REFERRAL--
      *ID BACK ON EVERY REMITTANCE (AGYRMIT AGYIN LAYOUT)---------------
       01  WS-PLACE-REC.
           05  WS-PL-REFERRAL-ID     PIC 9(009)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-PL-BORROWER-ID     PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-PL-NAME            PIC X(030)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-PL-CONTACT         PIC X(040)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-PL-PLACED          PIC 9(007)V9(002)                .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-PL-FEE             PIC 9(005)V9(002)                .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-PL-FINE-COUNT      PIC 9(005)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-PL-OLDEST          PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-PL-REFER-DATE      PIC X(010)                       .
           05  FILLER                PIC X(098) VALUE ALL SPACES      .

       01  WS-REFER-LINE.
           05  FILLER                PIC X(010) VALUE 'REFERRAL: '    .
           05  WS-RL-REFERRAL-ID     PIC Z(008)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'BORROWER: '    .
           05  WS-RL-BORROWER-ID     PIC Z(003)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-RL-NAME            PIC X(030)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(007) VALUE 'FINES: '       .
           05  WS-RL-FINE-COUNT      PIC ZZZZ9                        .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'OLDEST: '      .
           05  WS-RL-OLDEST          PIC X(010)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(009) VALUE 'BALANCE: '     .
           05  WS-RL-BALANCE         PIC ZZZ,ZZ9.99                   .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(005) VALUE 'FEE: '         .
           05  WS-RL-FEE             PIC ZZ,ZZ9.99                    .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'PLACED: '      .
           05  WS-RL-PLACED          PIC ZZZ,ZZ9.99                   .
           05  FILLER                PIC X(072) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER           PIC X(230) VALUE
                   'COLLECTION AGENCY REFERRAL REGISTER'              .
           05  WS-SUMMARY-1.
               10  FILLER          PIC X(018) VALUE
                                       'BORROWERS PLACED: '           .
               10  WS-SM-PLACED    PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(015) VALUE 'AMOUNT PLACED: ' .
               10  WS-SM-AMOUNT    PIC Z,ZZZ,ZZ9.99                   .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(013) VALUE 'AGENCY FEES: '   .
               10  WS-SM-FEES      PIC ZZZ,ZZ9.99                     .
               10  FILLER          PIC X(151) VALUE ALL SPACES        .
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
           05  WS-TOTAL-PLACED     PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-AMOUNT     PIC S9(7)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  WS-TOTAL-FEES       PIC S9(7)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  WS-AGY-MIN          PIC S9(5)V9(2) USAGE COMP-3
                                              VALUE +50.00            .
           05  WS-AGY-DAYS         PIC S9(04) COMP VALUE +90          .
           05  WS-AGY-FEE          PIC S9(5)V9(2) USAGE COMP-3
                                              VALUE +15.00            .
           05  WS-BALANCE          PIC S9(7)V9(2) USAGE COMP-3        .
           05  WS-FINE-COUNT       PIC S9(09) COMP                    .
           05  WS-OLDEST-DATE      PIC X(10)                          .
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

       01  WS-KEY-VARS.
           05  WS-KEY-NAME             PIC X(08)                      .
           05  WS-KEY-SEED             PIC S9(9) COMP                 .
           05  WS-NEXT-KEY-VALUE       PIC S9(9) COMP                 .

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
              INCLUDE DCLFINES
           END-EXEC.

           EXEC SQL
              INCLUDE DCLAGREF
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSETTG
           END-EXEC.

      *-----------------------------------------------------------------
      *EVERY BORROWER WHOSE AGED, NEVER-PLACED OPEN FINES STILL OWE-----
      *MORE THAN THE MINIMUM - THE BALANCE IS AMOUNT LESS ANY PART------
      *PAYMENTS ALREADY TAKEN AT THE DESK-------------------------------
           EXEC SQL DECLARE  A1_CURSOR CURSOR WITH HOLD FOR
                SELECT BORROWER_ID,
                       SUM(AMOUNT - VALUE(PAID_AMOUNT, 0)),
                       COUNT(*),
                       CHAR(MIN(ASSESS_DATE), ISO)
                FROM   IBMUSER.FINES
                WHERE  STATUS      = 'O'
                AND    VALUE(REFERRAL_ID, 0) = 0
                AND    ASSESS_DATE <
                       CURRENT DATE - :WS-AGY-DAYS DAYS
                GROUP BY BORROWER_ID
                HAVING SUM(AMOUNT - VALUE(PAID_AMOUNT, 0)) >
                       :WS-AGY-MIN
                ORDER BY BORROWER_ID
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'.
           PERFORM Z9100-OPEN-RUN THRU Z9100-EXIT.
           PERFORM 0600-SET-RUN-STAMP THRU 0600-EXIT.
           PERFORM 0700-GET-LIMITS THRU 0700-EXIT.
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
      *THE REFERRAL LIMITS FROM IBMUSER.LIB_SETTINGS (SAME CONVENTION---
      *AS 'LOSTDAYS') - 'AGYMIN' BALANCE, 'AGYDAYS' AGE, 'AGYFEE'-------
      *CHARGE. A MISSING ROW KEEPS THE DEFAULT--------------------------
       0700-GET-LIMITS.
           MOVE 'AGYMIN' TO SETTG-SETTING-ID

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    COMPUTE WS-AGY-MIN =
                            FUNCTION NUMVAL(SETTG-SETTING-VALUE)
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    MOVE   'Y'                  TO ERROR-HANDLING
                    MOVE   '0700-GET-LIMITS'    TO ERR-LOC
                    MOVE    SQLCODE             TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE 'AGYDAYS' TO SETTG-SETTING-ID

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    COMPUTE WS-AGY-DAYS =
                            FUNCTION NUMVAL(SETTG-SETTING-VALUE)
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    MOVE   'Y'                  TO ERROR-HANDLING
                    MOVE   '0700-GET-LIMITS'    TO ERR-LOC
                    MOVE    SQLCODE             TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE 'AGYFEE' TO SETTG-SETTING-ID

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    COMPUTE WS-AGY-FEE =
                            FUNCTION NUMVAL(SETTG-SETTING-VALUE)
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    MOVE   'Y'                  TO ERROR-HANDLING
                    MOVE   '0700-GET-LIMITS'    TO ERR-LOC
                    MOVE    SQLCODE             TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           DISPLAY 'REFERRAL MINIMUM:   ' WS-AGY-MIN
           DISPLAY 'REFERRAL AGE DAYS:  ' WS-AGY-DAYS
           DISPLAY 'AGENCY FEE:         ' WS-AGY-FEE
           .
       0700-EXIT.
           EXIT
           .
       1000-OPEN-SQL.
           DISPLAY 'START 1000-OPEN-SQL'

           EXEC SQL
                OPEN A1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPEN CURSOR'
           ELSE
              CONTINUE
           END-IF

           OPEN OUTPUT AGY-PLACE
           OPEN OUTPUT PRT-AGYR

           MOVE  WS-HEADER  TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-BREAKER TO OP-FIELDS
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
                FETCH A1_CURSOR INTO :FINES-BORROWER-ID
                                    ,:WS-BALANCE
                                    ,:WS-FINE-COUNT
                                    ,:WS-OLDEST-DATE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    PERFORM 2200-PLACE-ONE THRU 2200-EXIT
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
      *PLACE ONE BORROWER - OPEN THE REFERRAL, STAMP THE AGED FINES,----
      *ADD THE FEE, THEN COMMIT BEFORE THE PLACEMENT RECORD IS WRITTEN--
      *(A JUVENILE'S ACCOUNT GOES OUT AT THE GUARDIAN'S CONTACT, THE----
      *SAME ROUTING THE OVERDUE NOTICES USE)----------------------------
       2200-PLACE-ONE.
           MOVE FINES-BORROWER-ID TO BORRW-BORROWER-ID

           EXEC SQL
                SELECT B.NAME,
                       VALUE((SELECT G.CONTACT
                              FROM   IBMUSER.BORROWERS G
                              WHERE  G.BORROWER_ID = B.GUARDIAN_ID
                              AND    G.STATUS     <> 'D'),
                             B.CONTACT)
                INTO  :BORRW-NAME, :BORRW-CONTACT
                FROM   IBMUSER.BORROWERS B
                WHERE  B.BORROWER_ID = :BORRW-BORROWER-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE SPACES TO BORRW-NAME-TEXT
                    MOVE SPACES TO BORRW-CONTACT
               WHEN OTHER
                    MOVE   'Y'                 TO ERROR-HANDLING
                    MOVE   '2200-PLACE-ONE'    TO ERR-LOC
                    MOVE    SQLCODE            TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

      *DRAW THE NEXT REFERRAL ID FROM THE CENTRAL ASSIGNER--------------
           MOVE 'AGREFID ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(REFERRAL_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.AGENCY_REFERRALS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2200-PLACE-ONE'    TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT
           MOVE WS-NEXT-KEY-VALUE TO AGREF-REFERRAL-ID

           EXEC SQL
                UPDATE IBMUSER.FINES
                SET    REFERRAL_ID = :AGREF-REFERRAL-ID
                WHERE  BORROWER_ID = :FINES-BORROWER-ID
                AND    STATUS      = 'O'
                AND    VALUE(REFERRAL_ID, 0) = 0
                AND    ASSESS_DATE <
                       CURRENT DATE - :WS-AGY-DAYS DAYS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2200-PLACE-ONE'    TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM 2300-CHARGE-FEE THRU 2300-EXIT

           MOVE FINES-BORROWER-ID TO AGREF-BORROWER-ID
           MOVE WS-TR-DATE        TO AGREF-REFER-DATE
           COMPUTE AGREF-PLACED-AMOUNT = WS-BALANCE + AGREF-FEE-AMOUNT

           EXEC SQL
                INSERT INTO IBMUSER.AGENCY_REFERRALS
                       (REFERRAL_ID, BORROWER_ID, REFER_DATE,
                        PLACED_AMOUNT, FEE_AMOUNT, FEE_FINE_ID,
                        COLLECTED_AMOUNT, STATUS, CLOSE_DATE)
                VALUES (:AGREF-REFERRAL-ID, :AGREF-BORROWER-ID,
                        CURRENT DATE, :AGREF-PLACED-AMOUNT,
                        :AGREF-FEE-AMOUNT, :AGREF-FEE-FINE-ID,
                        0, 'P', NULL)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2200-PLACE-ONE'    TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                COMMIT
           END-EXEC

           ADD 1                   TO WS-TOTAL-PLACED
           ADD 1                   TO WS-BRUN-COUNT
           ADD AGREF-PLACED-AMOUNT TO WS-TOTAL-AMOUNT
           ADD AGREF-FEE-AMOUNT    TO WS-TOTAL-FEES

           MOVE AGREF-REFERRAL-ID   TO WS-PL-REFERRAL-ID
           MOVE AGREF-BORROWER-ID   TO WS-PL-BORROWER-ID
           MOVE BORRW-NAME-TEXT     TO WS-PL-NAME
           MOVE BORRW-CONTACT       TO WS-PL-CONTACT
           MOVE AGREF-PLACED-AMOUNT TO WS-PL-PLACED
           MOVE AGREF-FEE-AMOUNT    TO WS-PL-FEE
           MOVE WS-FINE-COUNT       TO WS-PL-FINE-COUNT
           MOVE WS-OLDEST-DATE      TO WS-PL-OLDEST
           MOVE WS-TR-DATE          TO WS-PL-REFER-DATE
           WRITE PLACE-REC FROM WS-PLACE-REC

           MOVE AGREF-REFERRAL-ID   TO WS-RL-REFERRAL-ID
           MOVE AGREF-BORROWER-ID   TO WS-RL-BORROWER-ID
           MOVE BORRW-NAME-TEXT     TO WS-RL-NAME
           MOVE WS-FINE-COUNT       TO WS-RL-FINE-COUNT
           MOVE WS-OLDEST-DATE      TO WS-RL-OLDEST
           MOVE WS-BALANCE          TO WS-RL-BALANCE
           MOVE AGREF-FEE-AMOUNT    TO WS-RL-FEE
           MOVE AGREF-PLACED-AMOUNT TO WS-RL-PLACED

           MOVE  WS-REFER-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           .
       2200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ADD THE AGENCY FEE TO THE ACCOUNT AS A FINE TYPE 'A' CHARGE------
      *CARRYING THE SAME REFERRAL_ID, SO IT TRAVELS WITH THE PLACEMENT--
      *AND IS PAID DOWN BY THE AGENCY'S REMITTANCES LIKE THE REST-------
       2300-CHARGE-FEE.
           MOVE 0 TO AGREF-FEE-AMOUNT
           MOVE 0 TO AGREF-FEE-FINE-ID

           IF WS-AGY-FEE NOT > 0
              GO TO 2300-EXIT
           END-IF

           MOVE 'FINEID  ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(FINE_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.FINES
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2300-CHARGE-FEE'   TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT

           MOVE WS-NEXT-KEY-VALUE TO FINES-FINE-ID
           MOVE WS-AGY-FEE        TO FINES-AMOUNT
           MOVE AGREF-REFERRAL-ID TO FINES-REFERRAL-ID

           EXEC SQL
                INSERT INTO IBMUSER.FINES
                       (FINE_ID, BORROWER_ID, LOAN_ID, FINE_TYPE,
                        AMOUNT, ASSESS_DATE, PAID_DATE, STATUS,
                        REFERRAL_ID)
                VALUES (:FINES-FINE-ID, :FINES-BORROWER-ID,
                        NULL, 'A', :FINES-AMOUNT,
                        CURRENT DATE, NULL, 'O',
                        :FINES-REFERRAL-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2300-CHARGE-FEE'   TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE WS-AGY-FEE    TO AGREF-FEE-AMOUNT
           MOVE FINES-FINE-ID TO AGREF-FEE-FINE-ID
           .
       2300-EXIT.
           EXIT
           .
       2900-WRITE-SUMMARY.
           MOVE    WS-TOTAL-PLACED         TO WS-SM-PLACED
           MOVE    WS-TOTAL-AMOUNT         TO WS-SM-AMOUNT
           MOVE    WS-TOTAL-FEES           TO WS-SM-FEES
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
           CLOSE AGY-PLACE
           CLOSE PRT-AGYR

           EXEC SQL
                CLOSE A1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR CLOSE CURSOR'
           ELSE
              CONTINUE
           END-IF

           EXEC SQL
                COMMIT
           END-EXEC

           DISPLAY 'BORROWERS PLACED: ' WS-TOTAL-PLACED

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
           MOVE 'AGYREFR '   TO ERRLG-PROGRAM
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
           MOVE 'AGYREFR ' TO BRUN-JOB-NAME

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
      *BACK OUT THE BORROWER IN FLIGHT FIRST - THE ERROR LOG COMMITS,---
      *AND A HALF-PLACED ACCOUNT (FINES STAMPED, NO REFERRAL ROW) MUST--
      *NEVER BE COMMITTED WITH IT---------------------------------------
       XXXX-ERROR-HANDLING.
           IF SOME-ERROR
              EXEC SQL
                   ROLLBACK
              END-EXEC

              PERFORM Z9500-LOG-ERROR THRU Z9500-EXIT

              DISPLAY WS-MESSAGE
              DISPLAY 'SQLCODE: ' SQLCODE
              CLOSE AGY-PLACE
              CLOSE PRT-AGYR
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
