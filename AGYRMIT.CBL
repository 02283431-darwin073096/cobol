      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AGYRMIT.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.14.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- COLLECTION-AGENCY REMITTANCE POSTING AND RECONCILIATION.  *
      * THE AGENCY RETURNS ONE RECORD PER EVENT ON AGYIN, QUOTING THE *
      * REFERRAL ID AGYREFR SENT IT:                                  *
      *    -- 'P' A PAYMENT COLLECTED - POSTED TO THE REFERRAL'S OPEN *
      *       FINES OLDEST FIRST, ONE IBMUSER.FINE_PAYMENTS ROW PER   *
      *       FINE UNDER THE AGENCY BATCH OPERATOR ('AGYOPER' ON      *
      *       IBMUSER.LIB_SETTINGS, DEFAULT 'AGENCY') SO CASHRPT      *
      *       SHOWS AGENCY MONEY APART FROM THE DESK DRAWERS. ONCE    *
      *       NOTHING IS LEFT OPEN THE REFERRAL CLOSES 'C'            *
      *    -- 'U' THE ACCOUNT RETURNED UNCOLLECTABLE - THE REFERRAL   *
      *       CLOSES 'U' AND THE FINES STAY OUTSTANDING IN-HOUSE      *
      * AN UNKNOWN OR ALREADY-CLOSED REFERRAL IS REJECTED, AND MONEY  *
      * BEYOND THE OPEN BALANCE IS REPORTED UNAPPLIED, FOR THE        *
      * BUSINESS OFFICE TO TAKE UP WITH THE AGENCY. THE               *
      * RECONCILIATION ON AGYRCN LISTS EVERY RECORD READ, EVERY       *
      * REFERRAL STILL AT THE AGENCY OR CLOSED TODAY, AND THE PLACED  *
      * / COLLECTED / RETURNED TOTALS ACROSS ALL REFERRALS.           *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- AGYREFR  > PLACES THE ACCOUNTS POSTED HERE              *
      *    -- CASHRPT  > TOTALS THE LEDGER BY OPERATOR                *
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
           SELECT AGY-IN   ASSIGN TO AGYIN.
           SELECT PRT-RCN  ASSIGN TO AGYRCN.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  AGY-IN
           RECORD CONTAINS 80
           RECORDING MODE F.
       01  IP-FIELDS.
           05  IP-REC-TYPE           PIC X(001)                       .
               88  IP-PAYMENT                   VALUE 'P'             .
               88  IP-UNCOLLECTABLE             VALUE 'U'             .
           05  FILLER                PIC X(001)                       .
           05  IP-REFERRAL-ID        PIC 9(009)                       .
           05  FILLER                PIC X(001)                       .
           05  IP-AMOUNT             PIC 9(007)V9(002)                .
           05  FILLER                PIC X(001)                       .
           05  IP-PAY-DATE           PIC X(010)                       .
           05  FILLER                PIC X(048)                       .

       FD  PRT-RCN
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      *ONE LINE PER REMITTANCE RECORD READ------------------------------
       01  WS-INPUT-LINE.
           05  WS-IL-RESULT          PIC X(014)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'REFERRAL: '    .
           05  WS-IL-REFERRAL-ID     PIC Z(008)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'BORROWER: '    .
           05  WS-IL-BORROWER-ID     PIC Z(003)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'TYPE: '        .
           05  WS-IL-TYPE            PIC X(001)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'AMOUNT: '      .
           05  WS-IL-AMOUNT          PIC Z,ZZZ,ZZ9.99                 .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'POSTED: '      .
           05  WS-IL-POSTED          PIC Z,ZZZ,ZZ9.99                 .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(011) VALUE 'UNAPPLIED: '   .
           05  WS-IL-UNAPPLIED       PIC Z,ZZZ,ZZ9.99                 .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'NOTE: '        .
           05  WS-IL-NOTE            PIC X(030)                       .
           05  FILLER                PIC X(063) VALUE ALL SPACES      .

      *-----------------------------------------------------------------
      *ONE LINE PER REFERRAL STILL AT THE AGENCY OR CLOSED TODAY--------
       01  WS-REFER-LINE.
           05  FILLER                PIC X(010) VALUE 'REFERRAL: '    .
           05  WS-RL-REFERRAL-ID     PIC Z(008)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'BORROWER: '    .
           05  WS-RL-BORROWER-ID     PIC Z(003)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'REFERRED: '    .
           05  WS-RL-REFER-DATE      PIC X(010)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'PLACED: '      .
           05  WS-RL-PLACED          PIC Z,ZZZ,ZZ9.99                 .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(011) VALUE 'COLLECTED: '   .
           05  WS-RL-COLLECTED       PIC Z,ZZZ,ZZ9.99                 .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(013) VALUE 'OUTSTANDING: ' .
           05  WS-RL-OUTSTANDING     PIC Z,ZZZ,ZZ9.99                 .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'STATUS: '      .
           05  WS-RL-STATUS          PIC X(012)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'CLOSED: '      .
           05  WS-RL-CLOSE-DATE      PIC X(010)                       .
           05  FILLER                PIC X(057) VALUE ALL SPACES      .

      *-----------------------------------------------------------------
      *ONE LINE PER REFERRAL STATUS ACROSS ALL PLACEMENTS EVER MADE-----
      *(UNRECOVERED = PLACED LESS COLLECTED)----------------------------
       01  WS-STATUS-LINE.
           05  WS-SL-LABEL           PIC X(024)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(011) VALUE 'REFERRALS: '   .
           05  WS-SL-COUNT           PIC ZZZZ9                        .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'PLACED: '      .
           05  WS-SL-PLACED          PIC Z,ZZZ,ZZ9.99                 .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(011) VALUE 'COLLECTED: '   .
           05  WS-SL-COLLECTED       PIC Z,ZZZ,ZZ9.99                 .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(013) VALUE 'UNRECOVERED: ' .
           05  WS-SL-UNRECOVERED     PIC Z,ZZZ,ZZ9.99                 .
           05  FILLER                PIC X(114) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER           PIC X(230) VALUE
                   'COLLECTION AGENCY - REMITTANCE RECONCILIATION'    .
           05  WS-HEAD-INPUT       PIC X(230) VALUE
                   'REMITTANCE RECORDS RECEIVED'                      .
           05  WS-HEAD-REFER       PIC X(230) VALUE
                   'REFERRALS AT THE AGENCY OR CLOSED TODAY'          .
           05  WS-HEAD-STATUS      PIC X(230) VALUE
                   'ALL REFERRALS BY STATUS'                          .
           05  WS-SUMMARY-1.
               10  FILLER          PIC X(014) VALUE 'RECORDS READ: '  .
               10  WS-SM-READ      PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(017) VALUE
                                       'PAYMENTS POSTED: '            .
               10  WS-SM-POSTED    PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(015) VALUE 'AMOUNT POSTED: ' .
               10  WS-SM-AMOUNT    PIC Z,ZZZ,ZZ9.99                   .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(019) VALUE
                                       'ACCOUNTS RETURNED: '          .
               10  WS-SM-RETURNED  PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(010) VALUE 'REJECTED: '      .
               10  WS-SM-REJECTED  PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(011) VALUE 'UNAPPLIED: '     .
               10  WS-SM-UNAPPLIED PIC Z,ZZZ,ZZ9.99                   .
               10  FILLER          PIC X(085) VALUE ALL SPACES        .
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
           05  WS-TOTAL-READ       PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-POSTED     PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-RETURNED   PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-REJECTED   PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-AMOUNT     PIC S9(7)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  WS-TOTAL-UNAPPLIED  PIC S9(7)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  WS-ALL-COUNT        PIC S9(09) COMP VALUE 0            .
           05  WS-ALL-PLACED       PIC S9(9)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  WS-ALL-COLLECTED    PIC S9(9)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  WS-AGY-OPER-ID      PIC X(08) VALUE 'AGENCY  '         .
           05  WS-PAY-DATE         PIC X(10)                          .
           05  WS-REMAIN           PIC S9(7)V9(2) USAGE COMP-3        .
           05  WS-POSTED           PIC S9(7)V9(2) USAGE COMP-3        .
           05  WS-BALANCE          PIC S9(7)V9(2) USAGE COMP-3        .
           05  WS-PAY-AMOUNT       PIC S9(7)V9(2) USAGE COMP-3        .
           05  WS-OPEN-COUNT       PIC S9(09) COMP                    .
           05  WS-OUTSTANDING      PIC S9(7)V9(2) USAGE COMP-3        .
           05  WS-STAT-COUNT       PIC S9(09) COMP                    .
           05  WS-STAT-PLACED      PIC S9(9)V9(2) USAGE COMP-3        .
           05  WS-STAT-COLLECTED   PIC S9(9)V9(2) USAGE COMP-3        .
           05  WS-UNRECOVERED      PIC S9(9)V9(2) USAGE COMP-3        .
           05  FINES-LEFT-SW       PIC  9     VALUE 0                 .
               88  NO-FINES-LEFT              VALUE 1                 .
           05  AGY-EOF-SW          PIC  9     VALUE 0                 .
               88  AGY-EOF                    VALUE 1                 .
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
              INCLUDE DCLFINES
           END-EXEC.

           EXEC SQL
              INCLUDE DCLFPAY
           END-EXEC.

           EXEC SQL
              INCLUDE DCLAGREF
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSETTG
           END-EXEC.

      *-----------------------------------------------------------------
      *EVERY REFERRAL STILL AT THE AGENCY, PLUS ANY THIS RUN CLOSED,----
      *WITH WHAT IS STILL OPEN ON ITS FINES-----------------------------
           EXEC SQL DECLARE  R1_CURSOR CURSOR FOR
                SELECT R.REFERRAL_ID, R.BORROWER_ID,
                       CHAR(R.REFER_DATE, ISO),
                       R.PLACED_AMOUNT, R.COLLECTED_AMOUNT, R.STATUS,
                       VALUE(CHAR(R.CLOSE_DATE, ISO), ' '),
                       VALUE((SELECT SUM(F.AMOUNT
                                       - VALUE(F.PAID_AMOUNT, 0))
                              FROM   IBMUSER.FINES F
                              WHERE  F.REFERRAL_ID = R.REFERRAL_ID
                              AND    F.STATUS      = 'O'), 0)
                FROM   IBMUSER.AGENCY_REFERRALS R
                WHERE  R.STATUS     = 'P'
                OR     R.CLOSE_DATE = CURRENT DATE
                ORDER BY R.REFERRAL_ID
           END-EXEC.

      *-----------------------------------------------------------------
      *THE WHOLE PLACEMENT HISTORY BY STATUS - PLACED, COLLECTED AND----
      *RETURNED ACROSS EVERY REFERRAL EVER MADE-------------------------
           EXEC SQL DECLARE  S1_CURSOR CURSOR FOR
                SELECT STATUS, COUNT(*),
                       SUM(PLACED_AMOUNT), SUM(COLLECTED_AMOUNT)
                FROM   IBMUSER.AGENCY_REFERRALS
                GROUP BY STATUS
                ORDER BY STATUS
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'.
           PERFORM Z9100-OPEN-RUN     THRU Z9100-EXIT.
           PERFORM 0600-SET-RUN-STAMP THRU 0600-EXIT.
           PERFORM 0700-GET-OPERATOR  THRU 0700-EXIT.

           OPEN INPUT  AGY-IN.
           OPEN OUTPUT PRT-RCN.

           MOVE  WS-HEADER  TO OP-FIELDS.
           WRITE OP-FIELDS.
           MOVE  WS-BREAKER TO OP-FIELDS.
           WRITE OP-FIELDS.

           PERFORM 1000-POST-REMITS    THRU 1000-EXIT.
           PERFORM 2000-LIST-REFERRALS THRU 2000-EXIT.
           PERFORM 3000-LIST-STATUS    THRU 3000-EXIT.
           PERFORM 2900-WRITE-SUMMARY  THRU 2900-EXIT.

           CLOSE AGY-IN PRT-RCN.

           EXEC SQL
                COMMIT
           END-EXEC.

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
      *THE OPERATOR ID AGENCY PAYMENTS ARE LEDGERED UNDER - 'AGYOPER'---
      *ON IBMUSER.LIB_SETTINGS, DEFAULT 'AGENCY'------------------------
       0700-GET-OPERATOR.
           MOVE 'AGYOPER' TO SETTG-SETTING-ID

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE SETTG-SETTING-VALUE TO WS-AGY-OPER-ID
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    MOVE   'Y'                  TO ERROR-HANDLING
                    MOVE   '0700-GET-OPERATOR'  TO ERR-LOC
                    MOVE    SQLCODE             TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           DISPLAY 'AGENCY OPERATOR: ' WS-AGY-OPER-ID
           .
       0700-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *POST THE INBOUND REMITTANCE RECORDS - EACH ONE IS COMMITTED ON---
      *ITS OWN, SO A RERUN AFTER A FAILURE MUST START FROM THE FIRST----
      *RECORD NOT ALREADY LISTED ON THE FAILED RUN'S REPORT-------------
       1000-POST-REMITS.
           DISPLAY 'START 1000-POST-REMITS'

           MOVE  WS-HEAD-INPUT TO OP-FIELDS
           WRITE OP-FIELDS

           PERFORM 1100-READ-REMIT THRU 1100-EXIT
           PERFORM 1200-POST-ONE   THRU 1200-EXIT UNTIL AGY-EOF
           DISPLAY 'END 1000-POST-REMITS'
           .
       1000-EXIT.
           EXIT
           .
       1100-READ-REMIT.
           READ AGY-IN
               AT END
                   MOVE 1 TO AGY-EOF-SW
           END-READ
           .
       1100-EXIT.
           EXIT
           .
       1200-POST-ONE.
           ADD  1              TO WS-TOTAL-READ
           ADD  1              TO WS-BRUN-COUNT
           MOVE 0              TO WS-POSTED
           MOVE 0              TO WS-REMAIN
           MOVE SPACES         TO WS-IL-NOTE
           MOVE IP-REFERRAL-ID TO AGREF-REFERRAL-ID
           MOVE 0              TO AGREF-BORROWER-ID

           EXEC SQL
                SELECT BORROWER_ID, STATUS
                INTO  :AGREF-BORROWER-ID, :AGREF-STATUS
                FROM   IBMUSER.AGENCY_REFERRALS
                WHERE  REFERRAL_ID = :AGREF-REFERRAL-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE 'UNKNOWN REFERRAL ID' TO WS-IL-NOTE
               WHEN OTHER
                    MOVE   'Y'                 TO ERROR-HANDLING
                    MOVE   '1200-POST-ONE'     TO ERR-LOC
                    MOVE    SQLCODE            TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           IF WS-IL-NOTE = SPACES
              IF AGREF-STATUS NOT = 'P'
                 MOVE 'REFERRAL ALREADY CLOSED' TO WS-IL-NOTE
              ELSE
                 IF NOT IP-PAYMENT AND NOT IP-UNCOLLECTABLE
                    MOVE 'UNKNOWN RECORD TYPE'  TO WS-IL-NOTE
                 ELSE
                    IF IP-PAYMENT AND IP-AMOUNT NOT > 0
                       MOVE 'NO AMOUNT ON PAYMENT' TO WS-IL-NOTE
                    END-IF
                 END-IF
              END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-IL-NOTE NOT = SPACES
                    ADD  1                 TO WS-TOTAL-REJECTED
                    MOVE 'REJECTED'        TO WS-IL-RESULT
               WHEN IP-PAYMENT
                    PERFORM 1300-POST-PAYMENT THRU 1300-EXIT
               WHEN IP-UNCOLLECTABLE
                    PERFORM 1400-RETURN-ACCOUNT THRU 1400-EXIT
           END-EVALUATE

           EXEC SQL
                COMMIT
           END-EXEC

           MOVE AGREF-REFERRAL-ID TO WS-IL-REFERRAL-ID
           MOVE AGREF-BORROWER-ID TO WS-IL-BORROWER-ID
           MOVE IP-REC-TYPE       TO WS-IL-TYPE
           MOVE IP-AMOUNT         TO WS-IL-AMOUNT
           MOVE WS-POSTED         TO WS-IL-POSTED
           MOVE WS-REMAIN         TO WS-IL-UNAPPLIED

           MOVE  WS-INPUT-LINE TO OP-FIELDS
           WRITE OP-FIELDS

           PERFORM 1100-READ-REMIT THRU 1100-EXIT
           .
       1200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *POST ONE AGENCY PAYMENT AGAINST THE REFERRAL'S OPEN FINES,-------
      *OLDEST FIRST, UNTIL THE MONEY OR THE FINES RUN OUT. ANYTHING-----
      *LEFT OVER IS REPORTED UNAPPLIED - IT IS NEVER PUT ON ACCOUNT-----
       1300-POST-PAYMENT.
           IF IP-PAY-DATE = SPACES
              MOVE WS-TR-DATE  TO WS-PAY-DATE
           ELSE
              MOVE IP-PAY-DATE TO WS-PAY-DATE
           END-IF

           MOVE IP-AMOUNT TO WS-REMAIN
           MOVE 0         TO FINES-LEFT-SW

           PERFORM 1310-APPLY-ONE THRU 1310-EXIT
                   UNTIL WS-REMAIN NOT > 0
                   OR    NO-FINES-LEFT

           ADD WS-POSTED TO WS-TOTAL-AMOUNT
           ADD WS-REMAIN TO WS-TOTAL-UNAPPLIED

           IF WS-POSTED > 0
              ADD 1 TO WS-TOTAL-POSTED

              EXEC SQL
                   UPDATE IBMUSER.AGENCY_REFERRALS
                   SET    COLLECTED_AMOUNT = COLLECTED_AMOUNT
                                           + :WS-POSTED
                   WHERE  REFERRAL_ID      = :AGREF-REFERRAL-ID
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE   'Y'                  TO ERROR-HANDLING
                 MOVE   '1300-POST-PAYMENT'  TO ERR-LOC
                 MOVE    SQLCODE             TO ERR-CODE
                 PERFORM XXXX-ERROR-HANDLING
              END-IF
           END-IF

      *NOTHING LEFT OPEN UNDER THE REFERRAL - THE AGENCY IS DONE--------
           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-OPEN-COUNT
                FROM   IBMUSER.FINES
                WHERE  REFERRAL_ID = :AGREF-REFERRAL-ID
                AND    STATUS      = 'O'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                  TO ERROR-HANDLING
              MOVE   '1300-POST-PAYMENT'  TO ERR-LOC
              MOVE    SQLCODE             TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-OPEN-COUNT = 0
              EXEC SQL
                   UPDATE IBMUSER.AGENCY_REFERRALS
                   SET    STATUS      = 'C',
                          CLOSE_DATE  = CURRENT DATE
                   WHERE  REFERRAL_ID = :AGREF-REFERRAL-ID
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE   'Y'                  TO ERROR-HANDLING
                 MOVE   '1300-POST-PAYMENT'  TO ERR-LOC
                 MOVE    SQLCODE             TO ERR-CODE
                 PERFORM XXXX-ERROR-HANDLING
              END-IF

              MOVE 'COLLECTED IN FULL' TO WS-IL-NOTE
           END-IF

           IF WS-REMAIN > 0
              MOVE 'PART UNAPPLIED' TO WS-IL-RESULT
           ELSE
              MOVE 'POSTED'         TO WS-IL-RESULT
           END-IF
           .
       1300-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE OLDEST FINE STILL OPEN UNDER THE REFERRAL TAKES AS MUCH OF---
      *THE REMAINING MONEY AS ITS BALANCE ALLOWS - THE SAME PAID_AMOUNT-
      *POSTING AND LEDGER ROW FINE01'S A2300-RECORD-PAYMENT MAKES-------
       1310-APPLY-ONE.
           EXEC SQL
                SELECT FINE_ID, BORROWER_ID,
                       AMOUNT - VALUE(PAID_AMOUNT, 0)
                INTO  :FINES-FINE-ID, :FINES-BORROWER-ID,
                      :WS-BALANCE
                FROM   IBMUSER.FINES
                WHERE  REFERRAL_ID = :AGREF-REFERRAL-ID
                AND    STATUS      = 'O'
                ORDER BY ASSESS_DATE, FINE_ID
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE 1 TO FINES-LEFT-SW
                    GO TO 1310-EXIT
               WHEN OTHER
                    MOVE   'Y'                 TO ERROR-HANDLING
                    MOVE   '1310-APPLY-ONE'    TO ERR-LOC
                    MOVE    SQLCODE            TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           IF WS-REMAIN < WS-BALANCE
              MOVE WS-REMAIN  TO WS-PAY-AMOUNT
           ELSE
              MOVE WS-BALANCE TO WS-PAY-AMOUNT
           END-IF

           IF WS-PAY-AMOUNT < WS-BALANCE
              EXEC SQL
                   UPDATE IBMUSER.FINES
                   SET    PAID_AMOUNT = VALUE(PAID_AMOUNT, 0)
                                      + :WS-PAY-AMOUNT
                   WHERE  FINE_ID     = :FINES-FINE-ID
                   AND    STATUS      = 'O'
              END-EXEC
           ELSE
              EXEC SQL
                   UPDATE IBMUSER.FINES
                   SET    PAID_AMOUNT = VALUE(PAID_AMOUNT, 0)
                                      + :WS-PAY-AMOUNT,
                          STATUS      = 'P',
                          PAID_DATE   = CURRENT DATE
                   WHERE  FINE_ID     = :FINES-FINE-ID
                   AND    STATUS      = 'O'
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '1310-APPLY-ONE'    TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-PAY-AMOUNT > 0
              PERFORM 1320-WRITE-PAYMENT THRU 1320-EXIT
           END-IF

           SUBTRACT WS-PAY-AMOUNT FROM WS-REMAIN
           ADD      WS-PAY-AMOUNT TO   WS-POSTED
           .
       1310-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE LEDGER ROW PER FINE PAID DOWN, UNDER THE AGENCY OPERATOR-----
      *AND DATED AS THE AGENCY REPORTED IT------------------------------
       1320-WRITE-PAYMENT.
           MOVE 'PAYID   ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(PAYMENT_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.FINE_PAYMENTS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                  TO ERROR-HANDLING
              MOVE   '1320-WRITE-PAYMENT' TO ERR-LOC
              MOVE    SQLCODE             TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT

           MOVE WS-NEXT-KEY-VALUE TO FPAY-PAYMENT-ID
           MOVE FINES-FINE-ID     TO FPAY-FINE-ID
           MOVE FINES-BORROWER-ID TO FPAY-BORROWER-ID
           MOVE WS-PAY-AMOUNT     TO FPAY-AMOUNT
           MOVE WS-PAY-DATE       TO FPAY-PAY-DATE
           MOVE WS-TR-TIME        TO FPAY-PAY-TIME
           MOVE WS-AGY-OPER-ID    TO FPAY-OPER-ID
           MOVE SPACES            TO FPAY-EXT-REF
           STRING 'AGENCY '       DELIMITED BY SIZE
                  IP-REFERRAL-ID  DELIMITED BY SIZE
                  INTO FPAY-EXT-REF
           END-STRING

           EXEC SQL
                INSERT INTO IBMUSER.FINE_PAYMENTS
                       (PAYMENT_ID, FINE_ID, BORROWER_ID, AMOUNT,
                        PAY_DATE, PAY_TIME, OPER_ID, EXT_REF)
                VALUES (:FPAY-PAYMENT-ID, :FPAY-FINE-ID,
                        :FPAY-BORROWER-ID, :FPAY-AMOUNT,
                        :FPAY-PAY-DATE, :FPAY-PAY-TIME,
                        :FPAY-OPER-ID, :FPAY-EXT-REF)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                  TO ERROR-HANDLING
              MOVE   '1320-WRITE-PAYMENT' TO ERR-LOC
              MOVE    SQLCODE             TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       1320-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE AGENCY GAVE UP - RECALL THE ACCOUNT. THE FINES STAY OPEN-----
      *IN-HOUSE UNDER THEIR REFERRAL_ID, WHICH KEEPS AGYREFR FROM-------
      *EVER PLACING THEM AGAIN AND LETS FINWOFF WRITE THEM OFF----------
       1400-RETURN-ACCOUNT.
           EXEC SQL
                UPDATE IBMUSER.AGENCY_REFERRALS
                SET    STATUS      = 'U',
                       CLOSE_DATE  = CURRENT DATE
                WHERE  REFERRAL_ID = :AGREF-REFERRAL-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                   TO ERROR-HANDLING
              MOVE   '1400-RETURN-ACCOUNT' TO ERR-LOC
              MOVE    SQLCODE              TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           ADD  1          TO WS-TOTAL-RETURNED
           MOVE 'RETURNED' TO WS-IL-RESULT
           MOVE 'RECALLED - FINES OPEN IN-HOUSE' TO WS-IL-NOTE
           .
       1400-EXIT.
           EXIT
           .
       2000-LIST-REFERRALS.
           DISPLAY 'START 2000-LIST-REFERRALS'
           MOVE 0 TO LAST-REC

           MOVE  WS-SPACES     TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-HEAD-REFER TO OP-FIELDS
           WRITE OP-FIELDS

           EXEC SQL
                OPEN R1_CURSOR
           END-EXEC

           PERFORM 2100-FETCH-REFERRAL THRU 2100-EXIT UNTIL EOF

           EXEC SQL
                CLOSE R1_CURSOR
           END-EXEC

           DISPLAY 'END 2000-LIST-REFERRALS'
           .
       2000-EXIT.
           EXIT
           .
       2100-FETCH-REFERRAL.
           EXEC SQL
                FETCH R1_CURSOR INTO :AGREF-REFERRAL-ID
                                    ,:AGREF-BORROWER-ID
                                    ,:AGREF-REFER-DATE
                                    ,:AGREF-PLACED-AMOUNT
                                    ,:AGREF-COLLECTED-AMOUNT
                                    ,:AGREF-STATUS
                                    ,:AGREF-CLOSE-DATE
                                    ,:WS-OUTSTANDING
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    PERFORM 2500-WRITE-REFERRAL THRU 2500-EXIT
               WHEN SQLCODE = 100
                    MOVE 1 TO LAST-REC
               WHEN OTHER
                    MOVE 1 TO LAST-REC
                    MOVE   'Y'                   TO ERROR-HANDLING
                    MOVE   '2100-FETCH-REFERRAL' TO ERR-LOC
                    MOVE    SQLCODE              TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2100-EXIT.
           EXIT
           .
       2500-WRITE-REFERRAL.
           MOVE AGREF-REFERRAL-ID      TO WS-RL-REFERRAL-ID
           MOVE AGREF-BORROWER-ID      TO WS-RL-BORROWER-ID
           MOVE AGREF-REFER-DATE       TO WS-RL-REFER-DATE
           MOVE AGREF-PLACED-AMOUNT    TO WS-RL-PLACED
           MOVE AGREF-COLLECTED-AMOUNT TO WS-RL-COLLECTED
           MOVE WS-OUTSTANDING         TO WS-RL-OUTSTANDING
           MOVE AGREF-CLOSE-DATE       TO WS-RL-CLOSE-DATE

           EVALUATE AGREF-STATUS
               WHEN 'P'
                    MOVE 'AT AGENCY'    TO WS-RL-STATUS
               WHEN 'C'
                    MOVE 'COLLECTED'    TO WS-RL-STATUS
               WHEN 'U'
                    MOVE 'RETURNED'     TO WS-RL-STATUS
               WHEN OTHER
                    MOVE AGREF-STATUS   TO WS-RL-STATUS
           END-EVALUATE

           MOVE  WS-REFER-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           .
       2500-EXIT.
           EXIT
           .
       3000-LIST-STATUS.
           DISPLAY 'START 3000-LIST-STATUS'
           MOVE 0 TO LAST-REC

           MOVE  WS-SPACES      TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-HEAD-STATUS TO OP-FIELDS
           WRITE OP-FIELDS

           EXEC SQL
                OPEN S1_CURSOR
           END-EXEC

           PERFORM 3100-FETCH-STATUS THRU 3100-EXIT UNTIL EOF

           EXEC SQL
                CLOSE S1_CURSOR
           END-EXEC

           MOVE 'ALL REFERRALS'    TO WS-SL-LABEL
           MOVE WS-ALL-COUNT       TO WS-STAT-COUNT
           MOVE WS-ALL-PLACED      TO WS-STAT-PLACED
           MOVE WS-ALL-COLLECTED   TO WS-STAT-COLLECTED
           PERFORM 3500-WRITE-STATUS THRU 3500-EXIT

           DISPLAY 'END 3000-LIST-STATUS'
           .
       3000-EXIT.
           EXIT
           .
       3100-FETCH-STATUS.
           EXEC SQL
                FETCH S1_CURSOR INTO :AGREF-STATUS
                                    ,:WS-STAT-COUNT
                                    ,:WS-STAT-PLACED
                                    ,:WS-STAT-COLLECTED
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD WS-STAT-COUNT     TO WS-ALL-COUNT
                    ADD WS-STAT-PLACED    TO WS-ALL-PLACED
                    ADD WS-STAT-COLLECTED TO WS-ALL-COLLECTED

                    EVALUATE AGREF-STATUS
                        WHEN 'P'
                             MOVE 'STILL AT THE AGENCY'
                                                TO WS-SL-LABEL
                        WHEN 'C'
                             MOVE 'COLLECTED IN FULL'
                                                TO WS-SL-LABEL
                        WHEN 'U'
                             MOVE 'RETURNED UNCOLLECTABLE'
                                                TO WS-SL-LABEL
                        WHEN OTHER
                             MOVE AGREF-STATUS  TO WS-SL-LABEL
                    END-EVALUATE

                    PERFORM 3500-WRITE-STATUS THRU 3500-EXIT
               WHEN SQLCODE = 100
                    MOVE 1 TO LAST-REC
               WHEN OTHER
                    MOVE 1 TO LAST-REC
                    MOVE   'Y'                 TO ERROR-HANDLING
                    MOVE   '3100-FETCH-STATUS' TO ERR-LOC
                    MOVE    SQLCODE            TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       3100-EXIT.
           EXIT
           .
       3500-WRITE-STATUS.
           COMPUTE WS-UNRECOVERED = WS-STAT-PLACED - WS-STAT-COLLECTED

           MOVE WS-STAT-COUNT      TO WS-SL-COUNT
           MOVE WS-STAT-PLACED     TO WS-SL-PLACED
           MOVE WS-STAT-COLLECTED  TO WS-SL-COLLECTED
           MOVE WS-UNRECOVERED     TO WS-SL-UNRECOVERED

           MOVE  WS-STATUS-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           .
       3500-EXIT.
           EXIT
           .
       2900-WRITE-SUMMARY.
           MOVE    WS-TOTAL-READ           TO WS-SM-READ
           MOVE    WS-TOTAL-POSTED         TO WS-SM-POSTED
           MOVE    WS-TOTAL-AMOUNT         TO WS-SM-AMOUNT
           MOVE    WS-TOTAL-RETURNED       TO WS-SM-RETURNED
           MOVE    WS-TOTAL-REJECTED       TO WS-SM-REJECTED
           MOVE    WS-TOTAL-UNAPPLIED      TO WS-SM-UNAPPLIED
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

           DISPLAY 'RECORDS READ:      ' WS-TOTAL-READ
           DISPLAY 'PAYMENTS POSTED:   ' WS-TOTAL-POSTED
           DISPLAY 'ACCOUNTS RETURNED: ' WS-TOTAL-RETURNED
           DISPLAY 'REJECTED:          ' WS-TOTAL-REJECTED
           .
       2900-EXIT.
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
           MOVE 'AGYRMIT '   TO ERRLG-PROGRAM
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
           MOVE 'AGYRMIT ' TO BRUN-JOB-NAME

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
      *BACK OUT THE RECORD IN FLIGHT FIRST - THE ERROR LOG COMMITS,-----
      *AND A PAYMENT HALF-SPREAD OVER THE FINES MUST NEVER BE-----------
      *COMMITTED WITH IT------------------------------------------------
       XXXX-ERROR-HANDLING.
           IF SOME-ERROR
              EXEC SQL
                   ROLLBACK
              END-EXEC

              PERFORM Z9500-LOG-ERROR THRU Z9500-EXIT

              DISPLAY WS-MESSAGE
              DISPLAY 'SQLCODE: ' SQLCODE
              CLOSE AGY-IN
              CLOSE PRT-RCN
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
