      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    NOTRETN.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- UNDELIVERABLE NOTICE RETURNS. THE MAIL HOUSE SENDS BACK   *
      * ONE RECORD PER NOTICE THAT DID NOT ARRIVE - BOUNCED E-MAIL OR *
      * A LETTER RETURNED TO SENDER - KEYED BY THE NOTICE_ID NOTSPOOL *
      * PUT ON MAILEXT (THE DESK KEYS RETURNED PRINTED LETTERS ONTO   *
      * THE SAME FILE). FOR EACH RETURN THIS JOB:                     *
      *    -- MARKS THE NOTICES ROW UNDELIVERABLE (STATUS 'U')        *
      *    -- COUNTS ONE MORE RETURNED MAILING AGAINST THE BORROWER   *
      *       THE NOTICE WENT TO (THE GUARDIAN FOR A LINKED JUVENILE, *
      *       AS NOTSPOOL ROUTES IT) - SEVERAL RETURNED LINES OF ONE  *
      *       NIGHT'S LETTER COUNT ONCE                               *
      *    -- AT 'RETLIMIT' RETURNS IN A ROW (IBMUSER.LIB_SETTINGS,   *
      *       DEFAULT 3) FLAGS THE BORROWER'S CONTACT AS BAD: AN      *
      *       E-MAIL BORROWER IS SWITCHED TO PRINT, A PRINT BORROWER  *
      *       GETS A BAD-ADDRESS BLOCK (REASON 'A') ON THE CARD       *
      * THE RUN IS COMMITTED A RETURN AT A TIME, AND A RETURN ALREADY *
      * RECORDED IS PASSED OVER, SO THE FILE CAN SIMPLY BE RERUN.     *
      * NRTOUT LISTS EVERY RETURN READ, THEN EVERY ACTIVE BORROWER    *
      * WHOSE CONTACT IS FLAGGED BAD, SO THE DESK CAN ASK FOR NEW     *
      * DETAILS ON THE NEXT VISIT. CHANGING THE CONTACT OR THE NOTICE *
      * PREFERENCE ON BORRW01 CLEARS THE FLAG AND THE COUNT.          *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- NOTSPOOL > SENDS THE NOTICES RETURNED HERE              *
      *    -- BORRW01  > TAKES THE NEW DETAILS, CLEARING THE FLAG     *
      *    -- BLOCK01  > LIFTS THE BAD-ADDRESS BLOCK PLACED HERE      *
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
           SELECT RET-IN   ASSIGN TO RETIN.
           SELECT PRT-NRT  ASSIGN TO NRTOUT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *-----------------------------------------------------------------
      *ONE RETURN PER RECORD - B = E-MAIL BOUNCED, R = LETTER RETURNED--
      *TO SENDER. THE REASON IS THE MAIL HOUSE'S OWN TEXT---------------
       FD  RET-IN
           RECORD CONTAINS 80
           RECORDING MODE F.
       01  IP-FIELDS.
           05  IP-NOTICE-ID          PIC 9(009)                       .
           05  FILLER                PIC X(001)                       .
           05  IP-RETURN-TYPE        PIC X(001)                       .
           05  FILLER                PIC X(001)                       .
           05  IP-RETURN-DATE        PIC X(010)                       .
           05  FILLER                PIC X(001)                       .
           05  IP-RETURN-REASON      PIC X(040)                       .
           05  FILLER                PIC X(017)                       .

       FD  PRT-NRT
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.

       01  WS-RET-LINE.
           05  FILLER                PIC X(008) VALUE 'NOTICE: '      .
           05  WS-RL-NOTICE-ID       PIC Z(008)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'BORROWER: '    .
           05  WS-RL-BORROWER-ID     PIC Z(003)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-RL-TYPE            PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-RL-RETURNED        PIC X(010)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-RL-REASON          PIC X(040)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-RL-RESULT          PIC X(030)                       .
           05  FILLER                PIC X(109) VALUE ALL SPACES      .

       01  WS-BAD-LINE.
           05  FILLER                PIC X(010) VALUE 'BORROWER: '    .
           05  WS-BL-BORROWER-ID     PIC Z(003)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-BL-NAME            PIC X(030)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-BL-CONTACT         PIC X(040)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(009) VALUE 'FLAGGED: '     .
           05  WS-BL-FLAGGED         PIC X(010)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(012) VALUE 'NOTICES BY: '  .
           05  WS-BL-CHANNEL         PIC X(005)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-BL-NEW             PIC X(003)                       .
           05  FILLER                PIC X(097) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER           PIC X(230) VALUE
                   'UNDELIVERABLE NOTICE RETURNS - REGISTER'          .
           05  WS-HEADER-2         PIC X(230) VALUE
                   'BORROWERS WITH A BAD CONTACT - ASK FOR NEW DETAILS'.
           05  WS-SUMMARY-1.
               10  FILLER          PIC X(014) VALUE 'RETURNS READ: '  .
               10  WS-SM-READ      PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(022) VALUE
                                       'MARKED UNDELIVERABLE: '       .
               10  WS-SM-MARKED    PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(019) VALUE
                                       'PASSED OVER:       '          .
               10  WS-SM-IGNORED   PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(018) VALUE
                                       'CONTACTS FLAGGED: '           .
               10  WS-SM-FLAGGED   PIC ZZZZ9                          .
               10  FILLER          PIC X(128) VALUE ALL SPACES        .
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
           05  WS-TOTAL-MARKED     PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-IGNORED    PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-FLAGGED    PIC  9(05) VALUE 0                 .
           05  WS-RETURN-LIMIT     PIC S9(04) COMP VALUE 3            .
           05  WS-RECIPIENT-ID     PIC S9(04) COMP                    .
           05  WS-SAME-MAILING     PIC S9(09) COMP                    .
           05  WS-ACTIVE-BLOCKS    PIC S9(09) COMP                    .
           05  WS-GUARD-STATUS     PIC X(01)                          .
           05  WS-EMAIL-SW         PIC X(01)                          .
               88  WAS-EMAIL                  VALUE 'Y'               .
           05  WS-RETURN-EDIT      PIC Z9                             .
           05  RET-EOF-SW          PIC  9     VALUE 0                 .
               88  RET-EOF                    VALUE 1                 .
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

           EXEC SQL
              INCLUDE DCLNOTIC
           END-EXEC.

           EXEC SQL
              INCLUDE DCLBORRW
           END-EXEC.

           EXEC SQL
              INCLUDE DCLBBLK
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSETTG
           END-EXEC.

      *-----------------------------------------------------------------
      *EVERY ACTIVE BORROWER STILL CARRYING A BAD CONTACT - NOT JUST----
      *TONIGHT'S, SO THE LIST STAYS IN FRONT OF THE DESK UNTIL BORRW01--
      *TAKES NEW DETAILS------------------------------------------------
           EXEC SQL DECLARE  B1_CURSOR CURSOR FOR
                SELECT BORROWER_ID, NAME, CONTACT,
                       VALUE(CHAR(CONTACT_BAD_DATE, ISO), ' '),
                       VALUE(NOTICE_PREF, 'P')
                FROM   IBMUSER.BORROWERS
                WHERE  CONTACT_BAD = 'Y'
                AND    STATUS      = 'A'
                ORDER BY BORROWER_ID
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'.
           PERFORM Z9100-OPEN-RUN     THRU Z9100-EXIT.
           PERFORM 0600-SET-RUN-STAMP THRU 0600-EXIT.
           PERFORM 0700-GET-LIMIT     THRU 0700-EXIT.

           OPEN INPUT  RET-IN.
           OPEN OUTPUT PRT-NRT.

           MOVE  WS-HEADER  TO OP-FIELDS.
           WRITE OP-FIELDS.
           MOVE  WS-BREAKER TO OP-FIELDS.
           WRITE OP-FIELDS.

           PERFORM 1000-LOAD-RETURNS   THRU 1000-EXIT.
           PERFORM 2000-LIST-BAD       THRU 2000-EXIT.
           PERFORM 2900-WRITE-SUMMARY  THRU 2900-EXIT.

           CLOSE RET-IN PRT-NRT.

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
      *RETURNED MAILINGS IN A ROW BEFORE THE CONTACT IS FLAGGED BAD-----
      *('RETLIMIT' ON IBMUSER.LIB_SETTINGS, SAME CONVENTION AS----------
      *'FINERATE') - NO ROW MEANS THE DEFAULT---------------------------
       0700-GET-LIMIT.
           MOVE 'RETLIMIT' TO SETTG-SETTING-ID

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    COMPUTE WS-RETURN-LIMIT =
                            FUNCTION NUMVAL(SETTG-SETTING-VALUE)
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    MOVE   'Y'                 TO ERROR-HANDLING
                    MOVE   '0700-GET-LIMIT'    TO ERR-LOC
                    MOVE    SQLCODE            TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           IF WS-RETURN-LIMIT < 1
              MOVE 1 TO WS-RETURN-LIMIT
           END-IF

           DISPLAY 'RETURN LIMIT: ' WS-RETURN-LIMIT
           .
       0700-EXIT.
           EXIT
           .
       1000-LOAD-RETURNS.
           DISPLAY 'START 1000-LOAD-RETURNS'
           PERFORM 1100-READ-RETURN THRU 1100-EXIT
           PERFORM 1200-STORE-RETURN THRU 1200-EXIT UNTIL RET-EOF
           DISPLAY 'END 1000-LOAD-RETURNS'
           .
       1000-EXIT.
           EXIT
           .
       1100-READ-RETURN.
           READ RET-IN
               AT END
                   MOVE 1 TO RET-EOF-SW
           END-READ
           .
       1100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE RETURN - APPLIED, LISTED AND COMMITTED ON ITS OWN SO A RERUN-
      *AFTER A FAILURE PICKS UP WHERE THIS ONE STOPPED------------------
       1200-STORE-RETURN.
           ADD 1 TO WS-TOTAL-READ

           MOVE IP-NOTICE-ID      TO NOTIC-NOTICE-ID
           MOVE IP-NOTICE-ID      TO WS-RL-NOTICE-ID
           MOVE IP-RETURN-TYPE    TO WS-RL-TYPE
           MOVE IP-RETURN-DATE    TO WS-RL-RETURNED
           MOVE IP-RETURN-REASON  TO WS-RL-REASON
           MOVE 0                 TO WS-RL-BORROWER-ID
           MOVE SPACES            TO WS-RL-RESULT

           PERFORM 1210-APPLY-RETURN THRU 1210-EXIT

           MOVE  WS-RET-LINE TO OP-FIELDS
           WRITE OP-FIELDS

           EXEC SQL
                COMMIT
           END-EXEC

           PERFORM 1100-READ-RETURN THRU 1100-EXIT
           .
       1200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONLY A NOTICE NOTSPOOL ACTUALLY SENT ('S') CAN COME BACK - AN----
      *UNKNOWN ID, ONE STILL QUEUED OR ONE ALREADY MARKED UNDELIVERABLE-
      *IS LISTED AND PASSED OVER. A SECOND RETURNED LINE OF THE SAME----
      *BORROWER'S SAME NIGHT'S LETTER IS MARKED BUT NOT COUNTED AGAIN---
       1210-APPLY-RETURN.
           EXEC SQL
                SELECT BORROWER_ID, STATUS,
                       VALUE(CHAR(SENT_DATE, ISO), ' ')
                INTO  :NOTIC-BORROWER-ID, :NOTIC-STATUS,
                      :NOTIC-SENT-DATE
                FROM   IBMUSER.NOTICES
                WHERE  NOTICE_ID = :NOTIC-NOTICE-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE NOTIC-BORROWER-ID   TO WS-RL-BORROWER-ID
               WHEN SQLCODE = 100
                    MOVE 'UNKNOWN NOTICE - PASSED OVER'
                                             TO WS-RL-RESULT
                    ADD  1                   TO WS-TOTAL-IGNORED
                    GO TO 1210-EXIT
               WHEN OTHER
                    MOVE   'Y'                      TO ERROR-HANDLING
                    MOVE   '1210-APPLY-RETURN'      TO ERR-LOC
                    MOVE    SQLCODE                 TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           IF NOTIC-STATUS = 'U'
              MOVE 'ALREADY RECORDED - PASSED OVER' TO WS-RL-RESULT
              ADD  1                                TO WS-TOTAL-IGNORED
              GO TO 1210-EXIT
           END-IF

           IF NOTIC-STATUS NOT = 'S'
              MOVE 'NOT SENT YET - PASSED OVER'     TO WS-RL-RESULT
              ADD  1                                TO WS-TOTAL-IGNORED
              GO TO 1210-EXIT
           END-IF

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-SAME-MAILING
                FROM   IBMUSER.NOTICES
                WHERE  BORROWER_ID = :NOTIC-BORROWER-ID
                AND    STATUS      = 'U'
                AND    SENT_DATE   = :NOTIC-SENT-DATE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                      TO ERROR-HANDLING
              MOVE   '1210-APPLY-RETURN'      TO ERR-LOC
              MOVE    SQLCODE                 TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                UPDATE IBMUSER.NOTICES
                SET    STATUS    = 'U'
                WHERE  NOTICE_ID = :NOTIC-NOTICE-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                      TO ERROR-HANDLING
              MOVE   '1210-APPLY-RETURN'      TO ERR-LOC
              MOVE    SQLCODE                 TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           ADD 1 TO WS-TOTAL-MARKED
           ADD 1 TO WS-BRUN-COUNT

           IF WS-SAME-MAILING > 0
              MOVE 'UNDELIVERABLE - SAME LETTER'    TO WS-RL-RESULT
              GO TO 1210-EXIT
           END-IF

           PERFORM 1220-GET-RECIPIENT THRU 1220-EXIT

           EXEC SQL
                UPDATE IBMUSER.BORROWERS
                SET    RETURN_COUNT = VALUE(RETURN_COUNT, 0) + 1
                WHERE  BORROWER_ID  = :WS-RECIPIENT-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                      TO ERROR-HANDLING
              MOVE   '1210-APPLY-RETURN'      TO ERR-LOC
              MOVE    SQLCODE                 TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                SELECT RETURN_COUNT, VALUE(NOTICE_PREF, 'P')
                INTO  :BORRW-RETURN-COUNT, :BORRW-NOTICE-PREF
                FROM   IBMUSER.BORROWERS
                WHERE  BORROWER_ID = :WS-RECIPIENT-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                      TO ERROR-HANDLING
              MOVE   '1210-APPLY-RETURN'      TO ERR-LOC
              MOVE    SQLCODE                 TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF BORRW-RETURN-COUNT < WS-RETURN-LIMIT
              MOVE BORRW-RETURN-COUNT TO WS-RETURN-EDIT
              STRING 'UNDELIVERABLE - RETURN '  DELIMITED BY SIZE
                     WS-RETURN-EDIT             DELIMITED BY SIZE
                     INTO WS-RL-RESULT
              END-STRING
           ELSE
              PERFORM 1230-FLAG-CONTACT THRU 1230-EXIT
           END-IF
           .
       1210-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *WHOSE CONTACT THE NOTICE ACTUALLY WENT TO - A JUVENILE LINKED TO-
      *A GUARDIAN WHO IS NOT DISABLED WAS SENT ON THE GUARDIAN'S--------
      *CONTACT (SEE NOTSPOOL), SO THE GUARDIAN TAKES THE RETURN---------
       1220-GET-RECIPIENT.
           MOVE NOTIC-BORROWER-ID TO WS-RECIPIENT-ID

           EXEC SQL
                SELECT VALUE(GUARDIAN_ID, 0)
                INTO  :BORRW-GUARDIAN-ID
                FROM   IBMUSER.BORROWERS
                WHERE  BORROWER_ID = :NOTIC-BORROWER-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                      TO ERROR-HANDLING
              MOVE   '1220-GET-RECIPIENT'     TO ERR-LOC
              MOVE    SQLCODE                 TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF BORRW-GUARDIAN-ID NOT > 0
              GO TO 1220-EXIT
           END-IF

           EXEC SQL
                SELECT STATUS
                INTO  :WS-GUARD-STATUS
                FROM   IBMUSER.BORROWERS
                WHERE  BORROWER_ID = :BORRW-GUARDIAN-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    IF WS-GUARD-STATUS NOT = 'D'
                       MOVE BORRW-GUARDIAN-ID TO WS-RECIPIENT-ID
                    END-IF
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    MOVE   'Y'                      TO ERROR-HANDLING
                    MOVE   '1220-GET-RECIPIENT'     TO ERR-LOC
                    MOVE    SQLCODE                 TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       1220-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE LIMIT IS REACHED - FLAG THE CONTACT BAD AND START THE COUNT--
      *AGAIN. AN E-MAIL BORROWER GOES OVER TO PRINT; A PRINT BORROWER---
      *(THE LETTERS THEMSELVES COME BACK) GETS A BAD-ADDRESS BLOCK------
       1230-FLAG-CONTACT.
           ADD 1 TO WS-TOTAL-FLAGGED

           IF BORRW-NOTICE-PREF = 'E'
              MOVE 'Y'                              TO WS-EMAIL-SW
              MOVE 'P'                              TO BORRW-NOTICE-PREF
              MOVE 'E-MAIL BAD - SWITCHED TO PRINT' TO WS-RL-RESULT
           ELSE
              MOVE 'N'                              TO WS-EMAIL-SW
              MOVE 'ADDRESS BAD - BLOCK PLACED'     TO WS-RL-RESULT
           END-IF

           EXEC SQL
                UPDATE IBMUSER.BORROWERS
                SET    CONTACT_BAD      = 'Y',
                       CONTACT_BAD_DATE = CURRENT DATE,
                       RETURN_COUNT     = 0,
                       NOTICE_PREF      = :BORRW-NOTICE-PREF
                WHERE  BORROWER_ID      = :WS-RECIPIENT-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                      TO ERROR-HANDLING
              MOVE   '1230-FLAG-CONTACT'      TO ERR-LOC
              MOVE    SQLCODE                 TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WAS-EMAIL
              GO TO 1230-EXIT
           END-IF

           PERFORM 1240-PLACE-BLOCK THRU 1240-EXIT
           .
       1230-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A BAD-ADDRESS BLOCK (REASON 'A') ON THE CARD, AS BLOCK01 WOULD---
      *PLACE IT - UNLESS ONE IS ALREADY ACTIVE--------------------------
       1240-PLACE-BLOCK.
           MOVE WS-RECIPIENT-ID TO BBLK-BORROWER-ID
           MOVE 'A'             TO BBLK-REASON

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-ACTIVE-BLOCKS
                FROM   IBMUSER.BORROWER_BLOCKS
                WHERE  BORROWER_ID = :BBLK-BORROWER-ID
                AND    REASON      = :BBLK-REASON
                AND    STATUS      = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                      TO ERROR-HANDLING
              MOVE   '1240-PLACE-BLOCK'       TO ERR-LOC
              MOVE    SQLCODE                 TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-ACTIVE-BLOCKS > 0
              MOVE 'ADDRESS BAD - ALREADY BLOCKED' TO WS-RL-RESULT
              GO TO 1240-EXIT
           END-IF

      *DRAW THE NEXT BLOCK ID FROM THE CENTRAL ASSIGNER - THE SEED IS---
      *ONLY USED THE FIRST TIME THE KEY ROW IS CREATED------------------
           MOVE 'BLOCKID ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(BLOCK_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.BORROWER_BLOCKS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                      TO ERROR-HANDLING
              MOVE   '1240-PLACE-BLOCK'       TO ERR-LOC
              MOVE    SQLCODE                 TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT
           MOVE WS-NEXT-KEY-VALUE TO BBLK-BLOCK-ID

           MOVE 'NOTICES RETURNED UNDELIVERABLE' TO BBLK-NOTE
           MOVE 'A'                              TO BBLK-STATUS
           MOVE WS-TR-DATE                       TO BBLK-PLACED-DATE
           MOVE 'NOTRETN '                       TO BBLK-PLACED-BY

           EXEC SQL
                INSERT INTO IBMUSER.BORROWER_BLOCKS
                       (BLOCK_ID, BORROWER_ID, REASON, NOTE, STATUS,
                        PLACED_DATE, PLACED_BY)
                VALUES (:BBLK-BLOCK-ID, :BBLK-BORROWER-ID,
                        :BBLK-REASON, :BBLK-NOTE, :BBLK-STATUS,
                        :BBLK-PLACED-DATE, :BBLK-PLACED-BY)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                      TO ERROR-HANDLING
              MOVE   '1240-PLACE-BLOCK'       TO ERR-LOC
              MOVE    SQLCODE                 TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       1240-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE DESK'S LIST - EVERY ACTIVE BORROWER WITH A BAD CONTACT, THE--
      *ONES FLAGGED TONIGHT MARKED NEW----------------------------------
       2000-LIST-BAD.
           DISPLAY 'START 2000-LIST-BAD'
           MOVE 0 TO LAST-REC

           MOVE  WS-SPACES   TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-HEADER-2 TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-BREAKER  TO OP-FIELDS
           WRITE OP-FIELDS

           EXEC SQL
                OPEN B1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                      TO ERROR-HANDLING
              MOVE   '2000-LIST-BAD'          TO ERR-LOC
              MOVE    SQLCODE                 TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM 2100-FETCH-BAD THRU 2100-EXIT UNTIL EOF

           EXEC SQL
                CLOSE B1_CURSOR
           END-EXEC

           DISPLAY 'END 2000-LIST-BAD'
           .
       2000-EXIT.
           EXIT
           .
       2100-FETCH-BAD.
           EXEC SQL
                FETCH B1_CURSOR INTO :BORRW-BORROWER-ID
                                    ,:BORRW-NAME
                                    ,:BORRW-CONTACT
                                    ,:BORRW-CONTACT-BAD-DATE
                                    ,:BORRW-NOTICE-PREF
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE BORRW-BORROWER-ID      TO WS-BL-BORROWER-ID
                    MOVE BORRW-NAME-TEXT        TO WS-BL-NAME
                    MOVE BORRW-CONTACT          TO WS-BL-CONTACT
                    MOVE BORRW-CONTACT-BAD-DATE TO WS-BL-FLAGGED
                    IF BORRW-NOTICE-PREF = 'E'
                       MOVE 'EMAIL'             TO WS-BL-CHANNEL
                    ELSE
                       MOVE 'PRINT'             TO WS-BL-CHANNEL
                    END-IF
                    IF BORRW-CONTACT-BAD-DATE = WS-TR-DATE
                       MOVE 'NEW'               TO WS-BL-NEW
                    ELSE
                       MOVE SPACES              TO WS-BL-NEW
                    END-IF
                    MOVE  WS-BAD-LINE           TO OP-FIELDS
                    WRITE OP-FIELDS
               WHEN SQLCODE = 100
                    MOVE 1 TO LAST-REC
               WHEN OTHER
                    MOVE 1 TO LAST-REC
                    MOVE   'Y'                 TO ERROR-HANDLING
                    MOVE   '2100-FETCH-BAD'    TO ERR-LOC
                    MOVE    SQLCODE            TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2100-EXIT.
           EXIT
           .
       2900-WRITE-SUMMARY.
           MOVE    WS-TOTAL-READ           TO WS-SM-READ
           MOVE    WS-TOTAL-MARKED         TO WS-SM-MARKED
           MOVE    WS-TOTAL-IGNORED        TO WS-SM-IGNORED
           MOVE    WS-TOTAL-FLAGGED        TO WS-SM-FLAGGED
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

           DISPLAY 'RETURNS READ:         ' WS-TOTAL-READ
           DISPLAY 'MARKED UNDELIVERABLE: ' WS-TOTAL-MARKED
           DISPLAY 'PASSED OVER:          ' WS-TOTAL-IGNORED
           DISPLAY 'CONTACTS FLAGGED:     ' WS-TOTAL-FLAGGED
           .
       2900-EXIT.
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
           MOVE 'NOTRETN '   TO ERRLG-PROGRAM
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
           MOVE 'NOTRETN ' TO BRUN-JOB-NAME

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
              CLOSE RET-IN
              CLOSE PRT-NRT
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
