      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    BLOCK01.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.14.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- DESK TRANSACTION FOR BORROWER BLOCKS ON                   *
      * IBMUSER.BORROWER_BLOCKS. A BLOCK STOPS THE BORROWER FROM      *
      * TAKING ANYTHING OUT UNTIL IT IS LIFTED - LOAN01 (CHECK-OUT    *
      * AND RENEWAL), OFFRPLY AND ILLREQ01 ALL REFUSE A BLOCKED       *
      * BORROWER AND SHOW THE REASON.                                 *
      * FUNTIONS AVAILABLE:                                           *
      *    -- ENTER > PROCESS THE KEYED ACTION                        *
      *    -- F3    > CLEAR THE SCREEN                                *
      *    -- F12   > EXIT                                            *
      *                                                               *
      * ACTIONS (MACTION FIELD):                                      *
      *    -- P > PLACE A BLOCK ON A BORROWER (REASON A = BAD         *
      *           ADDRESS, M = MANUAL DESK BLOCK - NOTE REQUIRED,     *
      *           C = CARD REPORTED LOST/STOLEN)                      *
      *    -- L > LIFT THE KEYED BLOCK ID (THE ROW IS KEPT WITH WHO   *
      *           LIFTED IT AND WHEN)                                 *
      *    -- I > INQUIRE - LIST THE BORROWER'S ACTIVE BLOCKS AND     *
      *           THE FINES OWED AGAINST THE FINES-BLOCK THRESHOLD    *
      *                                                               *
      * --- THE FINES BLOCK IS NOT PLACED OR LIFTED HERE - IT IS      *
      * WORKED OUT FROM THE OUTSTANDING FINES BALANCE AGAINST THE     *
      * BORROWER TYPE'S BLOCK_FINES ON IBMUSER.LOAN_POLICY ('BLKFINES'*
      * ON IBMUSER.LIB_SETTINGS WHEN THE TYPE HAS NONE), SO PAYING    *
      * DOWN ON FINE01 LIFTS IT.                                      *
      *                                                               *
      * RELATED PROGRAMS: LOAN01, OFFRPLY, ILLREQ01, FINE01           *
      *    -- LOAN01   > REFUSES CHECK-OUT/RENEWAL WHILE BLOCKED      *
      *    -- OFFRPLY  > REJECTS A REPLAYED CHECK-OUT WHILE BLOCKED   *
      *    -- ILLREQ01 > REFUSES LOAN-TO-PATRON WHILE BLOCKED         *
      *    -- FINE01   > TAKES THE PAYMENTS THAT CLEAR A FINES BLOCK  *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *----------------------------------------------------------------
       DATA DIVISION.
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-COMMAREA.
           05  WS-OPER-ID              PIC X(008)                     .
           05  WS-OPER-NAME            PIC X(020)                     .
           05  WS-OPER-ROLE            PIC X(001)                     .
               88  OPER-IS-ADMIN                  VALUE 'A'          .
               88  OPER-IS-CLERK                  VALUE 'C'          .
               88  OPER-IS-VIEWER                 VALUE 'V'          .
           05  WS-CONFIRM-DONE         PIC X(001)                     .

       01  SWITCH.
           05  ERROR-HANDLING          PIC X    VALUE 'N'             .
               88  SOME-ERROR                   VALUE 'Y'             .
           05  END-OF-FILE             PIC X    VALUE 'N'             .
               88  NO-MORE-RECORDS              VALUE 'Y'             .

       01  WS-VARS.
           05  WS-TRANSID              PIC X(04) VALUE 'BLK1'         .
           05  WS-MAP                  PIC X(07) VALUE 'BLOCKM'       .
           05  WS-MAPSET               PIC X(07) VALUE 'BLOCK1'       .
           05  RESPONSE-CODE           PIC S9(4) COMP                .
           05  BLOCK-SUB               PIC S9(4) COMP                .
           05  END-OF-SESSION          PIC X(13) VALUE 'SESSION ENDED'.
           05  WS-OPER-REJ-MSG         PIC X(050) VALUE
                   'SIGNED-ON USERID NOT SET UP IN OPERATORS TABLE.'   .
           05  WS-LOCKED-MSG           PIC X(060) VALUE
                   'OPERATOR IS LOCKED OUT - AN ADMIN MUST CLEAR IT.'  .
           05  WS-SEC-EVENT            PIC X(1)                       .
           05  WS-NEXT-SEC-ID          PIC S9(9) COMP                 .
           05  WS-NOTAUTH-MSG          PIC X(055) VALUE
               'NOT AUTHORIZED TO MAINTAIN BLOCKS - VIEWER ROLE.'      .
           05  WS-FUNC-AUTH-SW         PIC X(1)  VALUE 'N'           .
               88  FUNCTION-ALLOWED               VALUE 'Y'          .
           05  WS-ROLE-GRANTEE         PIC X(8)                      .
           05  WS-FUNC-COUNT           PIC S9(9) COMP                .
           05  WS-MESSAGE.
               10  FILLER              PIC X(10) VALUE 'ERROR IN: '  .
               10  ERR-LOC             PIC X(30)                     .
               10  FILLER              PIC X(06) VALUE 'CODE: '      .
               10  ERR-CODE            PIC S9(4) COMP                .
           05  BLOCK-ACTION            PIC X(1)                      .
           05  WS-ACTIVE-COUNT         PIC S9(9) COMP                .
           05  WS-ABS-TIME             PIC S9(15) COMP-3             .
           05  WS-BLK-DATE             PIC X(10)                     .
           05  WS-BLK-TIME             PIC X(08)                     .
           05  WS-BLOCK-LIMIT          PIC S9(5)V9(2) USAGE COMP-3   .
           05  WS-FINES-OWED           PIC S9(7)V9(2) USAGE COMP-3   .
           05  WS-FAMILY-BLOCK         PIC S9(4) USAGE COMP          .
           05  WS-AMOUNT-EDIT          PIC ZZ,ZZ9.99                 .
           05  WS-FINES-BLOCK-SW       PIC X(1)  VALUE 'N'           .
               88  FINES-BLOCKED                  VALUE 'Y'          .

      *-----------------------------------------------------------------
      *ONE DISPLAY LINE PER ACTIVE BLOCK - SAME FORMAT-ONCE APPROACH----
      *FINE01'S WS-FINE-LINE USES---------------------------------------
       01  WS-BLOCK-LINE.
           05  WB-BLOCK-ID             PIC Z(008)9                    .
           05  FILLER                  PIC X(002) VALUE SPACES        .
           05  WB-REASON               PIC X(001)                     .
           05  FILLER                  PIC X(002) VALUE SPACES        .
           05  WB-PLACED-DATE          PIC X(010)                     .
           05  FILLER                  PIC X(002) VALUE SPACES        .
           05  WB-PLACED-BY            PIC X(008)                     .
           05  FILLER                  PIC X(002) VALUE SPACES        .
           05  WB-NOTE                 PIC X(034)                     .


       01  WS-ERRLOG-VARS.
           05  WS-ERRLOG-NEXT-ID       PIC S9(9) COMP                 .
           05  WS-ERRLOG-ABS           PIC S9(15) COMP-3              .
           05  WS-ERRLOG-DATE          PIC X(10)                      .
           05  WS-ERRLOG-TIME          PIC X(08)                      .

       01  WS-KEY-VARS.
           05  WS-KEY-NAME             PIC X(08)                      .
           05  WS-KEY-SEED             PIC S9(9) COMP                 .
           05  WS-NEXT-KEY-VALUE       PIC S9(9) COMP                 .

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
                INCLUDE DCLERRLG
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBBLK
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBORRW
           END-EXEC.

           EXEC SQL
                INCLUDE DCLFINES
           END-EXEC.

           EXEC SQL
                INCLUDE DCLLNPOL
           END-EXEC.

           EXEC SQL
                INCLUDE DCLSETTG
           END-EXEC.

           EXEC SQL
                INCLUDE DCLOPER
           END-EXEC.

           EXEC SQL
                INCLUDE DCLSECAC
           END-EXEC.

           EXEC SQL
                INCLUDE DCLFAUTH
           END-EXEC.

      *-----------------------------------------------------------------
      *ACTIVE BLOCKS FOR THE KEYED BORROWER, OLDEST FIRST---------------
           EXEC SQL DECLARE B1_CURSOR CURSOR FOR
                SELECT BLOCK_ID, REASON, VALUE(NOTE, ' '),
                       PLACED_DATE, PLACED_BY
                FROM   IBMUSER.BORROWER_BLOCKS
                WHERE  BORROWER_ID = :BBLK-BORROWER-ID
                AND    STATUS      = 'A'
                ORDER BY BLOCK_ID
           END-EXEC.

           COPY BLOCK1.
           COPY DFHAID.
           COPY ATTR.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LS-OPER-ID              PIC X(008)                     .
           05  LS-OPER-NAME            PIC X(020)                     .
           05  LS-OPER-ROLE            PIC X(001)                     .
           05  LS-CONFIRM-DONE         PIC X(001)                     .

      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------------------
       A0000-MAIN-PROCESS.
           EVALUATE TRUE
               WHEN EIBCALEN = 0
                    PERFORM A0500-OPERATOR-SIGNON THRU A0500-EXIT
                    PERFORM Z8500-CHECK-FUNCTION  THRU Z8500-EXIT

                    EVALUATE TRUE
                       WHEN WS-OPER-ROLE = SPACES
                            EXEC CICS
                                 SEND TEXT FROM(WS-OPER-REJ-MSG)
                                           ERASE
                                           FREEKB
                            END-EXEC

                            EXEC CICS
                                 RETURN
                            END-EXEC

                       WHEN NOT FUNCTION-ALLOWED
                            MOVE 'R' TO WS-SEC-EVENT
                            PERFORM Z8000-LOG-SIGNON
                               THRU Z8000-SIGNON-EXIT

                            EXEC CICS
                                 SEND TEXT FROM(WS-NOTAUTH-MSG)
                                           ERASE
                                           FREEKB
                            END-EXEC

                            EXEC CICS
                                 RETURN
                            END-EXEC

                       WHEN OTHER
                            MOVE LOW-VALUES      TO BLOCKMO
                            MOVE SPACES          TO MESSAGEO
                            PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
                    END-EVALUATE

               WHEN EIBCALEN > 0
                    MOVE DFHCOMMAREA         TO WS-COMMAREA
                    MOVE LOW-VALUES          TO BLOCKMI
                    MOVE LOW-VALUES          TO BLOCKMO
                    MOVE SPACES              TO MESSAGEO
                    INITIALIZE                  DCLBBLK
                    PERFORM A1000-EVALUATE THRU A1000-EXIT
           END-EVALUATE
           .
       A0000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *RESOLVE THE NATIVE CICS SIGNON (EIBUSERID) AGAINST THE OPERATORS-
      *TABLE, THE SAME WAY BOOK01DB'S A0500-OPERATOR-SIGNON DOES--------
       A0500-OPERATOR-SIGNON.
           MOVE SPACES       TO WS-OPER-ID
           MOVE EIBUSERID    TO WS-OPER-ID
           MOVE SPACES       TO WS-OPER-NAME
           MOVE SPACES       TO WS-OPER-ROLE

           MOVE WS-OPER-ID   TO OPER-ID

           EXEC SQL
                SELECT OPER_NAME, OPER_ROLE,
                       VALUE(LOCKED_FLAG, ' ')
                INTO  :OPER-NAME, :OPER-ROLE,
                      :OPER-LOCKED-FLAG
                FROM   IBMUSER.OPERATORS
                WHERE  OPER_ID = :OPER-ID
                AND    STATUS NOT = 'D'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   IF OPER-LOCKED-FLAG = 'Y'
                      MOVE 'F' TO WS-SEC-EVENT
                      PERFORM Z8000-LOG-SIGNON
                         THRU Z8000-SIGNON-EXIT

                      EXEC CICS
                           SEND TEXT FROM(WS-LOCKED-MSG)
                                     ERASE
                                     FREEKB
                      END-EXEC

                      EXEC CICS
                           RETURN
                      END-EXEC
                   END-IF

                   MOVE OPER-NAME TO WS-OPER-NAME
                   MOVE OPER-ROLE TO WS-OPER-ROLE
                   MOVE 'S'       TO WS-SEC-EVENT
                   PERFORM Z8000-LOG-SIGNON THRU Z8000-SIGNON-EXIT
              WHEN SQLCODE = 100
                   MOVE 'F' TO WS-SEC-EVENT
                   PERFORM Z8000-LOG-SIGNON THRU Z8000-SIGNON-EXIT
              WHEN OTHER
                   MOVE    'A0500-OPERATOR-SIGNON.' TO ERR-LOC
                   MOVE     SQLCODE                 TO ERR-CODE
                   MOVE    'Y'                       TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A0500-EXIT.
           EXIT
           .
       A1000-EVALUATE.
           EVALUATE TRUE
              WHEN EIBAID = DFHPF3
                   MOVE LOW-VALUES             TO BLOCKMO
                   MOVE SPACES                 TO MESSAGEO
                   PERFORM Z0000-SEND-MAP    THRU Z0000-EXIT

              WHEN EIBAID = DFHPF12
                   EXEC CICS
                        SEND TEXT FROM(END-OF-SESSION)
                                  ERASE
                                  FREEKB
                   END-EXEC

                   EXEC CICS
                        RETURN
                   END-EXEC

              WHEN EIBAID = DFHENTER
                   EXEC CICS
                       RECEIVE MAP(WS-MAP)
                               MAPSET(WS-MAPSET)
                               INTO(BLOCKMI)
                               RESP(RESPONSE-CODE)
                   END-EXEC

                   MOVE MACTIONI TO BLOCK-ACTION
                   PERFORM A2000-PROCESS-ACTION THRU A2000-EXIT

              WHEN OTHER
                   MOVE 'INVALID KEY PRESSED.'    TO MESSAGEO
                   PERFORM  Z0000-SEND-MAP      THRU Z0000-EXIT
           END-EVALUATE
           .
       A1000-EXIT.
           EXIT
           .
       A2000-PROCESS-ACTION.
           EVALUATE BLOCK-ACTION
               WHEN 'P'
                    PERFORM A2100-PLACE-BLOCK      THRU A2100-EXIT
               WHEN 'L'
                    PERFORM A2200-LIFT-BLOCK       THRU A2200-EXIT
               WHEN 'I'
                    PERFORM A2300-INQUIRE-BLOCKS   THRU A2300-EXIT
               WHEN OTHER
                    MOVE 'ENTER ACTION P, L, OR I.'   TO MESSAGEO
                    PERFORM Z0000-SEND-MAP           THRU Z0000-EXIT
           END-EVALUATE
           .
       A2000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *PLACE A BLOCK ON THE KEYED BORROWER UNDER THE NEXT BLOCK ID------
      *(FROM THE CENTRAL KEY_ASSIGN ASSIGNER - SEE Z9400-NEXT-KEY). A---
      *SECOND ACTIVE BLOCK FOR THE SAME REASON IS REFUSED - LIFT THE----
      *OLD ONE FIRST IF THE NOTE NEEDS CHANGING-------------------------
       A2100-PLACE-BLOCK.
           PERFORM A2110-CHECK-BORROWER THRU A2110-EXIT

           IF MREASI = 'A' OR MREASI = 'M' OR MREASI = 'C'
              MOVE MREASI TO BBLK-REASON
           ELSE
              MOVE 'REASON MUST BE A (ADDRESS), M (MANUAL) OR C (CARD).'
                                               TO MESSAGEO
              PERFORM Z0000-SEND-MAP         THRU Z0000-EXIT
           END-IF

           IF MNOTEI = LOW-VALUE OR SPACES
              MOVE SPACES TO BBLK-NOTE
              IF BBLK-REASON = 'M'
                 MOVE 'A MANUAL BLOCK NEEDS A NOTE SAYING WHY.'
                                               TO MESSAGEO
                 PERFORM Z0000-SEND-MAP      THRU Z0000-EXIT
              END-IF
           ELSE
              MOVE MNOTEI TO BBLK-NOTE
           END-IF

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-ACTIVE-COUNT
                FROM   IBMUSER.BORROWER_BLOCKS
                WHERE  BORROWER_ID = :BBLK-BORROWER-ID
                AND    REASON      = :BBLK-REASON
                AND    STATUS      = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2100-PLACE-BLOCK.'  TO ERR-LOC
              MOVE     SQLCODE              TO ERR-CODE
              MOVE    'Y'                   TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF WS-ACTIVE-COUNT > 0
              MOVE 'ALREADY BLOCKED FOR THAT REASON - LIFT IT FIRST.'
                                               TO MESSAGEO
              PERFORM Z0000-SEND-MAP         THRU Z0000-EXIT
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
              MOVE    'A2100-PLACE-BLOCK.'  TO ERR-LOC
              MOVE     SQLCODE              TO ERR-CODE
              MOVE    'Y'                   TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT
           MOVE WS-NEXT-KEY-VALUE TO BBLK-BLOCK-ID

           PERFORM Z6000-ASKTIME THRU Z6000-EXIT

           MOVE 'A'             TO BBLK-STATUS
           MOVE WS-BLK-DATE     TO BBLK-PLACED-DATE
           MOVE WS-OPER-ID      TO BBLK-PLACED-BY

           EXEC SQL
                INSERT INTO IBMUSER.BORROWER_BLOCKS
                       (BLOCK_ID, BORROWER_ID, REASON, NOTE, STATUS,
                        PLACED_DATE, PLACED_BY)
                VALUES (:BBLK-BLOCK-ID, :BBLK-BORROWER-ID,
                        :BBLK-REASON, :BBLK-NOTE, :BBLK-STATUS,
                        :BBLK-PLACED-DATE, :BBLK-PLACED-BY)
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE BBLK-BORROWER-ID TO MBIDO
                    MOVE BBLK-BLOCK-ID    TO MBLKIDO
                    MOVE 'BLOCK PLACED.'  TO MESSAGEO
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN OTHER
                    MOVE 'A2100-PLACE-BLOCK.'  TO ERR-LOC
                    MOVE  SQLCODE              TO ERR-CODE
                    MOVE  'Y'                  TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE KEYED BORROWER MUST BE ON FILE - PICKS UP THE NAME FOR THE---
      *SCREEN AND THE TYPE FOR THE FINES-BLOCK THRESHOLD----------------
       A2110-CHECK-BORROWER.
           IF MBIDI = LOW-VALUE OR SPACES
              MOVE 'BORROWER ID IS REQUIRED.'   TO MESSAGEO
              PERFORM Z0000-SEND-MAP          THRU Z0000-EXIT
           END-IF

           COMPUTE BORRW-BORROWER-ID = FUNCTION NUMVAL(MBIDI)
           MOVE BORRW-BORROWER-ID TO BBLK-BORROWER-ID

           EXEC SQL
                SELECT NAME, VALUE(BORROWER_TYPE, 'A')
                INTO  :BORRW-NAME, :BORRW-BORROWER-TYPE
                FROM   IBMUSER.BORROWERS
                WHERE  BORROWER_ID = :BORRW-BORROWER-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE BORRW-NAME-TEXT TO MBNAMEO
              WHEN SQLCODE = 100
                   MOVE 'UNKNOWN BORROWER ID.' TO MESSAGEO
                   PERFORM Z0000-SEND-MAP    THRU Z0000-EXIT
              WHEN OTHER
                   MOVE    'A2110-CHECK-BORROWER.' TO ERR-LOC
                   MOVE     SQLCODE                TO ERR-CODE
                   MOVE    'Y'                     TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2110-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *LIFT THE KEYED BLOCK - ONLY AN ACTIVE BLOCK CAN BE LIFTED, SO----
      *LIFTING THE SAME BLOCK TWICE FALLS INTO THE "NOT FOUND" MESSAGE--
       A2200-LIFT-BLOCK.
           IF MBLKIDI = LOW-VALUE OR SPACES
              MOVE 'BLOCK ID IS REQUIRED.'      TO MESSAGEO
              PERFORM Z0000-SEND-MAP          THRU Z0000-EXIT
           END-IF

           COMPUTE BBLK-BLOCK-ID = FUNCTION NUMVAL(MBLKIDI)

           PERFORM Z6000-ASKTIME THRU Z6000-EXIT

           MOVE WS-BLK-DATE     TO BBLK-LIFTED-DATE
           MOVE WS-OPER-ID      TO BBLK-LIFTED-BY

           EXEC SQL
                UPDATE IBMUSER.BORROWER_BLOCKS
                SET    STATUS       = 'L',
                       LIFTED_DATE  = :BBLK-LIFTED-DATE,
                       LIFTED_BY    = :BBLK-LIFTED-BY
                WHERE  BLOCK_ID     = :BBLK-BLOCK-ID
                AND    STATUS       = 'A'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE BBLK-BLOCK-ID    TO MBLKIDO
                    MOVE 'BLOCK LIFTED.'  TO MESSAGEO
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN SQLCODE = 100
                    MOVE 'NO ACTIVE BLOCK WITH THAT ID.' TO MESSAGEO
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN OTHER
                    MOVE 'A2200-LIFT-BLOCK.'   TO ERR-LOC
                    MOVE  SQLCODE              TO ERR-CODE
                    MOVE  'Y'                  TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *LIST THE BORROWER'S ACTIVE BLOCKS, THEN SHOW THE FINES OWED------
      *AGAINST THE FINES-BLOCK THRESHOLD THE SAME WAY LOAN01'S A1238----
      *WORKS IT OUT, SO THE DESK SEES EVERYTHING STOPPING THE BORROWER--
       A2300-INQUIRE-BLOCKS.
           PERFORM A2110-CHECK-BORROWER THRU A2110-EXIT

           MOVE 'N' TO END-OF-FILE
           MOVE 0   TO BLOCK-SUB

           EXEC SQL
                OPEN B1_CURSOR
           END-EXEC

           PERFORM A2310-FETCH-BLOCK THRU A2310-EXIT
                   UNTIL NO-MORE-RECORDS

           EXEC SQL
                CLOSE B1_CURSOR
           END-EXEC

           PERFORM A2320-FINES-BLOCK THRU A2320-EXIT

           MOVE BBLK-BORROWER-ID TO MBIDO

           EVALUATE TRUE
              WHEN BLOCK-SUB = 0 AND NOT FINES-BLOCKED
                   MOVE 'NOT BLOCKED - THE BORROWER MAY BORROW.'
                                               TO MESSAGEO
              WHEN BLOCK-SUB = 0
                   MOVE 'BLOCKED FOR FINES ONLY - PAY DOWN ON FINE01.'
                                               TO MESSAGEO
              WHEN FINES-BLOCKED
                   MOVE 'BLOCKED - SEE LIST, AND FINES OVER THE LIMIT.'
                                               TO MESSAGEO
              WHEN OTHER
                   IF MESSAGEO = SPACES
                      MOVE 'BLOCKED - SEE LIST.' TO MESSAGEO
                   END-IF
           END-EVALUATE

           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A2300-EXIT.
           EXIT
           .
       A2310-FETCH-BLOCK.
           EXEC SQL
                FETCH B1_CURSOR INTO :BBLK-BLOCK-ID
                                    ,:BBLK-REASON
                                    ,:BBLK-NOTE
                                    ,:BBLK-PLACED-DATE
                                    ,:BBLK-PLACED-BY
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   IF BLOCK-SUB < 10
                      ADD  1                  TO BLOCK-SUB
                      MOVE BBLK-BLOCK-ID      TO WB-BLOCK-ID
                      MOVE BBLK-REASON        TO WB-REASON
                      MOVE BBLK-PLACED-DATE   TO WB-PLACED-DATE
                      MOVE BBLK-PLACED-BY     TO WB-PLACED-BY
                      MOVE BBLK-NOTE          TO WB-NOTE
                      MOVE WS-BLOCK-LINE      TO BLOCKO(BLOCK-SUB)
                   ELSE
                      MOVE 'MORE BLOCKS THAN FIT ON ONE SCREEN.'
                                               TO MESSAGEO
                   END-IF

              WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-FILE

              WHEN OTHER
                   MOVE    'A2310-FETCH-BLOCK.' TO ERR-LOC
                   MOVE     SQLCODE             TO ERR-CODE
                   MOVE    'Y'                  TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2310-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *FINES OWED AGAINST THE THRESHOLD - THE TYPE'S BLOCK_FINES, NULL--
      *OR NO POLICY ROW FALLING BACK TO 'BLKFINES'. NO THRESHOLD, OR A--
      *ZERO ONE, MEANS THE BORROWER CANNOT BE BLOCKED FOR FINES---------
       A2320-FINES-BLOCK.
           MOVE 'N'    TO WS-FINES-BLOCK-SW
           MOVE 0      TO WS-BLOCK-LIMIT
           MOVE BORRW-BORROWER-ID TO FINES-BORROWER-ID

      *'FAMBLOCK' = 1 ON IBMUSER.LIB_SETTINGS WEIGHS THE FAMILY'S-------
      *COMBINED BALANCE - GUARDIAN, DEPENDENTS AND SIBLINGS (SEE--------
      *DCLBORRW) - INSTEAD OF THE BORROWER'S OWN. NO ROW = OWN ONLY-----
           MOVE 'FAMBLOCK' TO SETTG-SETTING-ID

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   COMPUTE WS-FAMILY-BLOCK =
                           FUNCTION NUMVAL(SETTG-SETTING-VALUE)
              WHEN SQLCODE = 100
                   MOVE 0 TO WS-FAMILY-BLOCK
              WHEN OTHER
                   MOVE    'A2320-FINES-BLOCK.' TO ERR-LOC
                   MOVE     SQLCODE             TO ERR-CODE
                   MOVE    'Y'                  TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           EXEC SQL
                SELECT VALUE(SUM(AMOUNT - VALUE(PAID_AMOUNT, 0)), 0)
                INTO  :WS-FINES-OWED
                FROM   IBMUSER.FINES
                WHERE  STATUS      = 'O'
                AND   (BORROWER_ID = :FINES-BORROWER-ID
                   OR (:WS-FAMILY-BLOCK = 1
                  AND  BORROWER_ID IN
                      (SELECT M.BORROWER_ID
                       FROM   IBMUSER.BORROWERS M,
                              IBMUSER.BORROWERS S
                       WHERE  S.BORROWER_ID = :FINES-BORROWER-ID
                       AND   (M.BORROWER_ID = S.GUARDIAN_ID
                          OR  M.GUARDIAN_ID = S.BORROWER_ID
                          OR (S.GUARDIAN_ID > 0
                         AND  M.GUARDIAN_ID = S.GUARDIAN_ID)))))
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2320-FINES-BLOCK.' TO ERR-LOC
              MOVE     SQLCODE             TO ERR-CODE
              MOVE    'Y'                  TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE WS-FINES-OWED       TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT      TO MOWEDO
           MOVE 'NONE'              TO MLIMITO

           MOVE BORRW-BORROWER-TYPE TO LNPOL-BORROWER-TYPE
           MOVE -1                  TO LNPOL-BLOCK-FINES

           EXEC SQL
                SELECT VALUE(BLOCK_FINES, -1)
                INTO  :LNPOL-BLOCK-FINES
                FROM   IBMUSER.LOAN_POLICY
                WHERE  BORROWER_TYPE = :LNPOL-BORROWER-TYPE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE    'A2320-FINES-BLOCK.' TO ERR-LOC
              MOVE     SQLCODE             TO ERR-CODE
              MOVE    'Y'                  TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF LNPOL-BLOCK-FINES < 0
              MOVE 'BLKFINES' TO SETTG-SETTING-ID

              EXEC SQL
                   SELECT SETTING_VALUE
                   INTO  :SETTG-SETTING-VALUE
                   FROM   IBMUSER.LIB_SETTINGS
                   WHERE  SETTING_ID = :SETTG-SETTING-ID
              END-EXEC

              EVALUATE TRUE
                 WHEN SQLCODE = 0
                      COMPUTE WS-BLOCK-LIMIT =
                              FUNCTION NUMVAL(SETTG-SETTING-VALUE)
                 WHEN SQLCODE = 100
                      GO TO A2320-EXIT
                 WHEN OTHER
                      MOVE    'A2320-FINES-BLOCK.' TO ERR-LOC
                      MOVE     SQLCODE             TO ERR-CODE
                      MOVE    'Y'                  TO ERROR-HANDLING
                      PERFORM  XXXX-ERROR-HANDLING
              END-EVALUATE
           ELSE
              MOVE LNPOL-BLOCK-FINES TO WS-BLOCK-LIMIT
           END-IF

           IF WS-BLOCK-LIMIT NOT > 0
              GO TO A2320-EXIT
           END-IF

           MOVE WS-BLOCK-LIMIT      TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT      TO MLIMITO

           IF WS-FINES-OWED >= WS-BLOCK-LIMIT
              MOVE 'Y' TO WS-FINES-BLOCK-SW
           END-IF
           .
       A2320-EXIT.
           EXIT
           .
       Z6000-ASKTIME.
           EXEC CICS ASKTIME
                ABSTIME(WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABS-TIME)
                YYYYMMDD(WS-BLK-DATE)
                DATESEP('-')
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABS-TIME)
                TIME(WS-BLK-TIME)
                TIMESEP(':')
           END-EXEC
           .
       Z6000-EXIT.
           EXIT
           .
      *SEND MAP PARAGRAPH-----------------------------------------------
       Z0000-SEND-MAP.
           PERFORM Z1000-MOVE-ATTR THRU Z1000-EXIT

           EXEC CICS
                SEND MAP(WS-MAP)
                     MAPSET(WS-MAPSET)
                     FROM(BLOCKMO)
           END-EXEC

           EXEC CICS
               RETURN TRANSID(WS-TRANSID)
                      COMMAREA(WS-COMMAREA)
           END-EXEC
           .
       Z0000-EXIT.
           EXIT
           .
       Z1000-MOVE-ATTR.
           MOVE ATTR-UNPROT-MDT     TO MACTIONA
           MOVE ATTR-UNPROT-NUM-MDT TO MBIDA
           MOVE ATTR-UNPROT-NUM-MDT TO MBLKIDA
           MOVE ATTR-UNPROT-MDT     TO MREASA
           MOVE ATTR-UNPROT-MDT     TO MNOTEA
           .
       Z1000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *SUPPORT PARAGRAPH------------------------------------------------
      *-----------------------------------------------------------------
      *RECORD THE FAILURE IN THE CENTRAL ERROR LOG BEFORE THE MESSAGE--
      *REACHES THE TERMINAL, SO THE EVIDENCE SURVIVES THE SCREEN CLEAR-
      *(BEST-EFFORT - A FAILURE HERE MUST NOT MASK THE REAL ERROR)-----
       Z9500-LOG-ERROR.
           EXEC CICS ASKTIME
                ABSTIME(WS-ERRLOG-ABS)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ERRLOG-ABS)
                YYYYMMDD(WS-ERRLOG-DATE)
                DATESEP('-')
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ERRLOG-ABS)
                TIME(WS-ERRLOG-TIME)
                TIMESEP(':')
           END-EXEC

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
           MOVE 'BLOCK01 '   TO ERRLG-PROGRAM
           MOVE ERR-LOC           TO ERRLG-LOCATION
           MOVE ERR-CODE          TO ERRLG-ERROR-CODE
           MOVE WS-OPER-ID        TO ERRLG-OPER-ID
           MOVE EIBTRMID          TO ERRLG-TERMINAL
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
           .
       Z9500-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *APPEND THE SIGN-ON (OR REFUSAL) TO THE SECURITY ACTIVITY LOG,---
      *THE SAME WAY BOOK01DB'S Z8000-LOG-SECURITY DOES - BEST-EFFORT,--
      *A LOGGING FAILURE MUST NOT BLOCK THE SIGN-ON---------------------
       Z8000-LOG-SIGNON.
           EXEC CICS ASKTIME
                ABSTIME(WS-ERRLOG-ABS)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ERRLOG-ABS)
                YYYYMMDD(WS-ERRLOG-DATE)
                DATESEP('-')
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ERRLOG-ABS)
                TIME(WS-ERRLOG-TIME)
                TIMESEP(':')
           END-EXEC

           EXEC SQL
                SELECT VALUE(MAX(LOG_ID), 0)
                INTO  :WS-NEXT-SEC-ID
                FROM   IBMUSER.SEC_ACTIVITY
           END-EXEC

           IF SQLCODE NOT = 0
              GO TO Z8000-SIGNON-EXIT
           END-IF

           ADD 1 TO WS-NEXT-SEC-ID

           MOVE WS-NEXT-SEC-ID TO SECAC-LOG-ID
           MOVE WS-OPER-ID     TO SECAC-OPER-ID
           MOVE EIBTRMID       TO SECAC-TERMINAL
           MOVE WS-SEC-EVENT   TO SECAC-EVENT
           MOVE WS-ERRLOG-DATE TO SECAC-EVENT-DATE
           MOVE WS-ERRLOG-TIME TO SECAC-EVENT-TIME

           EXEC SQL
                INSERT INTO IBMUSER.SEC_ACTIVITY
                       (LOG_ID, OPER_ID, TERMINAL, EVENT,
                        EVENT_DATE, EVENT_TIME)
                VALUES (:SECAC-LOG-ID, :SECAC-OPER-ID,
                        :SECAC-TERMINAL, :SECAC-EVENT,
                        :SECAC-EVENT-DATE, :SECAC-EVENT-TIME)
           END-EXEC
           .
       Z8000-SIGNON-EXIT.
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
              MOVE    'Z9400-NEXT-KEY.'       TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
              END-IF

              EXEC SQL
                   UPDATE IBMUSER.KEY_ASSIGN
                   SET    LAST_VALUE = LAST_VALUE + 1
                   WHERE  KEY_NAME   = :WS-KEY-NAME
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE    'Z9400-NEXT-KEY.'       TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                SELECT LAST_VALUE
                INTO  :WS-NEXT-KEY-VALUE
                FROM   IBMUSER.KEY_ASSIGN
                WHERE  KEY_NAME = :WS-KEY-NAME
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'Z9400-NEXT-KEY.'       TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       Z9400-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *FUNCTION-LEVEL AUTHORIZATION OVER IBMUSER.FUNC_AUTH (SEE---------
      *FUNCMNT1) - THE OPERATOR IS ALLOWED IN WHEN A GRANT EXISTS FOR---
      *THEIR ID OR FOR THEIR ROLE ('*' + ROLE LETTER). A FUNCTION-------
      *NOBODY HAS SET GRANTS UP FOR YET FALLS BACK TO THE OLD----------
      *HARD-WIRED ROLE TEST SO NOTHING LOCKS UP THE DAY THE TABLE------
      *GOES IN------------------------------------------------------------
       Z8500-CHECK-FUNCTION.
           MOVE 'N'    TO WS-FUNC-AUTH-SW
           MOVE SPACES TO WS-ROLE-GRANTEE
           MOVE '*'    TO WS-ROLE-GRANTEE(1:1)
           MOVE WS-OPER-ROLE TO WS-ROLE-GRANTEE(2:1)

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-FUNC-COUNT
                FROM   IBMUSER.FUNC_AUTH
                WHERE  FUNC_NAME = 'BLOCK01 '
                AND    (GRANTEE  = :WS-OPER-ID
                        OR GRANTEE = :WS-ROLE-GRANTEE)
           END-EXEC

           IF SQLCODE NOT = 0
              GO TO Z8500-EXIT
           END-IF

           IF WS-FUNC-COUNT > 0
              MOVE 'Y' TO WS-FUNC-AUTH-SW
              GO TO Z8500-EXIT
           END-IF

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-FUNC-COUNT
                FROM   IBMUSER.FUNC_AUTH
                WHERE  FUNC_NAME = 'BLOCK01 '
           END-EXEC

           IF SQLCODE = 0 AND WS-FUNC-COUNT = 0
              IF NOT OPER-IS-VIEWER
                 MOVE 'Y' TO WS-FUNC-AUTH-SW
              END-IF
           END-IF
           .
       Z8500-EXIT.
           EXIT
           .
       XXXX-ERROR-HANDLING.
           IF SOME-ERROR
              PERFORM Z9500-LOG-ERROR THRU Z9500-EXIT

              EXEC CICS
                  SEND TEXT FROM(WS-MESSAGE)
                            ERASE
                            FREEKB
              END-EXEC

              EXEC CICS
                   RETURN
              END-EXEC
           .
      *-----------------------------------------------------------------
