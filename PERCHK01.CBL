      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PERCHK01.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- SERIALS CHECK-IN TRANSACTION. SHOWS A SUBSCRIPTION'S      *
      * CHECK-IN CARD (NEXT ISSUE DUE, LAST ISSUE RECEIVED, ISSUES    *
      * STILL OUTSTANDING) AND RECEIVES ISSUES AGAINST IT ON          *
      * IBMUSER.SERIAL_ISSUES. STARTED DIRECTLY BY ITS OWN TRANSID,   *
      * LIKE PERMNT01.                                                *
      * FUNTIONS AVAILABLE:                                           *
      *    -- ENTER > PROCESS THE KEYED ACTION                        *
      *    -- F3    > CLEAR THE SCREEN                                *
      *    -- F12   > EXIT                                            *
      *                                                               *
      * ACTIONS (MACTION FIELD):                                      *
      *    -- I > INQUIRE (ALSO BLANK) - SHOW THE CHECK-IN CARD       *
      *    -- R > RECEIVE AN ISSUE. WITH NO ISSUE NUMBER KEYED THE    *
      *           OLDEST OUTSTANDING ISSUE IS RECEIVED, OR THE NEXT   *
      *           ONE THE PATTERN PREDICTS WHEN NONE IS OUTSTANDING.  *
      *           AN ISSUE BEYOND THE LAST ONE ON THE CARD ADDS THE   *
      *           ISSUES SKIPPED AS EXPECTED, SO PERCLAIM CHASES      *
      *           THEM. A CLAIMED OR MISSING ISSUE CAN STILL BE       *
      *           RECEIVED WHEN IT TURNS UP. RECEIVED DATE DEFAULTS   *
      *           TO TODAY                                            *
      * ISSUE N IS EXPECTED ON THE FIRST ISSUE DATE PLUS N-1 TIMES    *
      * THE FREQUENCY'S INTERVAL - SEE PERMNT01 FOR THE FREQUENCIES.  *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- PERMNT01 > MAINTAINS THE SUBSCRIPTIONS                  *
      *    -- PERCLAIM > PREDICTS THE ISSUES AND CLAIMS LATE ONES     *
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

       01  WS-VARS.
           05  WS-TRANSID              PIC X(04) VALUE 'PCK1'         .
           05  WS-MAP                  PIC X(07) VALUE 'PERCHKM'       .
           05  WS-MAPSET               PIC X(07) VALUE 'PERCHK1'       .
           05  RESPONSE-CODE           PIC S9(4) COMP                .
           05  END-OF-SESSION          PIC X(13) VALUE 'SESSION ENDED'.
           05  WS-OPER-REJ-MSG         PIC X(050) VALUE
                   'SIGNED-ON USERID NOT SET UP IN OPERATORS TABLE.'   .
           05  WS-LOCKED-MSG           PIC X(060) VALUE
                   'OPERATOR IS LOCKED OUT - AN ADMIN MUST CLEAR IT.'  .
           05  WS-SEC-EVENT            PIC X(1)                       .
           05  WS-NEXT-SEC-ID          PIC S9(9) COMP                 .
           05  WS-NOTAUTH-MSG          PIC X(055) VALUE
                   'NOT AUTHORIZED TO CHECK IN ISSUES - VIEWER ROLE.' .
           05  WS-FUNC-AUTH-SW         PIC X(1)  VALUE 'N'           .
               88  FUNCTION-ALLOWED               VALUE 'Y'          .
           05  WS-ROLE-GRANTEE         PIC X(8)                      .
           05  WS-FUNC-COUNT           PIC S9(9) COMP                .
           05  WS-MESSAGE.
               10  FILLER              PIC X(10) VALUE 'ERROR IN: '  .
               10  ERR-LOC             PIC X(30)                     .
               10  FILLER              PIC X(06) VALUE 'CODE: '      .
               10  ERR-CODE            PIC S9(4) COMP                .
           05  PCHK-ACTION             PIC X(1)                      .
           05  WS-ISSUE-NO-X           PIC ZZZ9                      .
           05  WS-DATE-CHECK           PIC X(10)                     .
           05  WS-RECEIVED-DATE        PIC X(10)                     .
           05  WS-ISSUE-SW             PIC X(1)  VALUE 'N'           .
               88  ISSUE-FOUND                    VALUE 'Y'          .
           05  WS-LAST-ISSUE-NO        PIC S9(4) COMP                .
           05  WS-WANTED-ISSUE-NO      PIC S9(4) COMP                .
           05  WS-OPEN-COUNT           PIC S9(4) COMP                .

      *-----------------------------------------------------------------
      *PREDICTING ISSUE N - ITS OFFSET FROM THE FIRST ISSUE IN DAYS-----
      *(D, W, F) OR MONTHS (M, B, Q, H, A)------------------------------
       01  WS-PREDICT-VARS.
           05  WS-PREDICT-NO           PIC S9(4) COMP                .
           05  WS-OFFSET-DAYS          PIC S9(9) COMP                .
           05  WS-OFFSET-MONTHS        PIC S9(9) COMP                .
           05  WS-PREDICT-DATE         PIC X(10)                     .

       01  WS-ERRLOG-VARS.
           05  WS-ERRLOG-NEXT-ID       PIC S9(9) COMP                 .
           05  WS-ERRLOG-ABS           PIC S9(15) COMP-3              .
           05  WS-ERRLOG-DATE          PIC X(10)                      .
           05  WS-ERRLOG-TIME          PIC X(08)                      .

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
                INCLUDE DCLERRLG
           END-EXEC.

           EXEC SQL
                INCLUDE DCLSUBSC
           END-EXEC.

           EXEC SQL
                INCLUDE DCLSISSU
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

           COPY PERCHK1.
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
                            MOVE LOW-VALUES      TO PERCHKMO
                            MOVE SPACES          TO MESSAGEO
                            PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
                    END-EVALUATE

               WHEN EIBCALEN > 0
                    MOVE DFHCOMMAREA         TO WS-COMMAREA
                    MOVE LOW-VALUES          TO PERCHKMI
                    MOVE LOW-VALUES          TO PERCHKMO
                    MOVE SPACES              TO MESSAGEO
                    INITIALIZE                  DCLSUBSC
                    INITIALIZE                  DCLSISSU
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
                   MOVE LOW-VALUES             TO PERCHKMO
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
                               INTO(PERCHKMI)
                               RESP(RESPONSE-CODE)
                   END-EXEC

                   MOVE MACTIONI TO PCHK-ACTION
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
           EVALUATE PCHK-ACTION
               WHEN 'I'
               WHEN ' '
               WHEN LOW-VALUE
                    PERFORM A2100-INQUIRE-CARD    THRU A2100-EXIT
               WHEN 'R'
                    PERFORM A2200-RECEIVE-ISSUE   THRU A2200-EXIT
               WHEN OTHER
                    MOVE 'ENTER ACTION I OR R.'   TO MESSAGEO
                    PERFORM Z0000-SEND-MAP        THRU Z0000-EXIT
           END-EVALUATE
           .
       A2000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *READ THE SUBSCRIPTION KEYED ON THE SCREEN------------------------
       A2010-GET-SUBSCR.
           IF MSUBIDI = LOW-VALUE OR SPACES
              MOVE 'SUBSCRIPTION ID IS REQUIRED.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP            THRU Z0000-EXIT
           END-IF

           COMPUTE SUBSC-SUBSCR-ID = FUNCTION NUMVAL(MSUBIDI)

           EXEC SQL
                SELECT TITLE, FREQUENCY, CHAR(FIRST_ISSUE, ISO),
                       STATUS
                INTO  :SUBSC-TITLE, :SUBSC-FREQUENCY,
                      :SUBSC-FIRST-ISSUE, :SUBSC-STATUS
                FROM   IBMUSER.SUBSCRIPTIONS
                WHERE  SUBSCR_ID = :SUBSC-SUBSCR-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE SUBSC-SUBSCR-ID   TO WS-ISSUE-NO-X
                    MOVE WS-ISSUE-NO-X     TO MSUBIDO
                    MOVE SUBSC-TITLE       TO MTITLEO
                    MOVE SUBSC-FREQUENCY   TO MFREQO
               WHEN SQLCODE = 100
                    MOVE 'UNKNOWN SUBSCRIPTION ID - SEE PERMNT01.'
                                                 TO MESSAGEO
                    PERFORM Z0000-SEND-MAP     THRU Z0000-EXIT
               WHEN OTHER
                    MOVE 'A2010-GET-SUBSCR.'     TO ERR-LOC
                    MOVE  SQLCODE                TO ERR-CODE
                    MOVE  'Y'                    TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE SUBSC-SUBSCR-ID TO SISSU-SUBSCR-ID

           EXEC SQL
                SELECT VALUE(MAX(ISSUE_NO), 0)
                INTO  :WS-LAST-ISSUE-NO
                FROM   IBMUSER.SERIAL_ISSUES
                WHERE  SUBSCR_ID = :SISSU-SUBSCR-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2010-GET-SUBSCR.'  TO ERR-LOC
              MOVE     SQLCODE             TO ERR-CODE
              MOVE    'Y'                  TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       A2010-EXIT.
           EXIT
           .
       A2100-INQUIRE-CARD.
           PERFORM A2010-GET-SUBSCR THRU A2010-EXIT
           PERFORM A2300-SHOW-CARD  THRU A2300-EXIT
           PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
           .
       A2100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *RECEIVE AN ISSUE - THE ONE KEYED, ELSE THE OLDEST OUTSTANDING,---
      *ELSE THE NEXT ONE THE PATTERN PREDICTS---------------------------
       A2200-RECEIVE-ISSUE.
           PERFORM A2010-GET-SUBSCR THRU A2010-EXIT

           IF MRCVDTI = LOW-VALUE OR SPACES
              EXEC SQL
                   SET :WS-RECEIVED-DATE = CHAR(CURRENT DATE, ISO)
              END-EXEC
           ELSE
              MOVE MRCVDTI TO WS-RECEIVED-DATE

              EXEC SQL
                   SET :WS-DATE-CHECK =
                       CHAR(DATE(:WS-RECEIVED-DATE), ISO)
              END-EXEC

              EVALUATE TRUE
                 WHEN SQLCODE = 0
                      MOVE WS-DATE-CHECK TO WS-RECEIVED-DATE
                 WHEN SQLCODE = -181 OR SQLCODE = -180
                      MOVE 'NOT A VALID DATE - USE YYYY-MM-DD.'
                                                  TO MESSAGEO
                      PERFORM Z0000-SEND-MAP    THRU Z0000-EXIT
                 WHEN OTHER
                      MOVE    'A2200-RECEIVE-ISSUE.' TO ERR-LOC
                      MOVE     SQLCODE               TO ERR-CODE
                      MOVE    'Y'                    TO ERROR-HANDLING
                      PERFORM  XXXX-ERROR-HANDLING
              END-EVALUATE
           END-IF

           IF MISSNOI = LOW-VALUE OR SPACES
              PERFORM A2210-OLDEST-OPEN THRU A2210-EXIT
           ELSE
              COMPUTE WS-WANTED-ISSUE-NO = FUNCTION NUMVAL(MISSNOI)
              IF WS-WANTED-ISSUE-NO < 1
                 MOVE 'ISSUE NUMBER MUST BE 1 OR MORE.' TO MESSAGEO
                 PERFORM Z0000-SEND-MAP               THRU Z0000-EXIT
              END-IF
           END-IF

      *AN ISSUE PAST THE END OF THE CARD - FOR A CANCELLED TITLE NOTHING
      *MORE IS EXPECTED; OTHERWISE THE ISSUES SKIPPED GO ON AS EXPECTED-
           IF WS-WANTED-ISSUE-NO > WS-LAST-ISSUE-NO
              IF SUBSC-STATUS NOT = 'A'
                 MOVE 'SUBSCRIPTION IS CANCELLED - NO ISSUES EXPECTED.'
                                              TO MESSAGEO
                 PERFORM Z0000-SEND-MAP     THRU Z0000-EXIT
              END-IF

              PERFORM A2250-ADD-EXPECTED THRU A2250-EXIT
                UNTIL WS-LAST-ISSUE-NO NOT < WS-WANTED-ISSUE-NO
           END-IF

           MOVE WS-WANTED-ISSUE-NO TO SISSU-ISSUE-NO

           EXEC SQL
                SELECT STATUS, VALUE(CHAR(RECEIVED_DATE, ISO), ' ')
                INTO  :SISSU-STATUS, :SISSU-RECEIVED-DATE
                FROM   IBMUSER.SERIAL_ISSUES
                WHERE  SUBSCR_ID = :SISSU-SUBSCR-ID
                AND    ISSUE_NO  = :SISSU-ISSUE-NO
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2200-RECEIVE-ISSUE.' TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE WS-WANTED-ISSUE-NO TO WS-ISSUE-NO-X

           IF SISSU-STATUS = 'R'
              PERFORM A2300-SHOW-CARD THRU A2300-EXIT
              MOVE SPACES TO MESSAGEO
              STRING 'ISSUE '                 DELIMITED BY SIZE
                     WS-ISSUE-NO-X            DELIMITED BY SIZE
                     ' ALREADY RECEIVED ON '  DELIMITED BY SIZE
                     SISSU-RECEIVED-DATE      DELIMITED BY SIZE
                     '.'                      DELIMITED BY SIZE
                     INTO MESSAGEO
              END-STRING
              PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           END-IF

           MOVE WS-RECEIVED-DATE TO SISSU-RECEIVED-DATE
           MOVE WS-OPER-ID       TO SISSU-OPER-ID

           EXEC SQL
                UPDATE IBMUSER.SERIAL_ISSUES
                SET    STATUS        = 'R',
                       RECEIVED_DATE = :SISSU-RECEIVED-DATE,
                       OPER_ID       = :SISSU-OPER-ID
                WHERE  SUBSCR_ID     = :SISSU-SUBSCR-ID
                AND    ISSUE_NO      = :SISSU-ISSUE-NO
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2200-RECEIVE-ISSUE.' TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM A2300-SHOW-CARD THRU A2300-EXIT
           MOVE SPACES TO MESSAGEO
           STRING 'ISSUE '                 DELIMITED BY SIZE
                  WS-ISSUE-NO-X            DELIMITED BY SIZE
                  ' RECEIVED.'             DELIMITED BY SIZE
                  INTO MESSAGEO
           END-STRING
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A2200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *NO ISSUE KEYED - TAKE THE OLDEST ONE STILL EXPECTED OR CLAIMED,--
      *OR THE ONE AFTER THE END OF THE CARD WHEN NOTHING IS OUTSTANDING-
       A2210-OLDEST-OPEN.
           EXEC SQL
                SELECT ISSUE_NO
                INTO  :WS-WANTED-ISSUE-NO
                FROM   IBMUSER.SERIAL_ISSUES
                WHERE  SUBSCR_ID = :SISSU-SUBSCR-ID
                AND    STATUS IN ('E', 'C')
                ORDER BY ISSUE_NO
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    COMPUTE WS-WANTED-ISSUE-NO = WS-LAST-ISSUE-NO + 1
               WHEN OTHER
                    MOVE 'A2210-OLDEST-OPEN.'    TO ERR-LOC
                    MOVE  SQLCODE                TO ERR-CODE
                    MOVE  'Y'                    TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2210-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *PUT THE NEXT ISSUE ON THE CARD AS EXPECTED, ON ITS PREDICTED DATE
       A2250-ADD-EXPECTED.
           ADD 1 TO WS-LAST-ISSUE-NO
           MOVE WS-LAST-ISSUE-NO TO WS-PREDICT-NO
           PERFORM A2400-PREDICT-DATE THRU A2400-EXIT

           MOVE WS-LAST-ISSUE-NO TO SISSU-ISSUE-NO
           MOVE WS-PREDICT-DATE  TO SISSU-EXPECTED-DATE
           MOVE WS-OPER-ID       TO SISSU-OPER-ID

           EXEC SQL
                INSERT INTO IBMUSER.SERIAL_ISSUES
                       (SUBSCR_ID, ISSUE_NO, EXPECTED_DATE,
                        RECEIVED_DATE, STATUS, CLAIM_COUNT,
                        LAST_CLAIM_DATE, OPER_ID)
                VALUES (:SISSU-SUBSCR-ID, :SISSU-ISSUE-NO,
                        :SISSU-EXPECTED-DATE, NULL, 'E', 0,
                        NULL, :SISSU-OPER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2250-ADD-EXPECTED.' TO ERR-LOC
              MOVE     SQLCODE              TO ERR-CODE
              MOVE    'Y'                   TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       A2250-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *FILL THE CARD LINES - NEXT ISSUE DUE, LAST RECEIVED, OPEN COUNT--
       A2300-SHOW-CARD.
           EXEC SQL
                SELECT ISSUE_NO, CHAR(EXPECTED_DATE, ISO)
                INTO  :SISSU-ISSUE-NO, :SISSU-EXPECTED-DATE
                FROM   IBMUSER.SERIAL_ISSUES
                WHERE  SUBSCR_ID = :SISSU-SUBSCR-ID
                AND    STATUS IN ('E', 'C')
                ORDER BY ISSUE_NO
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE SISSU-ISSUE-NO      TO WS-ISSUE-NO-X
                    MOVE WS-ISSUE-NO-X       TO MNEXTNOO
                    MOVE SISSU-EXPECTED-DATE TO MNEXTDTO
               WHEN SQLCODE = 100
                    IF SUBSC-STATUS = 'A'
                       COMPUTE WS-PREDICT-NO = WS-LAST-ISSUE-NO + 1
                       PERFORM A2400-PREDICT-DATE THRU A2400-EXIT
                       MOVE WS-PREDICT-NO    TO WS-ISSUE-NO-X
                       MOVE WS-ISSUE-NO-X    TO MNEXTNOO
                       MOVE WS-PREDICT-DATE  TO MNEXTDTO
                    END-IF
               WHEN OTHER
                    MOVE 'A2300-SHOW-CARD.'      TO ERR-LOC
                    MOVE  SQLCODE                TO ERR-CODE
                    MOVE  'Y'                    TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           EXEC SQL
                SELECT ISSUE_NO, CHAR(RECEIVED_DATE, ISO)
                INTO  :SISSU-ISSUE-NO, :SISSU-RECEIVED-DATE
                FROM   IBMUSER.SERIAL_ISSUES
                WHERE  SUBSCR_ID = :SISSU-SUBSCR-ID
                AND    STATUS    = 'R'
                ORDER BY RECEIVED_DATE DESC, ISSUE_NO DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE SISSU-ISSUE-NO      TO WS-ISSUE-NO-X
                    MOVE WS-ISSUE-NO-X       TO MLASTNOO
                    MOVE SISSU-RECEIVED-DATE TO MLASTDTO
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    MOVE 'A2300-SHOW-CARD.'      TO ERR-LOC
                    MOVE  SQLCODE                TO ERR-CODE
                    MOVE  'Y'                    TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-OPEN-COUNT
                FROM   IBMUSER.SERIAL_ISSUES
                WHERE  SUBSCR_ID = :SISSU-SUBSCR-ID
                AND    STATUS IN ('E', 'C')
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2300-SHOW-CARD.'   TO ERR-LOC
              MOVE     SQLCODE             TO ERR-CODE
              MOVE    'Y'                  TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE WS-OPEN-COUNT TO WS-ISSUE-NO-X
           MOVE WS-ISSUE-NO-X TO MOPENO
           .
       A2300-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *EXPECTED DATE OF ISSUE WS-PREDICT-NO - THE FIRST ISSUE DATE------
      *PLUS N-1 INTERVALS OF THE FREQUENCY (SAME RULE AS PERCLAIM)------
       A2400-PREDICT-DATE.
           MOVE 0 TO WS-OFFSET-DAYS
           MOVE 0 TO WS-OFFSET-MONTHS

           EVALUATE SUBSC-FREQUENCY
               WHEN 'D'
                    COMPUTE WS-OFFSET-DAYS   = WS-PREDICT-NO - 1
               WHEN 'W'
                    COMPUTE WS-OFFSET-DAYS   = (WS-PREDICT-NO - 1) * 7
               WHEN 'F'
                    COMPUTE WS-OFFSET-DAYS   = (WS-PREDICT-NO - 1) * 14
               WHEN 'M'
                    COMPUTE WS-OFFSET-MONTHS = WS-PREDICT-NO - 1
               WHEN 'B'
                    COMPUTE WS-OFFSET-MONTHS = (WS-PREDICT-NO - 1) * 2
               WHEN 'Q'
                    COMPUTE WS-OFFSET-MONTHS = (WS-PREDICT-NO - 1) * 3
               WHEN 'H'
                    COMPUTE WS-OFFSET-MONTHS = (WS-PREDICT-NO - 1) * 6
               WHEN OTHER
                    COMPUTE WS-OFFSET-MONTHS = (WS-PREDICT-NO - 1) * 12
           END-EVALUATE

           EXEC SQL
                SET :WS-PREDICT-DATE =
                    CHAR(DATE(:SUBSC-FIRST-ISSUE)
                         + :WS-OFFSET-DAYS DAYS
                         + :WS-OFFSET-MONTHS MONTHS, ISO)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2400-PREDICT-DATE.' TO ERR-LOC
              MOVE     SQLCODE              TO ERR-CODE
              MOVE    'Y'                   TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       A2400-EXIT.
           EXIT
           .
      *SEND MAP PARAGRAPH-----------------------------------------------
       Z0000-SEND-MAP.
           MOVE ATTR-UNPROT-MDT     TO MACTIONA
           MOVE ATTR-UNPROT-NUM-MDT TO MSUBIDA
           MOVE ATTR-UNPROT-NUM-MDT TO MISSNOA
           MOVE ATTR-UNPROT-MDT     TO MRCVDTA
           MOVE ATTR-PROT           TO MTITLEA
           MOVE ATTR-PROT           TO MFREQA
           MOVE ATTR-PROT           TO MNEXTNOA
           MOVE ATTR-PROT           TO MNEXTDTA
           MOVE ATTR-PROT           TO MLASTNOA
           MOVE ATTR-PROT           TO MLASTDTA
           MOVE ATTR-PROT           TO MOPENA

           EXEC CICS
                SEND MAP(WS-MAP)
                     MAPSET(WS-MAPSET)
                     FROM(PERCHKMO)
           END-EXEC

           EXEC CICS
               RETURN TRANSID(WS-TRANSID)
                      COMMAREA(WS-COMMAREA)
           END-EXEC
           .
       Z0000-EXIT.
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
           MOVE 'PERCHK01'   TO ERRLG-PROGRAM
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
      *FUNCTION-LEVEL AUTHORIZATION OVER IBMUSER.FUNC_AUTH (SEE---------
      *FUNCMNT1) - THE OPERATOR IS ALLOWED IN WHEN A GRANT EXISTS FOR---
      *THEIR ID OR FOR THEIR ROLE ('*' + ROLE LETTER). A FUNCTION-------
      *NOBODY HAS SET GRANTS UP FOR YET FALLS BACK TO THE OLD----------
      *HARD-WIRED ROLE TEST SO NOTHING LOCKS UP THE DAY THE TABLE------
      *GOES IN---------------------------------------------------------
       Z8500-CHECK-FUNCTION.
           MOVE 'N'    TO WS-FUNC-AUTH-SW
           MOVE SPACES TO WS-ROLE-GRANTEE
           MOVE '*'    TO WS-ROLE-GRANTEE(1:1)
           MOVE WS-OPER-ROLE TO WS-ROLE-GRANTEE(2:1)

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-FUNC-COUNT
                FROM   IBMUSER.FUNC_AUTH
                WHERE  FUNC_NAME = 'PERCHK01'
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
                WHERE  FUNC_NAME = 'PERCHK01'
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
