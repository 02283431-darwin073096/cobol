      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    WAIVAPR1.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.14.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- SUPERVISOR APPROVAL OF LARGE FINE WAIVERS. FINE01 QUEUES  *
      * A WAIVER ON IBMUSER.FINE_WAIVERS ('P') INSTEAD OF TAKING IT   *
      * WHEN THE BALANCE IS OVER 'WAIVEMAX' OR THE FINE IS A TYPE 'L' *
      * REPLACEMENT CHARGE; THIS SCREEN LISTS THE QUEUE AND DECIDES   *
      * EACH ONE. THE DECISION IS RECORDED WITH THE SUPERVISOR'S ID   *
      * BESIDE THE CLERK'S, AND NOBODY MAY DECIDE THEIR OWN REQUEST.  *
      * GATED ON FUNC_AUTH 'WAIVAPR1' (ADMIN ROLE WHEN NO GRANTS).    *
      * STARTED DIRECTLY BY ITS OWN TRANSID.                          *
      * FUNTIONS AVAILABLE:                                           *
      *    -- ENTER > PROCESS THE KEYED ACTION                        *
      *    -- F3    > CLEAR THE SCREEN                                *
      *    -- F12   > EXIT                                            *
      *                                                               *
      * ACTIONS (MACTION FIELD):                                      *
      *    -- L > LIST THE WAIVERS AWAITING APPROVAL, OLDEST FIRST    *
      *    -- A > APPROVE THE KEYED WAIVER ID - THE FINE'S BALANCE    *
      *           AS IT STANDS NOW IS WAIVED (FINE STATUS 'W')        *
      *    -- R > REJECT THE KEYED WAIVER ID WITH A NOTE - THE FINE   *
      *           STAYS OUTSTANDING                                   *
      *                                                               *
      * RELATED PROGRAMS: FINE01, WAIVRPT                             *
      *    -- FINE01  > QUEUES THE WAIVERS DECIDED HERE               *
      *    -- WAIVRPT > MONTHLY WAIVER REGISTER BY OPERATOR           *
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
           05  WS-TRANSID              PIC X(04) VALUE 'WAP1'         .
           05  WS-MAP                  PIC X(07) VALUE 'WAIVAPM'      .
           05  WS-MAPSET               PIC X(07) VALUE 'WAIVAP'       .
           05  RESPONSE-CODE           PIC S9(4) COMP                .
           05  END-OF-SESSION          PIC X(13) VALUE 'SESSION ENDED'.
           05  WS-OPER-REJ-MSG         PIC X(050) VALUE
                   'SIGNED-ON USERID NOT SET UP IN OPERATORS TABLE.'   .
           05  WS-LOCKED-MSG           PIC X(060) VALUE
                   'OPERATOR IS LOCKED OUT - AN ADMIN MUST CLEAR IT.'  .
           05  WS-SEC-EVENT            PIC X(1)                       .
           05  WS-NEXT-SEC-ID          PIC S9(9) COMP                 .
           05  WS-NOTAUTH-MSG          PIC X(055) VALUE
               'NOT AUTHORIZED TO APPROVE WAIVERS - SUPERVISORS ONLY.' .
           05  WS-FUNC-AUTH-SW         PIC X(1)  VALUE 'N'           .
               88  FUNCTION-ALLOWED               VALUE 'Y'          .
           05  WS-ROLE-GRANTEE         PIC X(8)                      .
           05  WS-FUNC-COUNT           PIC S9(9) COMP                .
           05  WS-MESSAGE.
               10  FILLER              PIC X(10) VALUE 'ERROR IN: '  .
               10  ERR-LOC             PIC X(30)                     .
               10  FILLER              PIC X(06) VALUE 'CODE: '      .
               10  ERR-CODE            PIC S9(4) COMP                .
           05  WAIV-ACTION             PIC X(1)                      .
           05  WAIV-SUB                PIC S9(4) COMP                .
           05  WS-BALANCE              PIC S9(5)V9(2) USAGE COMP-3   .
           05  WS-ABS-TIME             PIC S9(15) COMP-3             .
           05  WS-DECIDE-DATE          PIC X(10)                     .
           05  WS-DECIDE-TIME          PIC X(08)                     .

       01  WS-WAIV-LINE.
           05  WW-WAIVER-ID            PIC Z(008)9                    .
           05  FILLER                  PIC X(001) VALUE SPACES        .
           05  WW-FINE-ID              PIC Z(008)9                    .
           05  FILLER                  PIC X(001) VALUE SPACES        .
           05  WW-FINE-TYPE            PIC X(001)                     .
           05  FILLER                  PIC X(001) VALUE SPACES        .
           05  WW-AMOUNT               PIC ZZ,ZZ9.99                  .
           05  FILLER                  PIC X(001) VALUE SPACES        .
           05  WW-REQ-OPER-ID          PIC X(008)                     .
           05  FILLER                  PIC X(001) VALUE SPACES        .
           05  WW-REQ-DATE             PIC X(010)                     .
           05  FILLER                  PIC X(001) VALUE SPACES        .
           05  WW-REASON               PIC X(018)                     .

       01  BROWSE-SWITCH.
           05  END-OF-FILE             PIC X    VALUE 'N'             .
               88  NO-MORE-RECORDS              VALUE 'Y'             .


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
                INCLUDE DCLWAIVR
           END-EXEC.

           EXEC SQL
                INCLUDE DCLFINES
           END-EXEC.

      *-----------------------------------------------------------------
      *THE WAIVERS AWAITING A DECISION, OLDEST FIRST - TWELVE LINES IS--
      *PLENTY FOR ONE SITTING; MORE GETS A MESSAGE----------------------
           EXEC SQL DECLARE WV_CURSOR CURSOR FOR
                SELECT WAIVER_ID, FINE_ID, FINE_TYPE, AMOUNT,
                       REQ_OPER_ID, REQ_DATE, REASON
                FROM   IBMUSER.FINE_WAIVERS
                WHERE  STATUS = 'P'
                ORDER BY WAIVER_ID
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

           COPY WAIVAP.
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
                            MOVE LOW-VALUES      TO WAIVAPMO
                            MOVE SPACES          TO MESSAGEO
                            PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
                    END-EVALUATE

               WHEN EIBCALEN > 0
                    MOVE DFHCOMMAREA         TO WS-COMMAREA
                    MOVE LOW-VALUES          TO WAIVAPMI
                    MOVE LOW-VALUES          TO WAIVAPMO
                    MOVE SPACES              TO MESSAGEO
                    INITIALIZE                  DCLWAIVR
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
                   MOVE LOW-VALUES             TO WAIVAPMO
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
                               INTO(WAIVAPMI)
                               RESP(RESPONSE-CODE)
                   END-EXEC

                   MOVE MACTIONI TO WAIV-ACTION
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
           EVALUATE WAIV-ACTION
               WHEN 'L'
                    PERFORM A2100-LIST-PENDING THRU A2100-EXIT
               WHEN 'A'
                    PERFORM A2200-APPROVE      THRU A2200-EXIT
               WHEN 'R'
                    PERFORM A2400-REJECT       THRU A2400-EXIT
               WHEN OTHER
                    MOVE 'ENTER ACTION L, A, OR R.' TO MESSAGEO
                    PERFORM Z0000-SEND-MAP        THRU Z0000-EXIT
           END-EVALUATE
           .
       A2000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE KEYED WAIVER MUST BE PENDING, AND THE SUPERVISOR MAY NOT-----
      *DECIDE A WAIVER THEY ASKED FOR THEMSELVES------------------------
       A2010-CHECK-ID.
           IF MWAIVIDI = LOW-VALUE OR SPACES
              MOVE 'WAIVER ID IS REQUIRED.'      TO MESSAGEO
              PERFORM Z0000-SEND-MAP           THRU Z0000-EXIT
           END-IF

           COMPUTE WAIVR-WAIVER-ID = FUNCTION NUMVAL(MWAIVIDI)

           EXEC SQL
                SELECT FINE_ID, AMOUNT, REQ_OPER_ID
                INTO  :WAIVR-FINE-ID, :WAIVR-AMOUNT,
                      :WAIVR-REQ-OPER-ID
                FROM   IBMUSER.FINE_WAIVERS
                WHERE  WAIVER_ID = :WAIVR-WAIVER-ID
                AND    STATUS    = 'P'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE 'NO PENDING WAIVER WITH THAT ID.' TO MESSAGEO
                   PERFORM Z0000-SEND-MAP            THRU Z0000-EXIT
              WHEN OTHER
                   MOVE 'A2010-CHECK-ID.'    TO ERR-LOC
                   MOVE  SQLCODE             TO ERR-CODE
                   MOVE  'Y'                 TO ERROR-HANDLING
                   PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           IF WAIVR-REQ-OPER-ID = WS-OPER-ID
              MOVE 'YOU CANNOT DECIDE A WAIVER YOU REQUESTED.'
                                             TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF
           .
       A2010-EXIT.
           EXIT
           .
       A2100-LIST-PENDING.
           MOVE 'N' TO END-OF-FILE
           MOVE 0   TO WAIV-SUB

           EXEC SQL
                OPEN WV_CURSOR
           END-EXEC

           PERFORM A2110-FETCH-ONE THRU A2110-EXIT
                   UNTIL NO-MORE-RECORDS

           EXEC SQL
                CLOSE WV_CURSOR
           END-EXEC

           IF WAIV-SUB = 0
              MOVE 'NO WAIVERS AWAITING APPROVAL.' TO MESSAGEO
           END-IF

           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A2100-EXIT.
           EXIT
           .
       A2110-FETCH-ONE.
           EXEC SQL
                FETCH WV_CURSOR INTO :WAIVR-WAIVER-ID
                                    ,:WAIVR-FINE-ID
                                    ,:WAIVR-FINE-TYPE
                                    ,:WAIVR-AMOUNT
                                    ,:WAIVR-REQ-OPER-ID
                                    ,:WAIVR-REQ-DATE
                                    ,:WAIVR-REASON
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   IF WAIV-SUB < 12
                      ADD  1                 TO WAIV-SUB
                      MOVE WAIVR-WAIVER-ID   TO WW-WAIVER-ID
                      MOVE WAIVR-FINE-ID     TO WW-FINE-ID
                      MOVE WAIVR-FINE-TYPE   TO WW-FINE-TYPE
                      MOVE WAIVR-AMOUNT      TO WW-AMOUNT
                      MOVE WAIVR-REQ-OPER-ID TO WW-REQ-OPER-ID
                      MOVE WAIVR-REQ-DATE    TO WW-REQ-DATE
                      MOVE WAIVR-REASON      TO WW-REASON
                      MOVE WS-WAIV-LINE      TO WAIVO(WAIV-SUB)
                   ELSE
                      MOVE 'MORE WAIVERS THAN FIT ON ONE SCREEN.'
                                             TO MESSAGEO
                   END-IF
              WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-FILE
              WHEN OTHER
                   MOVE 'A2110-FETCH-ONE.'   TO ERR-LOC
                   MOVE  SQLCODE             TO ERR-CODE
                   MOVE  'Y'                 TO ERROR-HANDLING
                   PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2110-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *APPROVE - THE FINE'S BALANCE AS IT STANDS NOW IS WAIVED (A PART--
      *PAYMENT MAY HAVE COME IN SINCE THE CLERK ASKED). A FINE SETTLED--
      *SOME OTHER WAY MEANWHILE VOIDS THE REQUEST ('X') INSTEAD---------
       A2200-APPROVE.
           PERFORM A2010-CHECK-ID THRU A2010-EXIT

           MOVE WAIVR-FINE-ID TO FINES-FINE-ID

           EXEC SQL
                SELECT AMOUNT - VALUE(PAID_AMOUNT, 0)
                INTO  :WS-BALANCE
                FROM   IBMUSER.FINES
                WHERE  FINE_ID = :FINES-FINE-ID
                AND    STATUS  = 'O'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE 'X' TO WAIVR-STATUS
                   PERFORM A2300-RECORD-DECISION THRU A2300-EXIT
                   MOVE 'FINE NO LONGER OUTSTANDING - WAIVER VOIDED.'
                                             TO MESSAGEO
                   PERFORM Z0000-SEND-MAP  THRU Z0000-EXIT
              WHEN OTHER
                   MOVE 'A2200-APPROVE.'     TO ERR-LOC
                   MOVE  SQLCODE             TO ERR-CODE
                   MOVE  'Y'                 TO ERROR-HANDLING
                   PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           EXEC SQL
                UPDATE IBMUSER.FINES
                SET    STATUS    = 'W',
                       PAID_DATE = CURRENT DATE
                WHERE  FINE_ID   = :FINES-FINE-ID
                AND    STATUS    = 'O'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'A2200-APPROVE.'     TO ERR-LOC
              MOVE  SQLCODE             TO ERR-CODE
              MOVE  'Y'                 TO ERROR-HANDLING
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE WS-BALANCE TO WAIVR-AMOUNT
           MOVE 'A'        TO WAIVR-STATUS
           PERFORM A2300-RECORD-DECISION THRU A2300-EXIT

           MOVE 'WAIVER APPROVED - FINE WAIVED.' TO MESSAGEO
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A2200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *CLOSE THE REQUEST WITH THE SUPERVISOR'S ID, WHEN AND WHY - THE---
      *CALLER SETS WAIVR-STATUS ('A', 'R' OR 'X')-----------------------
       A2300-RECORD-DECISION.
           PERFORM Z6000-ASKTIME THRU Z6000-EXIT

           MOVE WS-OPER-ID     TO WAIVR-APPR-OPER-ID
           MOVE WS-DECIDE-DATE TO WAIVR-DECIDE-DATE
           MOVE WS-DECIDE-TIME TO WAIVR-DECIDE-TIME

           IF MNOTEI = LOW-VALUE
              MOVE SPACES  TO WAIVR-DECIDE-NOTE
           ELSE
              MOVE MNOTEI  TO WAIVR-DECIDE-NOTE
           END-IF

           EXEC SQL
                UPDATE IBMUSER.FINE_WAIVERS
                SET    STATUS       = :WAIVR-STATUS,
                       AMOUNT       = :WAIVR-AMOUNT,
                       APPR_OPER_ID = :WAIVR-APPR-OPER-ID,
                       DECIDE_DATE  = :WAIVR-DECIDE-DATE,
                       DECIDE_TIME  = :WAIVR-DECIDE-TIME,
                       DECIDE_NOTE  = :WAIVR-DECIDE-NOTE
                WHERE  WAIVER_ID    = :WAIVR-WAIVER-ID
                AND    STATUS       = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'A2300-RECORD-DECISION.' TO ERR-LOC
              MOVE  SQLCODE                 TO ERR-CODE
              MOVE  'Y'                     TO ERROR-HANDLING
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       A2300-EXIT.
           EXIT
           .
       A2400-REJECT.
           PERFORM A2010-CHECK-ID THRU A2010-EXIT

           IF MNOTEI = LOW-VALUE OR SPACES
              MOVE 'A REJECTION NEEDS A NOTE FOR THE CLERK.'
                                            TO MESSAGEO
              PERFORM Z0000-SEND-MAP      THRU Z0000-EXIT
           END-IF

           MOVE 'R' TO WAIVR-STATUS
           PERFORM A2300-RECORD-DECISION THRU A2300-EXIT

           MOVE 'WAIVER REJECTED - FINE STAYS OUTSTANDING.' TO MESSAGEO
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A2400-EXIT.
           EXIT
           .
       Z6000-ASKTIME.
           EXEC CICS ASKTIME
                ABSTIME(WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABS-TIME)
                YYYYMMDD(WS-DECIDE-DATE)
                DATESEP('-')
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABS-TIME)
                TIME(WS-DECIDE-TIME)
                TIMESEP(':')
           END-EXEC
           .
       Z6000-EXIT.
           EXIT
           .
      *SEND MAP PARAGRAPH-----------------------------------------------
       Z0000-SEND-MAP.
           MOVE ATTR-UNPROT-MDT     TO MACTIONA
           MOVE ATTR-UNPROT-NUM-MDT TO MWAIVIDA
           MOVE ATTR-UNPROT-MDT     TO MNOTEA

           EXEC CICS
                SEND MAP(WS-MAP)
                     MAPSET(WS-MAPSET)
                     FROM(WAIVAPMO)
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
           MOVE 'WAIVAPR1'   TO ERRLG-PROGRAM
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
      *GOES IN----------------------------------------------------------
       Z8500-CHECK-FUNCTION.
           MOVE 'N'    TO WS-FUNC-AUTH-SW
           MOVE SPACES TO WS-ROLE-GRANTEE
           MOVE '*'    TO WS-ROLE-GRANTEE(1:1)
           MOVE WS-OPER-ROLE TO WS-ROLE-GRANTEE(2:1)

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-FUNC-COUNT
                FROM   IBMUSER.FUNC_AUTH
                WHERE  FUNC_NAME = 'WAIVAPR1'
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
                WHERE  FUNC_NAME = 'WAIVAPR1'
           END-EXEC

           IF SQLCODE = 0 AND WS-FUNC-COUNT = 0
              IF OPER-IS-ADMIN
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
