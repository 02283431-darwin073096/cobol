      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DPRMNT01.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- MAINTENANCE TRANSACTION FOR IBMUSER.DESK_PRINTERS - WHICH *
      * CICS PRINTER EACH CIRCULATION-DESK TERMINAL'S DUE-DATE SLIPS  *
      * AND RETURN RECEIPTS GO TO. A DESK IS MOVED TO ANOTHER PRINTER *
      * HERE RATHER THAN BY A CICS RESOURCE CHANGE. STARTED DIRECTLY  *
      * BY ITS OWN TRANSID, LIKE CLSDY01.                             *
      * FUNTIONS AVAILABLE:                                           *
      *    -- ENTER > PROCESS THE KEYED ACTION                        *
      *    -- F3    > CLEAR THE SCREEN                                *
      *    -- F12   > EXIT                                            *
      *                                                               *
      * ACTIONS (MACTION FIELD):                                      *
      *    -- A > ASSIGN A PRINTER TO A TERMINAL NOT YET ON FILE      *
      *    -- C > CHANGE THE PRINTER (AND DESCRIPTION) FOR A TERMINAL *
      *    -- X > REMOVE A TERMINAL - IT STOPS PRINTING SLIPS         *
      *    -- I > INQUIRE - SHOW THE PRINTER FOR A TERMINAL           *
      * EACH ADD OR CHANGE STAMPS THE OPERATOR AND DATE ON THE ROW.   *
      *                                                               *
      * RELATED PROGRAMS: LOAN01, EXPCK01, SLIPPRT                    *
      *    -- LOAN01   > PRINTS A SLIP PER CONFIRMED CHECK-OUT/RETURN *
      *    -- EXPCK01  > PRINTS ONE SLIP PER EXPRESS SESSION          *
      *    -- SLIPPRT  > THE PRINT TRANSACTION STARTED ON THE PRINTER *
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
           05  WS-TRANSID              PIC X(04) VALUE 'DPR1'         .
           05  WS-MAP                  PIC X(07) VALUE 'DPRMNTM'      .
           05  WS-MAPSET               PIC X(07) VALUE 'DPRMNT1'      .
           05  RESPONSE-CODE           PIC S9(4) COMP                .
           05  END-OF-SESSION          PIC X(13) VALUE 'SESSION ENDED'.
           05  WS-OPER-REJ-MSG         PIC X(050) VALUE
                   'SIGNED-ON USERID NOT SET UP IN OPERATORS TABLE.'   .
           05  WS-LOCKED-MSG           PIC X(060) VALUE
                   'OPERATOR IS LOCKED OUT - AN ADMIN MUST CLEAR IT.'  .
           05  WS-SEC-EVENT            PIC X(1)                       .
           05  WS-NEXT-SEC-ID          PIC S9(9) COMP                 .
           05  WS-NOTAUTH-MSG          PIC X(055) VALUE
               'NOT AUTHORIZED TO MAINTAIN DESK PRINTERS.'             .
           05  WS-FUNC-AUTH-SW         PIC X(1)  VALUE 'N'           .
               88  FUNCTION-ALLOWED               VALUE 'Y'          .
           05  WS-ROLE-GRANTEE         PIC X(8)                      .
           05  WS-FUNC-COUNT           PIC S9(9) COMP                .
           05  WS-MESSAGE.
               10  FILLER              PIC X(10) VALUE 'ERROR IN: '  .
               10  ERR-LOC             PIC X(30)                     .
               10  FILLER              PIC X(06) VALUE 'CODE: '      .
               10  ERR-CODE            PIC S9(4) COMP                .
           05  DPRT-ACTION             PIC X(1)                      .


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
                INCLUDE DCLDPRT
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

           COPY DPRMNT1.
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
                            MOVE LOW-VALUES      TO DPRMNTMO
                            MOVE SPACES          TO MESSAGEO
                            PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
                    END-EVALUATE

               WHEN EIBCALEN > 0
                    MOVE DFHCOMMAREA         TO WS-COMMAREA
                    MOVE LOW-VALUES          TO DPRMNTMI
                    MOVE LOW-VALUES          TO DPRMNTMO
                    MOVE SPACES              TO MESSAGEO
                    INITIALIZE                  DCLDPRT
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
                   MOVE LOW-VALUES             TO DPRMNTMO
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
                               INTO(DPRMNTMI)
                               RESP(RESPONSE-CODE)
                   END-EXEC

                   MOVE MACTIONI TO DPRT-ACTION
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
           EVALUATE DPRT-ACTION
               WHEN 'A'
                    PERFORM A2100-ADD-PRINTER     THRU A2100-EXIT
               WHEN 'C'
                    PERFORM A2200-CHANGE-PRINTER  THRU A2200-EXIT
               WHEN 'X'
                    PERFORM A2300-REMOVE-PRINTER  THRU A2300-EXIT
               WHEN 'I'
                    PERFORM A2400-INQUIRE-PRINTER THRU A2400-EXIT
               WHEN OTHER
                    MOVE 'ENTER ACTION A, C, X, OR I.' TO MESSAGEO
                    PERFORM Z0000-SEND-MAP           THRU Z0000-EXIT
           END-EVALUATE
           .
       A2000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *EVERY ACTION IS KEYED ON THE DESK TERMINAL ID (EIBTRMID AT THE---
      *DESK); ADD AND CHANGE ALSO NEED THE PRINTER TERMINAL ID----------
       A2010-CHECK-TERMINAL.
           IF MTERMI = LOW-VALUE OR SPACES
              MOVE 'DESK TERMINAL ID IS REQUIRED.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP              THRU Z0000-EXIT
           END-IF

           MOVE MTERMI TO DPRT-TERMINAL-ID
           .
       A2010-EXIT.
           EXIT
           .
       A2020-CHECK-PRINTER.
           IF MPRNTI = LOW-VALUE OR SPACES
              MOVE 'PRINTER TERMINAL ID IS REQUIRED.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP                 THRU Z0000-EXIT
           END-IF

           IF MPRNTI = MTERMI
              MOVE 'THE PRINTER CANNOT BE THE DESK TERMINAL ITSELF.'
                                                     TO MESSAGEO
              PERFORM Z0000-SEND-MAP                 THRU Z0000-EXIT
           END-IF

           MOVE MPRNTI TO DPRT-PRINTER-ID

           IF MDESCI = LOW-VALUE OR SPACES
              MOVE SPACES TO DPRT-DESCRIPTION
           ELSE
              MOVE MDESCI TO DPRT-DESCRIPTION
           END-IF

           MOVE WS-OPER-ID TO DPRT-CHANGED-BY
           .
       A2020-EXIT.
           EXIT
           .
       A2100-ADD-PRINTER.
           PERFORM A2010-CHECK-TERMINAL THRU A2010-EXIT
           PERFORM A2020-CHECK-PRINTER  THRU A2020-EXIT

           EXEC SQL
                INSERT INTO IBMUSER.DESK_PRINTERS
                       (TERMINAL_ID, PRINTER_ID, DESCRIPTION,
                        CHANGED_BY, CHANGED_DATE)
                VALUES (:DPRT-TERMINAL-ID, :DPRT-PRINTER-ID,
                        :DPRT-DESCRIPTION, :DPRT-CHANGED-BY,
                        CURRENT DATE)
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE 'PRINTER ASSIGNED TO THE TERMINAL.' TO MESSAGEO
                    PERFORM Z0000-SEND-MAP  THRU Z0000-EXIT
               WHEN SQLCODE = -803
                    MOVE 'TERMINAL ALREADY HAS A PRINTER - USE C.'
                                              TO MESSAGEO
                    PERFORM Z0000-SEND-MAP  THRU Z0000-EXIT
               WHEN OTHER
                    MOVE 'A2100-ADD-PRINTER.' TO ERR-LOC
                    MOVE  SQLCODE             TO ERR-CODE
                    MOVE  'Y'                 TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2100-EXIT.
           EXIT
           .
       A2200-CHANGE-PRINTER.
           PERFORM A2010-CHECK-TERMINAL THRU A2010-EXIT
           PERFORM A2020-CHECK-PRINTER  THRU A2020-EXIT

           EXEC SQL
                UPDATE IBMUSER.DESK_PRINTERS
                SET    PRINTER_ID   = :DPRT-PRINTER-ID,
                       DESCRIPTION  = :DPRT-DESCRIPTION,
                       CHANGED_BY   = :DPRT-CHANGED-BY,
                       CHANGED_DATE = CURRENT DATE
                WHERE  TERMINAL_ID  = :DPRT-TERMINAL-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE 'PRINTER ASSIGNMENT CHANGED.' TO MESSAGEO
                    PERFORM Z0000-SEND-MAP    THRU Z0000-EXIT
               WHEN SQLCODE = 100
                    MOVE 'TERMINAL HAS NO PRINTER YET - USE A.'
                                                TO MESSAGEO
                    PERFORM Z0000-SEND-MAP    THRU Z0000-EXIT
               WHEN OTHER
                    MOVE 'A2200-CHANGE-PRINTER.' TO ERR-LOC
                    MOVE  SQLCODE               TO ERR-CODE
                    MOVE  'Y'                   TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2200-EXIT.
           EXIT
           .
       A2300-REMOVE-PRINTER.
           PERFORM A2010-CHECK-TERMINAL THRU A2010-EXIT

           EXEC SQL
                DELETE FROM IBMUSER.DESK_PRINTERS
                WHERE  TERMINAL_ID = :DPRT-TERMINAL-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE 'PRINTER REMOVED - TERMINAL PRINTS NO SLIPS.'
                                                TO MESSAGEO
                    PERFORM Z0000-SEND-MAP    THRU Z0000-EXIT
               WHEN SQLCODE = 100
                    MOVE 'TERMINAL HAS NO PRINTER ASSIGNED.'
                                                TO MESSAGEO
                    PERFORM Z0000-SEND-MAP    THRU Z0000-EXIT
               WHEN OTHER
                    MOVE 'A2300-REMOVE-PRINTER.' TO ERR-LOC
                    MOVE  SQLCODE               TO ERR-CODE
                    MOVE  'Y'                   TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2300-EXIT.
           EXIT
           .
       A2400-INQUIRE-PRINTER.
           PERFORM A2010-CHECK-TERMINAL THRU A2010-EXIT

           EXEC SQL
                SELECT PRINTER_ID, DESCRIPTION,
                       VALUE(CHANGED_BY, ' '),
                       VALUE(CHAR(CHANGED_DATE, ISO), ' ')
                INTO  :DPRT-PRINTER-ID, :DPRT-DESCRIPTION,
                      :DPRT-CHANGED-BY, :DPRT-CHANGED-DATE
                FROM   IBMUSER.DESK_PRINTERS
                WHERE  TERMINAL_ID = :DPRT-TERMINAL-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE DPRT-TERMINAL-ID   TO MTERMO
                    MOVE DPRT-PRINTER-ID    TO MPRNTO
                    MOVE DPRT-DESCRIPTION   TO MDESCO
                    MOVE DPRT-CHANGED-BY    TO MCHGBYO
                    MOVE DPRT-CHANGED-DATE  TO MCHGDTO
                    MOVE 'SLIPS FOR THIS TERMINAL PRINT AS SHOWN.'
                                            TO MESSAGEO
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN SQLCODE = 100
                    MOVE DPRT-TERMINAL-ID   TO MTERMO
                    MOVE 'TERMINAL HAS NO PRINTER - NO SLIPS PRINT.'
                                            TO MESSAGEO
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN OTHER
                    MOVE 'A2400-INQUIRE-PRINTER.' TO ERR-LOC
                    MOVE  SQLCODE                TO ERR-CODE
                    MOVE  'Y'                    TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2400-EXIT.
           EXIT
           .
      *SEND MAP PARAGRAPH-----------------------------------------------
       Z0000-SEND-MAP.
           MOVE ATTR-UNPROT-MDT     TO MACTIONA
           MOVE ATTR-UNPROT-MDT     TO MTERMA
           MOVE ATTR-UNPROT-MDT     TO MPRNTA
           MOVE ATTR-UNPROT-MDT     TO MDESCA

           EXEC CICS
                SEND MAP(WS-MAP)
                     MAPSET(WS-MAPSET)
                     FROM(DPRMNTMO)
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
           MOVE 'DPRMNT01'   TO ERRLG-PROGRAM
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
                WHERE  FUNC_NAME = 'DPRMNT01'
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
                WHERE  FUNC_NAME = 'DPRMNT01'
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
