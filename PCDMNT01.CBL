      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PCDMNT01.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- MAINTENANCE TRANSACTION FOR IBMUSER.POSTCODE_DISTRICTS -  *
      * THE POSTCODE-TO-DISTRICT TABLE BORRW01 DERIVES A BORROWER'S   *
      * RESIDENCY DISTRICT FROM. A DISTRICT FLAGGED IN SERVICE AREA   *
      * (Y) JOINS FREE; ANY OTHER DISTRICT, OR A POSTCODE NOT ON THE  *
      * TABLE, PAYS THE ANNUAL NON-RESIDENT FEE. STARTED DIRECTLY BY  *
      * ITS OWN TRANSID, LIKE DPRMNT01.                               *
      * FUNTIONS AVAILABLE:                                           *
      *    -- ENTER > PROCESS THE KEYED ACTION                        *
      *    -- F3    > CLEAR THE SCREEN                                *
      *    -- F12   > EXIT                                            *
      *                                                               *
      * ACTIONS (MACTION FIELD):                                      *
      *    -- A > ADD A POSTCODE NOT YET ON FILE                      *
      *    -- C > CHANGE THE DISTRICT / SERVICE-AREA FLAG             *
      *    -- X > REMOVE A POSTCODE - IT COUNTS AS OUT OF AREA        *
      *    -- I > INQUIRE - SHOW THE DISTRICT FOR A POSTCODE          *
      * EACH ADD OR CHANGE STAMPS THE OPERATOR AND DATE ON THE ROW,   *
      * AND EVERY ACTION RE-DERIVES DISTRICT AND RESIDENT ON THE      *
      * BORROWERS ALREADY REGISTERED AT THAT POSTCODE.                *
      *                                                               *
      * RELATED PROGRAMS: BORRW01, MBREXP, STATERN                    *
      *    -- BORRW01  > DERIVES THE DISTRICT AND CHARGES THE FEE     *
      *    -- MBREXP   > MEMBERSHIP COUNTS BY DISTRICT                *
      *    -- STATERN  > BORROWERS AND CIRCULATION BY DISTRICT        *
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
           05  WS-TRANSID              PIC X(04) VALUE 'PCD1'         .
           05  WS-MAP                  PIC X(07) VALUE 'PCDMNTM'      .
           05  WS-MAPSET               PIC X(07) VALUE 'PCDMNT1'      .
           05  RESPONSE-CODE           PIC S9(4) COMP                .
           05  END-OF-SESSION          PIC X(13) VALUE 'SESSION ENDED'.
           05  WS-OPER-REJ-MSG         PIC X(050) VALUE
                   'SIGNED-ON USERID NOT SET UP IN OPERATORS TABLE.'   .
           05  WS-LOCKED-MSG           PIC X(060) VALUE
                   'OPERATOR IS LOCKED OUT - AN ADMIN MUST CLEAR IT.'  .
           05  WS-SEC-EVENT            PIC X(1)                       .
           05  WS-NEXT-SEC-ID          PIC S9(9) COMP                 .
           05  WS-NOTAUTH-MSG          PIC X(055) VALUE
               'NOT AUTHORIZED TO MAINTAIN POSTCODE DISTRICTS.'        .
           05  WS-FUNC-AUTH-SW         PIC X(1)  VALUE 'N'           .
               88  FUNCTION-ALLOWED               VALUE 'Y'          .
           05  WS-ROLE-GRANTEE         PIC X(8)                      .
           05  WS-FUNC-COUNT           PIC S9(9) COMP                .
           05  WS-MESSAGE.
               10  FILLER              PIC X(10) VALUE 'ERROR IN: '  .
               10  ERR-LOC             PIC X(30)                     .
               10  FILLER              PIC X(06) VALUE 'CODE: '      .
               10  ERR-CODE            PIC S9(4) COMP                .
           05  PCDST-ACTION             PIC X(1)                      .


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
                INCLUDE DCLPCDST
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

           COPY PCDMNT1.
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
                            MOVE LOW-VALUES      TO PCDMNTMO
                            MOVE SPACES          TO MESSAGEO
                            PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
                    END-EVALUATE

               WHEN EIBCALEN > 0
                    MOVE DFHCOMMAREA         TO WS-COMMAREA
                    MOVE LOW-VALUES          TO PCDMNTMI
                    MOVE LOW-VALUES          TO PCDMNTMO
                    MOVE SPACES              TO MESSAGEO
                    INITIALIZE                  DCLPCDST
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
                   MOVE LOW-VALUES             TO PCDMNTMO
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
                               INTO(PCDMNTMI)
                               RESP(RESPONSE-CODE)
                   END-EXEC

                   MOVE MACTIONI TO PCDST-ACTION
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
           EVALUATE PCDST-ACTION
               WHEN 'A'
                    PERFORM A2100-ADD-POSTCODE     THRU A2100-EXIT
               WHEN 'C'
                    PERFORM A2200-CHANGE-POSTCODE  THRU A2200-EXIT
               WHEN 'X'
                    PERFORM A2300-REMOVE-POSTCODE  THRU A2300-EXIT
               WHEN 'I'
                    PERFORM A2400-INQUIRE-POSTCODE THRU A2400-EXIT
               WHEN OTHER
                    MOVE 'ENTER ACTION A, C, X, OR I.' TO MESSAGEO
                    PERFORM Z0000-SEND-MAP           THRU Z0000-EXIT
           END-EVALUATE
           .
       A2000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *EVERY ACTION IS KEYED ON THE POSTCODE; ADD AND CHANGE ALSO NEED--
      *THE DISTRICT IT FALLS IN AND WHETHER THAT IS IN THE SERVICE AREA-
       A2010-CHECK-POSTCODE.
           IF MPCODEI = LOW-VALUE OR SPACES
              MOVE 'POSTCODE IS REQUIRED.'        TO MESSAGEO
              PERFORM Z0000-SEND-MAP             THRU Z0000-EXIT
           END-IF

           MOVE MPCODEI TO PCDST-POSTCODE
           .
       A2010-EXIT.
           EXIT
           .
       A2020-CHECK-DISTRICT.
           IF MDISTI = LOW-VALUE OR SPACES
              MOVE 'DISTRICT CODE IS REQUIRED.'   TO MESSAGEO
              PERFORM Z0000-SEND-MAP             THRU Z0000-EXIT
           END-IF

           MOVE MDISTI TO PCDST-DISTRICT

           IF MDNAMEI = LOW-VALUE OR SPACES
              MOVE SPACES  TO PCDST-DISTRICT-NAME
           ELSE
              MOVE MDNAMEI TO PCDST-DISTRICT-NAME
           END-IF

           IF MINAREAI = 'Y' OR MINAREAI = 'N'
              MOVE MINAREAI TO PCDST-IN-AREA
           ELSE
              MOVE 'IN SERVICE AREA MUST BE Y OR N.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP                THRU Z0000-EXIT
           END-IF

           MOVE WS-OPER-ID TO PCDST-CHANGED-BY
           .
       A2020-EXIT.
           EXIT
           .
       A2100-ADD-POSTCODE.
           PERFORM A2010-CHECK-POSTCODE THRU A2010-EXIT
           PERFORM A2020-CHECK-DISTRICT THRU A2020-EXIT

           EXEC SQL
                INSERT INTO IBMUSER.POSTCODE_DISTRICTS
                       (POSTCODE, DISTRICT, DISTRICT_NAME, IN_AREA,
                        CHANGED_BY, CHANGED_DATE)
                VALUES (:PCDST-POSTCODE, :PCDST-DISTRICT,
                        :PCDST-DISTRICT-NAME, :PCDST-IN-AREA,
                        :PCDST-CHANGED-BY, CURRENT DATE)
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    PERFORM A2500-RESYNC-BORROWERS THRU A2500-EXIT
                    MOVE 'POSTCODE ADDED.'     TO MESSAGEO
                    PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
               WHEN SQLCODE = -803
                    MOVE 'POSTCODE ALREADY ON FILE - USE C.'
                                               TO MESSAGEO
                    PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
               WHEN OTHER
                    MOVE 'A2100-ADD-POSTCODE.' TO ERR-LOC
                    MOVE  SQLCODE              TO ERR-CODE
                    MOVE  'Y'                  TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2100-EXIT.
           EXIT
           .
       A2200-CHANGE-POSTCODE.
           PERFORM A2010-CHECK-POSTCODE THRU A2010-EXIT
           PERFORM A2020-CHECK-DISTRICT THRU A2020-EXIT

           EXEC SQL
                UPDATE IBMUSER.POSTCODE_DISTRICTS
                SET    DISTRICT      = :PCDST-DISTRICT,
                       DISTRICT_NAME = :PCDST-DISTRICT-NAME,
                       IN_AREA       = :PCDST-IN-AREA,
                       CHANGED_BY    = :PCDST-CHANGED-BY,
                       CHANGED_DATE  = CURRENT DATE
                WHERE  POSTCODE      = :PCDST-POSTCODE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    PERFORM A2500-RESYNC-BORROWERS THRU A2500-EXIT
                    MOVE 'POSTCODE CHANGED.'      TO MESSAGEO
                    PERFORM Z0000-SEND-MAP      THRU Z0000-EXIT
               WHEN SQLCODE = 100
                    MOVE 'POSTCODE NOT ON FILE - USE A.'
                                                  TO MESSAGEO
                    PERFORM Z0000-SEND-MAP      THRU Z0000-EXIT
               WHEN OTHER
                    MOVE 'A2200-CHANGE-POSTCODE.' TO ERR-LOC
                    MOVE  SQLCODE                 TO ERR-CODE
                    MOVE  'Y'                     TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A POSTCODE TAKEN OFF THE TABLE IS OUT OF AREA FROM NOW ON - ITS--
      *BORROWERS LOSE THEIR DISTRICT AND BECOME NON-RESIDENT------------
       A2300-REMOVE-POSTCODE.
           PERFORM A2010-CHECK-POSTCODE THRU A2010-EXIT

           EXEC SQL
                DELETE FROM IBMUSER.POSTCODE_DISTRICTS
                WHERE  POSTCODE = :PCDST-POSTCODE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE SPACES TO PCDST-DISTRICT
                    MOVE 'N'    TO PCDST-IN-AREA
                    PERFORM A2500-RESYNC-BORROWERS THRU A2500-EXIT
                    MOVE 'POSTCODE REMOVED - NOW OUT OF AREA.'
                                                  TO MESSAGEO
                    PERFORM Z0000-SEND-MAP      THRU Z0000-EXIT
               WHEN SQLCODE = 100
                    MOVE 'POSTCODE NOT ON FILE.'  TO MESSAGEO
                    PERFORM Z0000-SEND-MAP      THRU Z0000-EXIT
               WHEN OTHER
                    MOVE 'A2300-REMOVE-POSTCODE.' TO ERR-LOC
                    MOVE  SQLCODE                 TO ERR-CODE
                    MOVE  'Y'                     TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2300-EXIT.
           EXIT
           .
       A2400-INQUIRE-POSTCODE.
           PERFORM A2010-CHECK-POSTCODE THRU A2010-EXIT

           EXEC SQL
                SELECT DISTRICT, DISTRICT_NAME, IN_AREA,
                       VALUE(CHANGED_BY, ' '),
                       VALUE(CHAR(CHANGED_DATE, ISO), ' ')
                INTO  :PCDST-DISTRICT, :PCDST-DISTRICT-NAME,
                      :PCDST-IN-AREA,
                      :PCDST-CHANGED-BY, :PCDST-CHANGED-DATE
                FROM   IBMUSER.POSTCODE_DISTRICTS
                WHERE  POSTCODE = :PCDST-POSTCODE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE PCDST-POSTCODE       TO MPCODEO
                    MOVE PCDST-DISTRICT       TO MDISTO
                    MOVE PCDST-DISTRICT-NAME  TO MDNAMEO
                    MOVE PCDST-IN-AREA        TO MINAREAO
                    MOVE PCDST-CHANGED-BY     TO MCHGBYO
                    MOVE PCDST-CHANGED-DATE   TO MCHGDTO
                    IF PCDST-IN-AREA = 'Y'
                       MOVE 'RESIDENTS OF THIS POSTCODE JOIN FREE.'
                                              TO MESSAGEO
                    ELSE
                       MOVE 'THIS POSTCODE PAYS THE NON-RESIDENT FEE.'
                                              TO MESSAGEO
                    END-IF
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN SQLCODE = 100
                    MOVE PCDST-POSTCODE       TO MPCODEO
                    MOVE 'POSTCODE NOT ON FILE - OUT OF AREA.'
                                              TO MESSAGEO
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN OTHER
                    MOVE 'A2400-INQUIRE-POSTCODE.' TO ERR-LOC
                    MOVE  SQLCODE                  TO ERR-CODE
                    MOVE  'Y'                      TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2400-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *CARRY THE NEW DISTRICT AND RESIDENCY ONTO EVERY BORROWER WHOSE---
      *ADDRESS HAS THIS POSTCODE, SO THE DISTRICT REPORTS AND THE NEXT--
      *RENEWAL SEE THE TABLE AS IT NOW STANDS (A FEE ALREADY ASSESSED---
      *IS NOT TOUCHED)--------------------------------------------------
       A2500-RESYNC-BORROWERS.
           EXEC SQL
                UPDATE IBMUSER.BORROWERS
                SET    DISTRICT      = :PCDST-DISTRICT,
                       RESIDENT      = :PCDST-IN-AREA
                WHERE  ADDR_POSTCODE = :PCDST-POSTCODE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'A2500-RESYNC-BORROWERS.' TO ERR-LOC
              MOVE  SQLCODE                  TO ERR-CODE
              MOVE  'Y'                      TO ERROR-HANDLING
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       A2500-EXIT.
           EXIT
           .
      *SEND MAP PARAGRAPH-----------------------------------------------
       Z0000-SEND-MAP.
           MOVE ATTR-UNPROT-MDT     TO MACTIONA
           MOVE ATTR-UNPROT-MDT     TO MPCODEA
           MOVE ATTR-UNPROT-MDT     TO MDISTA
           MOVE ATTR-UNPROT-MDT     TO MDNAMEA
           MOVE ATTR-UNPROT-MDT     TO MINAREAA

           EXEC CICS
                SEND MAP(WS-MAP)
                     MAPSET(WS-MAPSET)
                     FROM(PCDMNTMO)
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
           MOVE 'PCDMNT01'   TO ERRLG-PROGRAM
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
                WHERE  FUNC_NAME = 'PCDMNT01'
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
                WHERE  FUNC_NAME = 'PCDMNT01'
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
