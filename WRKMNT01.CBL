      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    WRKMNT01.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- MAINTENANCE TRANSACTION FOR THE IBMUSER.WORKS MASTER AND  *
      * THE EDITION LINKS UNDER IT - A WORK GROUPS THE CATALOG'S      *
      * EDITIONS OF ONE TITLE (HARDBACK, PAPERBACK, LARGE PRINT,      *
      * LATER EDITIONS) THROUGH WORK_ID ON IBMUSER.BOOKS, SO A HOLD   *
      * PLACED FOR "ANY EDITION" CAN FILL FROM WHICHEVER COPY COMES   *
      * BACK FIRST (SAME MAINTENANCE SHAPE AS SERMNT01). STARTED      *
      * DIRECTLY BY ITS OWN TRANSID, LIKE BORRW01.                    *
      * FUNTIONS AVAILABLE:                                           *
      *    -- ENTER > PROCESS THE KEYED ACTION                        *
      *    -- F3    > CLEAR THE SCREEN                                *
      *    -- F12   > EXIT                                            *
      *                                                               *
      * ACTIONS (MACTION FIELD):                                      *
      *    -- A > ADD A WORK (NEXT ID ASSIGNED AUTOMATICALLY)         *
      *    -- C > CHANGE THE NAME OF AN EXISTING WORK                 *
      *    -- I > INQUIRE - SHOW THE NAME AND THE LINKED EDITIONS     *
      *           (BOOK ID, ISBN, COPIES, AVAILABLE, QUEUED HOLDS)    *
      *    -- L > LINK THE KEYED BOOK ID TO THE WORK AS AN EDITION -  *
      *           A BOOK ALREADY IN ANOTHER WORK MUST BE UNLINKED     *
      *           FIRST                                               *
      *    -- U > UNLINK THE KEYED BOOK ID FROM THE WORK (IT GOES     *
      *           BACK TO BEING A STANDALONE TITLE)                   *
      *                                                               *
      * RELATED PROGRAMS: BOOK02DB, LOAN01, HOLDEXP, HOLDPULL         *
      *    -- BOOK02DB > PLACES ANY-EDITION HOLDS                     *
      *    -- LOAN01/BULKRET/HOLDEXP/HOLDPULL > FILL THEM FROM A COPY *
      *       OF ANY LINKED EDITION                                   *
      *    -- CIRCRPT/WEEDRPT/HOLDBUY > REPORT AT WORK LEVEL ON       *
      *       REQUEST                                                 *
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
           05  WS-TRANSID              PIC X(04) VALUE 'WRK1'         .
           05  WS-MAP                  PIC X(07) VALUE 'WRKMNTM'       .
           05  WS-MAPSET               PIC X(07) VALUE 'WRKMNT1'       .
           05  RESPONSE-CODE           PIC S9(4) COMP                .
           05  END-OF-SESSION          PIC X(13) VALUE 'SESSION ENDED'.
           05  WS-OPER-REJ-MSG         PIC X(050) VALUE
                   'SIGNED-ON USERID NOT SET UP IN OPERATORS TABLE.'   .
           05  WS-LOCKED-MSG           PIC X(060) VALUE
                   'OPERATOR IS LOCKED OUT - AN ADMIN MUST CLEAR IT.'  .
           05  WS-SEC-EVENT            PIC X(1)                       .
           05  WS-NEXT-SEC-ID          PIC S9(9) COMP                 .
           05  WS-NOTAUTH-MSG          PIC X(055) VALUE
               'NOT AUTHORIZED TO MAINTAIN WORKS - VIEWER ROLE.'       .
           05  WS-FUNC-AUTH-SW         PIC X(1)  VALUE 'N'           .
               88  FUNCTION-ALLOWED               VALUE 'Y'          .
           05  WS-ROLE-GRANTEE         PIC X(8)                      .
           05  WS-FUNC-COUNT           PIC S9(9) COMP                .
           05  WS-MESSAGE.
               10  FILLER              PIC X(10) VALUE 'ERROR IN: '  .
               10  ERR-LOC             PIC X(30)                     .
               10  FILLER              PIC X(06) VALUE 'CODE: '      .
               10  ERR-CODE            PIC S9(4) COMP                .
           05  WORK-ACTION             PIC X(1)                      .
           05  WS-NEXT-WORK-ID         PIC S9(4) COMP                .
           05  WS-BOOK-WORK-ID         PIC S9(4) COMP                .
           05  WS-EDITION-SUB          PIC S9(4) COMP                .
           05  WS-EDITION-MAX          PIC S9(4) COMP VALUE 8        .
           05  WS-EDITION-ROWS         PIC S9(4) COMP                .
           05  WS-QUEUED               PIC S9(9) COMP                .

       01  WS-EDITION-LINE.
           05  WE-BOOK-ID              PIC ZZZ9                       .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WE-ISBN                 PIC X(013)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WE-COPIES               PIC ZZZ9                       .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WE-AVAILABLE            PIC ZZZ9                       .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WE-QUEUED               PIC ZZZ9                       .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WE-TITLE                PIC X(036)                     .


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
                INCLUDE DCLWORK
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBOOKS
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

      *THE EDITIONS OF ONE WORK, OLDEST CATALOG ENTRY FIRST - QUEUED----
      *COUNTS EVERY Q HOLD ON THE EDITION, ANY-EDITION OR NOT-----------
           EXEC SQL DECLARE ED_CURSOR CURSOR FOR
                SELECT B.BOOK_ID, B.ISBN, B.TITLE,
                       B.TOTAL_COPIES, B.COPIES_AVAILABLE,
                       (SELECT COUNT(*)
                        FROM   IBMUSER.HOLDS H
                        WHERE  H.BOOK_ID = B.BOOK_ID
                        AND    H.STATUS  = 'Q')
                FROM   IBMUSER.BOOKS B
                WHERE  B.WORK_ID = :WORK-WORK-ID
                ORDER BY B.BOOK_ID
           END-EXEC.

           COPY WRKMNT1.
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
                            MOVE LOW-VALUES      TO WRKMNTMO
                            MOVE SPACES          TO MESSAGEO
                            PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
                    END-EVALUATE

               WHEN EIBCALEN > 0
                    MOVE DFHCOMMAREA         TO WS-COMMAREA
                    MOVE LOW-VALUES          TO WRKMNTMI
                    MOVE LOW-VALUES          TO WRKMNTMO
                    MOVE SPACES              TO MESSAGEO
                    INITIALIZE                  DCLWORK
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
                   MOVE LOW-VALUES             TO WRKMNTMO
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
                               INTO(WRKMNTMI)
                               RESP(RESPONSE-CODE)
                   END-EXEC

                   MOVE MACTIONI TO WORK-ACTION
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
           EVALUATE WORK-ACTION
               WHEN 'A'
                    PERFORM A2100-ADD-WORK       THRU A2100-EXIT
               WHEN 'C'
                    PERFORM A2200-CHANGE-WORK    THRU A2200-EXIT
               WHEN 'I'
                    PERFORM A2300-INQUIRE-WORK   THRU A2300-EXIT
               WHEN 'L'
                    PERFORM A2400-LINK-EDITION   THRU A2400-EXIT
               WHEN 'U'
                    PERFORM A2500-UNLINK-EDITION THRU A2500-EXIT
               WHEN OTHER
                    MOVE 'ENTER ACTION A, C, I, L OR U.' TO MESSAGEO
                    PERFORM Z0000-SEND-MAP        THRU Z0000-EXIT
           END-EVALUATE
           .
       A2000-EXIT.
           EXIT
           .
       A2010-CHECK-NAME.
           IF MWRKNMI = LOW-VALUE OR SPACES
              MOVE 'WORK NAME IS REQUIRED.'       TO MESSAGEO
              PERFORM Z0000-SEND-MAP            THRU Z0000-EXIT
           END-IF

           MOVE LENGTH OF WORK-NAME-TEXT  TO WORK-NAME-LEN
           MOVE MWRKNMI                   TO WORK-NAME-TEXT
           .
       A2010-EXIT.
           EXIT
           .
       A2020-CHECK-ID.
           IF MWRKIDI = LOW-VALUE OR SPACES
              MOVE 'WORK ID IS REQUIRED.'         TO MESSAGEO
              PERFORM Z0000-SEND-MAP            THRU Z0000-EXIT
           END-IF

           COMPUTE WORK-WORK-ID = FUNCTION NUMVAL(MWRKIDI)

           EXEC SQL
                SELECT NAME
                INTO  :WORK-NAME
                FROM   IBMUSER.WORKS
                WHERE  WORK_ID = :WORK-WORK-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE WORK-WORK-ID   TO MWRKIDO
                    MOVE WORK-NAME-TEXT TO MWRKNMO
               WHEN SQLCODE = 100
                    MOVE 'UNKNOWN WORK ID.' TO MESSAGEO
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN OTHER
                    MOVE 'A2020-CHECK-ID.'       TO ERR-LOC
                    MOVE  SQLCODE                TO ERR-CODE
                    MOVE  'Y'                    TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2020-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE BOOK ID KEYED FOR A LINK OR UNLINK MUST BE A LIVE CATALOG----
      *ENTRY - ITS CURRENT WORK (0 = STANDALONE) COMES BACK IN----------
      *WS-BOOK-WORK-ID--------------------------------------------------
       A2030-CHECK-BOOK.
           IF MBKIDI = LOW-VALUE OR SPACES
              MOVE 'BOOK ID IS REQUIRED.'         TO MESSAGEO
              PERFORM Z0000-SEND-MAP            THRU Z0000-EXIT
           END-IF

           COMPUTE BOOKS-BOOK-ID = FUNCTION NUMVAL(MBKIDI)

           EXEC SQL
                SELECT VALUE(WORK_ID, 0)
                INTO  :WS-BOOK-WORK-ID
                FROM   IBMUSER.BOOKS
                WHERE  BOOK_ID = :BOOKS-BOOK-ID
                AND    DELETED_FLAG <> 'Y'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE BOOKS-BOOK-ID TO MBKIDO
               WHEN SQLCODE = 100
                    MOVE 'BOOK NOT FOUND.' TO MESSAGEO
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN OTHER
                    MOVE 'A2030-CHECK-BOOK.'     TO ERR-LOC
                    MOVE  SQLCODE                TO ERR-CODE
                    MOVE  'Y'                    TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2030-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ADD A WORK UNDER THE NEXT FREE ID (THE ID COMES FROM THE---------
      *CENTRAL KEY_ASSIGN ASSIGNER - SEE Z9400-NEXT-KEY)----------------
       A2100-ADD-WORK.
           PERFORM A2010-CHECK-NAME THRU A2010-EXIT

      *DRAW THE NEXT WORK ID FROM THE CENTRAL ASSIGNER - THE SEED
      *IS ONLY USED THE FIRST TIME THE KEY ROW IS CREATED---------------
           MOVE 'WORKID  ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(WORK_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.WORKS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2100-ADD-WORK.'      TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT
           MOVE WS-NEXT-KEY-VALUE TO WS-NEXT-WORK-ID

           MOVE WS-NEXT-WORK-ID TO WORK-WORK-ID

           EXEC SQL
                INSERT INTO IBMUSER.WORKS
                       (WORK_ID, NAME)
                VALUES (:WORK-WORK-ID, :WORK-NAME)
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE WORK-WORK-ID  TO MWRKIDO
                    MOVE 'WORK ADDED - LINK ITS EDITIONS WITH ACTION L.'
                                       TO MESSAGEO
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN OTHER
                    MOVE 'A2100-ADD-WORK.'     TO ERR-LOC
                    MOVE  SQLCODE              TO ERR-CODE
                    MOVE  'Y'                  TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2100-EXIT.
           EXIT
           .
       A2200-CHANGE-WORK.
           PERFORM A2020-CHECK-ID   THRU A2020-EXIT
           PERFORM A2010-CHECK-NAME THRU A2010-EXIT

           EXEC SQL
                UPDATE IBMUSER.WORKS
                   SET NAME      = :WORK-NAME
                 WHERE WORK_ID   = :WORK-WORK-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE 'WORK CHANGED.' TO MESSAGEO
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN SQLCODE = 100
                    MOVE 'UNKNOWN WORK ID.' TO MESSAGEO
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN OTHER
                    MOVE 'A2200-CHANGE-WORK.'   TO ERR-LOC
                    MOVE  SQLCODE               TO ERR-CODE
                    MOVE  'Y'                   TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2200-EXIT.
           EXIT
           .
       A2300-INQUIRE-WORK.
           PERFORM A2020-CHECK-ID      THRU A2020-EXIT
           PERFORM A2350-LIST-EDITIONS THRU A2350-EXIT
           PERFORM Z0000-SEND-MAP      THRU Z0000-EXIT
           .
       A2300-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE WORK'S EDITIONS FILL THE LOWER HALF OF THE SCREEN - THE------
      *FIRST WS-EDITION-MAX OF THEM; THE MESSAGE SAYS WHEN THERE ARE----
      *MORE (OR NONE)---------------------------------------------------
       A2350-LIST-EDITIONS.
           MOVE 'N' TO END-OF-FILE
           MOVE 0   TO WS-EDITION-SUB
           MOVE 0   TO WS-EDITION-ROWS

           EXEC SQL
                OPEN ED_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2350-LIST-EDITIONS.'  TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM A2360-FETCH-EDITION THRU A2360-EXIT
                   UNTIL NO-MORE-RECORDS

           EXEC SQL
                CLOSE ED_CURSOR
           END-EXEC

           EVALUATE TRUE
               WHEN WS-EDITION-ROWS = 0
                    MOVE 'NO EDITIONS LINKED TO THIS WORK YET.'
                                       TO MESSAGEO
               WHEN WS-EDITION-ROWS > WS-EDITION-MAX
                    MOVE 'MORE EDITIONS LINKED THAN THE SCREEN SHOWS.'
                                       TO MESSAGEO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           .
       A2350-EXIT.
           EXIT
           .
       A2360-FETCH-EDITION.
           EXEC SQL
                FETCH ED_CURSOR INTO :BOOKS-BOOK-ID
                                    ,:BOOKS-ISBN
                                    ,:BOOKS-TITLE
                                    ,:BOOKS-TOTAL-COPIES
                                    ,:BOOKS-COPIES-AVAILABLE
                                    ,:WS-QUEUED
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   ADD 1 TO WS-EDITION-ROWS
                   IF WS-EDITION-SUB < WS-EDITION-MAX
                      ADD 1 TO WS-EDITION-SUB
                      MOVE BOOKS-BOOK-ID          TO WE-BOOK-ID
                      MOVE BOOKS-ISBN-TEXT        TO WE-ISBN
                      MOVE BOOKS-TOTAL-COPIES     TO WE-COPIES
                      MOVE BOOKS-COPIES-AVAILABLE TO WE-AVAILABLE
                      MOVE WS-QUEUED              TO WE-QUEUED
                      MOVE BOOKS-TITLE-TEXT       TO WE-TITLE
                      MOVE WS-EDITION-LINE   TO EDLISTO(WS-EDITION-SUB)
                   END-IF
              WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-FILE
              WHEN OTHER
                   MOVE    'A2360-FETCH-EDITION.' TO ERR-LOC
                   MOVE     SQLCODE               TO ERR-CODE
                   MOVE    'Y'                    TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2360-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *LINK A BOOK TO THE WORK AS ONE OF ITS EDITIONS. A BOOK BELONGS---
      *TO AT MOST ONE WORK, SO ONE ALREADY LINKED ELSEWHERE MUST BE-----
      *UNLINKED FROM THAT WORK FIRST. CHANGE_SEQ IS BUMPED SO AN--------
      *UPDATE01 SCREEN HOLDING THE OLD ROW SEES THE CHANGE--------------
       A2400-LINK-EDITION.
           PERFORM A2020-CHECK-ID   THRU A2020-EXIT
           PERFORM A2030-CHECK-BOOK THRU A2030-EXIT

           EVALUATE TRUE
               WHEN WS-BOOK-WORK-ID = WORK-WORK-ID
                    MOVE 'BOOK IS ALREADY AN EDITION OF THIS WORK.'
                                       TO MESSAGEO
                    PERFORM A2350-LIST-EDITIONS THRU A2350-EXIT
                    PERFORM Z0000-SEND-MAP      THRU Z0000-EXIT
               WHEN WS-BOOK-WORK-ID > 0
                    MOVE 'BOOK IS IN ANOTHER WORK - UNLINK IT FIRST.'
                                       TO MESSAGEO
                    PERFORM Z0000-SEND-MAP      THRU Z0000-EXIT
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           EXEC SQL
                UPDATE IBMUSER.BOOKS
                   SET WORK_ID    = :WORK-WORK-ID,
                       CHANGE_SEQ = CHANGE_SEQ + 1
                 WHERE BOOK_ID    = :BOOKS-BOOK-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2400-LINK-EDITION.'   TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM A2350-LIST-EDITIONS THRU A2350-EXIT
           MOVE 'EDITION LINKED.'     TO MESSAGEO
           PERFORM Z0000-SEND-MAP     THRU Z0000-EXIT
           .
       A2400-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *UNLINK A BOOK FROM THE WORK - IT GOES BACK TO STANDING ALONE.----
      *ANY-EDITION HOLDS ALREADY QUEUED ON IT STAY ON IT, THEY JUST-----
      *NO LONGER FILL FROM THE OTHER EDITIONS---------------------------
       A2500-UNLINK-EDITION.
           PERFORM A2020-CHECK-ID   THRU A2020-EXIT
           PERFORM A2030-CHECK-BOOK THRU A2030-EXIT

           IF WS-BOOK-WORK-ID NOT = WORK-WORK-ID
              MOVE 'BOOK IS NOT AN EDITION OF THIS WORK.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP      THRU Z0000-EXIT
           END-IF

           EXEC SQL
                UPDATE IBMUSER.BOOKS
                   SET WORK_ID    = 0,
                       CHANGE_SEQ = CHANGE_SEQ + 1
                 WHERE BOOK_ID    = :BOOKS-BOOK-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2500-UNLINK-EDITION.' TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM A2350-LIST-EDITIONS THRU A2350-EXIT
           MOVE 'EDITION UNLINKED.'   TO MESSAGEO
           PERFORM Z0000-SEND-MAP     THRU Z0000-EXIT
           .
       A2500-EXIT.
           EXIT
           .
       Z0000-SEND-MAP.
           MOVE ATTR-UNPROT-MDT     TO MACTIONA
           MOVE ATTR-UNPROT-NUM-MDT TO MWRKIDA
           MOVE ATTR-UNPROT-MDT     TO MWRKNMA
           MOVE ATTR-UNPROT-NUM-MDT TO MBKIDA

           EXEC CICS
                SEND MAP(WS-MAP)
                     MAPSET(WS-MAPSET)
                     FROM(WRKMNTMO)
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
           MOVE 'WRKMNT01'   TO ERRLG-PROGRAM
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
                WHERE  FUNC_NAME = 'WRKMNT01'
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
                WHERE  FUNC_NAME = 'WRKMNT01'
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
