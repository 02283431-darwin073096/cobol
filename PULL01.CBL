      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PULL01.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.14.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- SCAN STATION FOR THE HOLDPULL NIGHTLY PICK LIST. THE PAGE *
      * WALKS THE LIST, TAKES EACH COPY OFF THE SHELF AND SCANS ITS   *
      * BARCODE HERE:                                                 *
      *    -- THE COPY SITS AT THE HOLD'S PICKUP BRANCH > COPY 'H',   *
      *       HOLD 'R' (THE PICKUP WINDOW STARTS TODAY) AND THE       *
      *       HOLD-READY NOTICE GOES ON THE CENTRAL NOTICES QUEUE     *
      *    -- THE PICKUP BRANCH IS ELSEWHERE > A ONE-COPY SHIPMENT IS *
      *       OPENED THERE THE SAME WAY LOAN01'S RETURN PATH DOES IT, *
      *       THE HOLD RIDES IT ('T') AND TURNS READY WHEN BRXFER1    *
      *       RECEIVES IT                                             *
      * FUNTIONS AVAILABLE:                                           *
      *    -- ENTER > PROCESS THE SCANNED BARCODE                     *
      *    -- F3    > CLEAR THE SCREEN                                *
      *    -- F12   > EXIT                                            *
      *                                                               *
      * ACTIONS (MACTION FIELD):                                      *
      *    -- S > FOUND ON THE SHELF (THE DEFAULT WHEN LEFT BLANK, SO *
      *           A PLAIN SCAN AND ENTER IS ENOUGH)                   *
      *    -- M > NOT ON THE SHELF - THE COPY GOES MISSING AND THE    *
      *           HOLD GOES BACK INTO THE QUEUE FOR ANOTHER COPY      *
      *                                                               *
      * RELATED PROGRAMS: HOLDPULL, BRXFER1, HOLDEXP, NOTSPOOL        *
      *    -- HOLDPULL > BUILDS THE PICK LIST THIS SCREEN CLEARS      *
      *    -- BRXFER1  > RECEIVES A PULL SHIPPED TO ITS PICKUP BRANCH *
      *    -- HOLDEXP  > EXPIRES THE HOLD IF IT IS NEVER COLLECTED    *
      *    -- NOTSPOOL > DELIVERS THE HOLD-READY NOTICE               *
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
           05  WS-TRANSID              PIC X(04) VALUE 'PUL1'         .
           05  WS-MAP                  PIC X(07) VALUE 'PULLM'        .
           05  WS-MAPSET               PIC X(07) VALUE 'PULL1'        .
           05  RESPONSE-CODE           PIC S9(4) COMP                .
           05  END-OF-SESSION          PIC X(13) VALUE 'SESSION ENDED'.
           05  WS-OPER-REJ-MSG         PIC X(050) VALUE
                   'SIGNED-ON USERID NOT SET UP IN OPERATORS TABLE.'   .
           05  WS-LOCKED-MSG           PIC X(060) VALUE
                   'OPERATOR IS LOCKED OUT - AN ADMIN MUST CLEAR IT.'  .
           05  WS-SEC-EVENT            PIC X(1)                       .
           05  WS-NEXT-SEC-ID          PIC S9(9) COMP                 .
           05  WS-NOTAUTH-MSG          PIC X(055) VALUE
               'NOT AUTHORIZED TO CLEAR PULLS - VIEWER ROLE.'          .
           05  WS-FUNC-AUTH-SW         PIC X(1)  VALUE 'N'           .
               88  FUNCTION-ALLOWED               VALUE 'Y'          .
           05  WS-ROLE-GRANTEE         PIC X(8)                      .
           05  WS-FUNC-COUNT           PIC S9(9) COMP                .
           05  WS-MESSAGE.
               10  FILLER              PIC X(10) VALUE 'ERROR IN: '  .
               10  ERR-LOC             PIC X(30)                     .
               10  FILLER              PIC X(06) VALUE 'CODE: '      .
               10  ERR-CODE            PIC S9(4) COMP                .
           05  PULL-ACTION             PIC X(1)                      .
           05  WS-PULL-BRANCH          PIC S9(4) COMP                .
           05  WS-PULL-TITLE           PIC X(40)                     .
           05  WS-NEXT-XFER-ID         PIC S9(9) COMP                .
           05  WS-NEXT-NOTICE-ID       PIC S9(9) COMP                .
           05  WS-NTC-BOOK-ID          PIC 9(4)                      .

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
                INCLUDE DCLHOLDS
           END-EXEC.

           EXEC SQL
                INCLUDE DCLCOPY
           END-EXEC.

           EXEC SQL
                INCLUDE DCLCPHST
           END-EXEC.

           EXEC SQL
                INCLUDE DCLXFER
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBORRW
           END-EXEC.

           EXEC SQL
                INCLUDE DCLNOTIC
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

           COPY PULL1.
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
                            MOVE LOW-VALUES      TO PULLMO
                            MOVE SPACES          TO MESSAGEO
                            PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
                    END-EVALUATE

               WHEN EIBCALEN > 0
                    MOVE DFHCOMMAREA         TO WS-COMMAREA
                    MOVE LOW-VALUES          TO PULLMI
                    MOVE LOW-VALUES          TO PULLMO
                    MOVE SPACES              TO MESSAGEO
                    INITIALIZE                  DCLHOLDS
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
                   MOVE LOW-VALUES             TO PULLMO
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
                               INTO(PULLMI)
                               RESP(RESPONSE-CODE)
                   END-EXEC

                   MOVE MACTIONI TO PULL-ACTION
                   IF PULL-ACTION = LOW-VALUE OR SPACE
                      MOVE 'S' TO PULL-ACTION
                   END-IF
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
           EVALUATE PULL-ACTION
               WHEN 'S'
                    PERFORM A2100-PULL-FOUND       THRU A2100-EXIT
               WHEN 'M'
                    PERFORM A2200-PULL-MISSING     THRU A2200-EXIT
               WHEN OTHER
                    MOVE 'ENTER ACTION S (FOUND) OR M (MISSING).'
                                                  TO MESSAGEO
                    PERFORM Z0000-SEND-MAP           THRU Z0000-EXIT
           END-EVALUATE
           .
       A2000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE PULLED COPY IS IN HAND - PARK IT ON THIS BRANCH'S HOLD SHELF-
      *AND TELL THE BORROWER, OR SEND IT ON TO THE PICKUP BRANCH. THE---
      *COPY ALREADY LEFT THE AVAILABLE COUNTS WHEN HOLDPULL PULLED IT---
       A2100-PULL-FOUND.
           PERFORM A2110-FIND-PULL THRU A2110-EXIT

           IF HOLDS-PICKUP-BRANCH NOT = WS-PULL-BRANCH
              PERFORM A2150-SHIP-TO-PICKUP THRU A2150-EXIT
              MOVE 'T' TO MHSTATO
              MOVE 'PULLED - COPY GOES ON THE VAN TO THE PICKUP BRANCH.'
                                               TO MESSAGEO
              PERFORM Z0000-SEND-MAP         THRU Z0000-EXIT
           END-IF

           PERFORM Z7700-COPY-BEFORE THRU Z7700-EXIT

           EXEC SQL
                UPDATE IBMUSER.COPIES
                SET    STATUS       = 'H'
                WHERE  ACCESSION_NO = :COPY-ACCESSION-NO
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2100-PULL-FOUND.'   TO ERR-LOC
              MOVE     SQLCODE              TO ERR-CODE
              MOVE    'Y'                   TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z7710-COPY-HISTORY THRU Z7710-EXIT

           EXEC SQL
                UPDATE IBMUSER.HOLDS
                SET    STATUS     = 'R',
                       READY_DATE = CURRENT DATE
                WHERE  HOLD_ID    = :HOLDS-HOLD-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2100-PULL-FOUND.'   TO ERR-LOC
              MOVE     SQLCODE              TO ERR-CODE
              MOVE    'Y'                   TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE HOLDS-BORROWER-ID TO NOTIC-BORROWER-ID
           MOVE 'H'               TO NOTIC-NOTICE-TYPE
           MOVE HOLDS-BOOK-ID     TO WS-NTC-BOOK-ID
           MOVE SPACES            TO NOTIC-NOTICE-TEXT
           STRING 'HOLD READY FOR PICKUP - BOOK ID '
                                         DELIMITED BY SIZE
                  WS-NTC-BOOK-ID         DELIMITED BY SIZE
                  INTO NOTIC-NOTICE-TEXT
           END-STRING
           PERFORM Z7000-QUEUE-NOTICE THRU Z7000-EXIT

           MOVE 'R' TO MHSTATO
           MOVE 'PULLED - HOLD READY, COPY TO THE HOLD SHELF.'
                                               TO MESSAGEO
           PERFORM Z0000-SEND-MAP            THRU Z0000-EXIT
           .
       A2100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE SCANNED BARCODE MUST BE ON THE PULL LIST - PICKS UP THE HOLD-
      *IT WAS PULLED FOR, WHERE THE COPY SITS, AND THE SCREEN DETAIL----
       A2110-FIND-PULL.
           IF MACCNOI = LOW-VALUE OR SPACES
              MOVE 'SCAN OR KEY THE PULLED BARCODE.'  TO MESSAGEO
              PERFORM Z0000-SEND-MAP                THRU Z0000-EXIT
           END-IF

           MOVE MACCNOI TO HOLDS-ACCESSION-NO
           MOVE MACCNOI TO COPY-ACCESSION-NO

           EXEC SQL
                SELECT HOLD_ID, BOOK_ID, BORROWER_ID,
                       VALUE(PICKUP_BRANCH, 0)
                INTO  :HOLDS-HOLD-ID, :HOLDS-BOOK-ID,
                      :HOLDS-BORROWER-ID, :HOLDS-PICKUP-BRANCH
                FROM   IBMUSER.HOLDS
                WHERE  ACCESSION_NO = :HOLDS-ACCESSION-NO
                AND    STATUS       = 'P'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE 'BARCODE IS NOT ON THE PULL LIST.' TO MESSAGEO
                   PERFORM Z0000-SEND-MAP                THRU Z0000-EXIT
              WHEN OTHER
                   MOVE    'A2110-FIND-PULL.'   TO ERR-LOC
                   MOVE     SQLCODE             TO ERR-CODE
                   MOVE    'Y'                  TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           EXEC SQL
                SELECT VALUE(COPIES.BRANCH_ID, 0),
                       SUBSTR(BOOKS.TITLE, 1, 40)
                INTO  :WS-PULL-BRANCH, :WS-PULL-TITLE
                FROM   IBMUSER.COPIES COPIES,
                       IBMUSER.BOOKS BOOKS
                WHERE  COPIES.ACCESSION_NO = :COPY-ACCESSION-NO
                AND    BOOKS.BOOK_ID       = COPIES.BOOK_ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2110-FIND-PULL.'   TO ERR-LOC
              MOVE     SQLCODE             TO ERR-CODE
              MOVE    'Y'                  TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE HOLDS-BORROWER-ID TO BORRW-BORROWER-ID

           EXEC SQL
                SELECT NAME
                INTO  :BORRW-NAME
                FROM   IBMUSER.BORROWERS
                WHERE  BORROWER_ID = :BORRW-BORROWER-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE BORRW-NAME-TEXT     TO MBNAMEO
              WHEN SQLCODE = 100
                   MOVE 'UNKNOWN BORROWER'  TO MBNAMEO
              WHEN OTHER
                   MOVE    'A2110-FIND-PULL.'   TO ERR-LOC
                   MOVE     SQLCODE             TO ERR-CODE
                   MOVE    'Y'                  TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE HOLDS-BOOK-ID       TO MBOOKO
           MOVE WS-PULL-TITLE       TO MTITLEO
           MOVE HOLDS-HOLD-ID       TO MHOLDO
           MOVE HOLDS-BORROWER-ID   TO MBIDO
           MOVE WS-PULL-BRANCH      TO MFROMO
           MOVE HOLDS-PICKUP-BRANCH TO MPICKO
           .
       A2110-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE HOLD IS TO BE COLLECTED AT ANOTHER BRANCH (OR THE MAIN-------
      *DESK) - OPEN A ONE-COPY SHIPMENT THERE THE SAME WAY LOAN01'S-----
      *A1239-SHIP-TO-PICKUP DOES AND LET THE HOLD RIDE IT ('T'). THE----
      *COPY LEAVES THIS BRANCH'S HOLDINGS NOW; NO NOTICE GOES OUT UNTIL-
      *THE PICKUP BRANCH RECEIVES IT ON BRXFER1-------------------------
       A2150-SHIP-TO-PICKUP.
           MOVE 'XFERID  ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(XFER_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.TRANSFERS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2150-SHIP-TO-PICKUP.' TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT
           MOVE WS-NEXT-KEY-VALUE   TO WS-NEXT-XFER-ID

           MOVE WS-NEXT-XFER-ID     TO XFER-XFER-ID
           MOVE HOLDS-BOOK-ID       TO XFER-BOOK-ID
           MOVE WS-PULL-BRANCH      TO XFER-FROM-BRANCH
           MOVE HOLDS-PICKUP-BRANCH TO XFER-TO-BRANCH
           MOVE 1                   TO XFER-QTY

           EXEC SQL
                INSERT INTO IBMUSER.TRANSFERS
                       (XFER_ID, BOOK_ID, FROM_BRANCH, TO_BRANCH,
                        QTY, DISPATCH_DATE, RECEIVE_DATE, STATUS)
                VALUES (:XFER-XFER-ID, :XFER-BOOK-ID,
                        :XFER-FROM-BRANCH, :XFER-TO-BRANCH,
                        :XFER-QTY, CURRENT DATE, NULL, 'T')
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2150-SHIP-TO-PICKUP.' TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                UPDATE IBMUSER.HOLDS
                SET    STATUS       = 'T',
                       XFER_ID      = :XFER-XFER-ID
                WHERE  HOLD_ID      = :HOLDS-HOLD-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2150-SHIP-TO-PICKUP.' TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z7700-COPY-BEFORE THRU Z7700-EXIT

           EXEC SQL
                UPDATE IBMUSER.COPIES
                SET    STATUS       = 'T'
                WHERE  ACCESSION_NO = :COPY-ACCESSION-NO
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2150-SHIP-TO-PICKUP.' TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z7710-COPY-HISTORY THRU Z7710-EXIT

      *THE PULLED COPY WAS ALREADY OUT OF THE SOURCE SHELF COUNT - IT---
      *NOW LEAVES THE SOURCE'S HOLDINGS ALTOGETHER----------------------
           IF WS-PULL-BRANCH NOT = 0
              EXEC SQL
                   UPDATE IBMUSER.BRANCH_HOLDINGS
                   SET    COPIES    = COPIES - 1
                   WHERE  BOOK_ID   = :HOLDS-BOOK-ID
                   AND    BRANCH_ID = :WS-PULL-BRANCH
                   AND    COPIES    > 0
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE    'A2150-SHIP-TO-PICKUP.' TO ERR-LOC
                 MOVE     SQLCODE                TO ERR-CODE
                 MOVE    'Y'                     TO ERROR-HANDLING
                 PERFORM  XXXX-ERROR-HANDLING
              END-IF
           END-IF
           .
       A2150-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE COPY WAS NOT WHERE THE SHELF LIST SAID - IT GOES MISSING (IT-
      *IS ALREADY OUT OF THE AVAILABLE COUNTS) AND THE HOLD GOES BACK---
      *INTO THE QUEUE IN ITS ORIGINAL PLACE FOR THE NEXT PULL-----------
       A2200-PULL-MISSING.
           PERFORM A2110-FIND-PULL THRU A2110-EXIT

           PERFORM Z7700-COPY-BEFORE THRU Z7700-EXIT

           EXEC SQL
                UPDATE IBMUSER.COPIES
                SET    STATUS       = 'M'
                WHERE  ACCESSION_NO = :COPY-ACCESSION-NO
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2200-PULL-MISSING.' TO ERR-LOC
              MOVE     SQLCODE              TO ERR-CODE
              MOVE    'Y'                   TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z7710-COPY-HISTORY THRU Z7710-EXIT

           EXEC SQL
                UPDATE IBMUSER.HOLDS
                SET    STATUS       = 'Q',
                       ACCESSION_NO = NULL,
                       PULL_DATE    = NULL
                WHERE  HOLD_ID      = :HOLDS-HOLD-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2200-PULL-MISSING.' TO ERR-LOC
              MOVE     SQLCODE              TO ERR-CODE
              MOVE    'Y'                   TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE 'Q' TO MHSTATO
           MOVE 'COPY MARKED MISSING - HOLD BACK IN THE QUEUE.'
                                               TO MESSAGEO
           PERFORM Z0000-SEND-MAP            THRU Z0000-EXIT
           .
       A2200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *QUEUE ONE ROW ON THE CENTRAL NOTICES TABLE (STATUS 'Q') FOR THE-
      *NOTSPOOL NIGHTLY SPOOL TO DELIVER - THE CALLER SETS BORROWER,---
      *TYPE AND TEXT IN DCLNOTIC BEFOREHAND. TWO DESKS CAN QUEUE AT----
      *ONCE, SO THE NOTICE ID COMES FROM THE CENTRAL KEY_ASSIGN--------
      *ASSIGNER, NOT GET-MAX-PLUS-ONE-----------------------------------
       Z7000-QUEUE-NOTICE.
           MOVE 'NOTICID ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(NOTICE_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.NOTICES
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'Z7000-QUEUE-NOTICE.'  TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT
           MOVE WS-NEXT-KEY-VALUE TO WS-NEXT-NOTICE-ID

           MOVE WS-NEXT-NOTICE-ID TO NOTIC-NOTICE-ID

           EXEC SQL
                INSERT INTO IBMUSER.NOTICES
                       (NOTICE_ID, BORROWER_ID, NOTICE_TYPE,
                        NOTICE_TEXT, QUEUED_DATE, SENT_DATE,
                        CHANNEL, STATUS)
                VALUES (:NOTIC-NOTICE-ID, :NOTIC-BORROWER-ID,
                        :NOTIC-NOTICE-TYPE, :NOTIC-NOTICE-TEXT,
                        CURRENT DATE, NULL, ' ', 'Q')
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'Z7000-QUEUE-NOTICE.'  TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       Z7000-EXIT.
           EXIT
           .
      *SEND MAP PARAGRAPH-----------------------------------------------
       Z0000-SEND-MAP.
           PERFORM Z1000-MOVE-ATTR THRU Z1000-EXIT

           EXEC CICS
                SEND MAP(WS-MAP)
                     MAPSET(WS-MAPSET)
                     FROM(PULLMO)
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
           MOVE ATTR-UNPROT-MDT     TO MACCNOA
           .
       Z1000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE COPY'S STATUS, CONDITION, BRANCH AND SHELF AS THEY STAND-----
      *BEFORE A CHANGE, FOR Z7710 TO COMPARE WITH (A COPY NOT YET-------
      *ON FILE COMES BACK BLANK)----------------------------------------
       Z7700-COPY-BEFORE.
           MOVE COPY-ACCESSION-NO TO CPHST-ACCESSION-NO

           EXEC SQL
                SELECT STATUS, VALUE(CONDITION, ' '),
                       VALUE(BRANCH_ID, 0), VALUE(SHELF_LOC, ' ')
                INTO  :CPHST-OLD-STATUS, :CPHST-OLD-CONDITION,
                      :CPHST-OLD-BRANCH-ID, :CPHST-OLD-SHELF-LOC
                FROM   IBMUSER.COPIES
                WHERE  ACCESSION_NO = :CPHST-ACCESSION-NO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE SPACES TO CPHST-OLD-STATUS
                                  CPHST-OLD-CONDITION
                                  CPHST-OLD-SHELF-LOC
                   MOVE 0      TO CPHST-OLD-BRANCH-ID
              WHEN OTHER
                   MOVE    'Z7700-COPY-BEFORE.'   TO ERR-LOC
                   MOVE     SQLCODE               TO ERR-CODE
                   MOVE    'Y'                    TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       Z7700-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE IBMUSER.COPY_HISTORY ROW WHEN THE COPY NOW DIFFERS FROM WHAT-
      *Z7700 TOOK - OLD AND NEW VALUES, THE NEXT SEQ_NO FOR THE COPY,---
      *THIS PROGRAM AND THE OPERATOR------------------------------------
       Z7710-COPY-HISTORY.
           EXEC SQL
                SELECT STATUS, VALUE(CONDITION, ' '),
                       VALUE(BRANCH_ID, 0), VALUE(SHELF_LOC, ' ')
                INTO  :CPHST-NEW-STATUS, :CPHST-NEW-CONDITION,
                      :CPHST-NEW-BRANCH-ID, :CPHST-NEW-SHELF-LOC
                FROM   IBMUSER.COPIES
                WHERE  ACCESSION_NO = :CPHST-ACCESSION-NO
           END-EXEC

           IF SQLCODE = 100
              GO TO Z7710-EXIT
           END-IF

           IF SQLCODE NOT = 0
              MOVE    'Z7710-COPY-HISTORY.'  TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF CPHST-NEW-STATUS    = CPHST-OLD-STATUS
          AND CPHST-NEW-CONDITION = CPHST-OLD-CONDITION
          AND CPHST-NEW-BRANCH-ID = CPHST-OLD-BRANCH-ID
          AND CPHST-NEW-SHELF-LOC = CPHST-OLD-SHELF-LOC
              GO TO Z7710-EXIT
           END-IF

           EXEC SQL
                SELECT VALUE(MAX(SEQ_NO), 0)
                INTO  :CPHST-SEQ-NO
                FROM   IBMUSER.COPY_HISTORY
                WHERE  ACCESSION_NO = :CPHST-ACCESSION-NO
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'Z7710-COPY-HISTORY.'  TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           ADD 1 TO CPHST-SEQ-NO
           MOVE 'PULL01  '         TO CPHST-PROGRAM
           MOVE WS-OPER-ID         TO CPHST-OPER-ID

           EXEC SQL
                INSERT INTO IBMUSER.COPY_HISTORY
                       (ACCESSION_NO, SEQ_NO, CHANGE_DATE, CHANGE_TIME,
                        OLD_STATUS, NEW_STATUS, OLD_CONDITION,
                        NEW_CONDITION, OLD_BRANCH_ID, NEW_BRANCH_ID,
                        OLD_SHELF_LOC, NEW_SHELF_LOC, PROGRAM, OPER_ID)
                VALUES (:CPHST-ACCESSION-NO, :CPHST-SEQ-NO,
                        CURRENT DATE, CURRENT TIME,
                        :CPHST-OLD-STATUS, :CPHST-NEW-STATUS,
                        :CPHST-OLD-CONDITION, :CPHST-NEW-CONDITION,
                        :CPHST-OLD-BRANCH-ID, :CPHST-NEW-BRANCH-ID,
                        :CPHST-OLD-SHELF-LOC, :CPHST-NEW-SHELF-LOC,
                        :CPHST-PROGRAM, :CPHST-OPER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'Z7710-COPY-HISTORY.'  TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       Z7710-EXIT.
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
           MOVE 'PULL01  '        TO ERRLG-PROGRAM
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
                WHERE  FUNC_NAME = 'PULL01  '
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
                WHERE  FUNC_NAME = 'PULL01  '
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
