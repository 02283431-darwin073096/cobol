      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CPHINQ1.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- COPY LIFECYCLE INQUIRY. KEY AN ACCESSION NUMBER TO SEE    *
      * THE COPY AS IT STANDS (TITLE, STATUS, CONDITION, BRANCH,      *
      * SHELF, DATE ACQUIRED) AND EVERY CHANGE ON IBMUSER.COPY_HISTORY*
      * NEWEST FIRST - ACQUISITION, CHECK-OUTS AND RETURNS, HOLDS,    *
      * TRANSFERS, REPAIRS, MISSING SEARCHES AND WITHDRAWAL - ONE     *
      * LINE EACH WITH THE OLD > NEW STATUS, CONDITION AND BRANCH,    *
      * THE NEW SHELF, THE PROGRAM AND THE OPERATOR. A COPY ADDED     *
      * BEFORE THE HISTORY WAS KEPT ENDS ON AN 'ACQUIRED' LINE TAKEN  *
      * FROM ITS DATE_ACQUIRED. PAGED 15 LINES AT A TIME THE WAY      *
      * AUDINQ1 BROWSES THE BOOKS AUDIT TRAIL.                        *
      * FUNTIONS AVAILABLE:                                           *
      *    -- ENTER > LOAD THE LIFECYCLE FOR THE KEYED ACCESSION NO.  *
      *    -- F7    > PREVIOUS PAGE                                   *
      *    -- F8    > NEXT PAGE                                       *
      *    -- F3    > CLEAR AND START A NEW INQUIRY                   *
      *    -- F12   > EXIT                                            *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- COPY01, LOAN01, BRXFER1, REPAIR01, SRCH01, MISSFU AND   *
      *       THE OTHER PROGRAMS THAT CHANGE A COPY > WRITE THE       *
      *       HISTORY BROWSED HERE                                    *
      *    -- RETPURGE > ARCHIVES AND PURGES THE OLDEST HISTORY       *
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
           05  AUD-ITEM                PIC S9(4)  COMP  VALUE +1      .
           05  AUD-NUMITEM             PIC S9(4)  COMP  VALUE  0      .
           05  AUD-QUEUE-NAME.
               10  FILLER              PIC X(2)   VALUE 'CH'          .
               10  AUD-TERMINAL-ID     PIC 9(6)                       .
           05  WS-INQ-ACCESSION-NO     PIC X(012) VALUE SPACES        .
           05  WS-INQ-HEADER           VALUE SPACES.
               10  WS-INQ-TITLE        PIC X(040)                     .
               10  WS-INQ-STATUS       PIC X(001)                     .
               10  WS-INQ-CONDITION    PIC X(001)                     .
               10  WS-INQ-BRANCH       PIC X(004)                     .
               10  WS-INQ-SHELF-LOC    PIC X(010)                     .
               10  WS-INQ-ACQUIRED     PIC X(010)                     .

       01  AUD-PAGE-ENTRY.
           05  AUD-PAGE OCCURS 15 TIMES.
               10  AUD-LINE            PIC X(070)                     .

       01  SWITCH.
           05  ERROR-HANDLING          PIC X    VALUE 'N'             .
               88  SOME-ERROR                   VALUE 'Y'             .
           05  END-OF-FILE             PIC X    VALUE 'N'             .
               88  NO-MORE-RECORDS              VALUE 'Y'             .
           05  WS-ACQ-SW               PIC X    VALUE 'N'             .
               88  ACQUISITION-SEEN             VALUE 'Y'             .

       01  WS-VARS.
           05  WS-TRANSID              PIC X(04) VALUE 'CPH1'         .
           05  WS-MAP                  PIC X(07) VALUE 'CPHINQM'      .
           05  WS-MAPSET               PIC X(07) VALUE 'CPHINQ'       .
           05  RESPONSE-CODE           PIC S9(4) COMP                .
           05  AUD-SUB                 PIC S9(4) COMP                .
           05  AUD-ITEM-X              PIC 9(03)                     .
           05  AUD-NUMITEM-X           PIC 9(03)                     .
           05  WS-BRANCH-EDIT          PIC ZZZ9                      .
           05  WS-OLD-BR-EDIT          PIC ZZZ9                      .
           05  WS-NEW-BR-EDIT          PIC ZZZ9                      .
           05  END-OF-SESSION          PIC X(13) VALUE 'SESSION ENDED'.
           05  WS-OPER-REJ-MSG         PIC X(050) VALUE
                   'SIGNED-ON USERID NOT SET UP IN OPERATORS TABLE.'   .
           05  WS-LOCKED-MSG           PIC X(060) VALUE
                   'OPERATOR IS LOCKED OUT - AN ADMIN MUST CLEAR IT.'  .
           05  WS-SEC-EVENT            PIC X(1)                       .
           05  WS-NEXT-SEC-ID          PIC S9(9) COMP                 .
           05  WS-NOTAUTH-MSG          PIC X(055) VALUE
                   'NOT AUTHORIZED TO BROWSE COPY HISTORY.'           .
           05  WS-FUNC-AUTH-SW         PIC X(1)  VALUE 'N'           .
               88  FUNCTION-ALLOWED               VALUE 'Y'          .
           05  WS-ROLE-GRANTEE         PIC X(8)                      .
           05  WS-FUNC-COUNT           PIC S9(9) COMP                .
           05  WS-MESSAGE.
               10  FILLER              PIC X(10) VALUE 'ERROR IN: '  .
               10  ERR-LOC             PIC X(30)                     .
               10  FILLER              PIC X(06) VALUE 'CODE: '      .
               10  ERR-CODE            PIC S9(4) COMP                .

       01  WS-CPH-LINE.
           05  WL-DATE                 PIC X(010)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-EVENT                PIC X(011)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-STATUS               PIC X(003)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-COND                 PIC X(003)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-BRANCH               PIC X(009)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-SHELF                PIC X(010)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-PROGRAM              PIC X(008)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-OPER-ID              PIC X(008)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .


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
                INCLUDE DCLCOPY
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBOOKS
           END-EXEC.

           EXEC SQL
                INCLUDE DCLCPHST
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
      *THE KEYED COPY'S HISTORY, NEWEST CHANGE FIRST--------------------
           EXEC SQL DECLARE CH_CURSOR CURSOR FOR
                SELECT SEQ_NO, CHANGE_DATE, CHANGE_TIME,
                       OLD_STATUS, NEW_STATUS,
                       OLD_CONDITION, NEW_CONDITION,
                       OLD_BRANCH_ID, NEW_BRANCH_ID,
                       OLD_SHELF_LOC, NEW_SHELF_LOC,
                       PROGRAM, VALUE(OPER_ID, ' ')
                FROM   IBMUSER.COPY_HISTORY
                WHERE  ACCESSION_NO = :WS-INQ-ACCESSION-NO
                ORDER BY SEQ_NO DESC
           END-EXEC.

           COPY CPHINQ.
           COPY DFHAID.
           COPY ATTR.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LS-OPER-ID              PIC X(008)                     .
           05  LS-OPER-NAME            PIC X(020)                     .
           05  LS-OPER-ROLE            PIC X(001)                     .
           05  LS-AUD-ITEM             PIC S9(4)  COMP                .
           05  LS-AUD-NUMITEM          PIC S9(4)  COMP                .
           05  LS-AUD-QUEUE-NAME       PIC X(8)                       .
           05  LS-INQ-ACCESSION-NO     PIC X(012)                     .
           05  LS-INQ-HEADER           PIC X(066)                     .

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
                            MOVE LOW-VALUES      TO CPHINQMO
                            MOVE 'KEY AN ACCESSION NO. - PRESS ENTER.'
                                                 TO MESSAGEO
                            PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
                    END-EVALUATE

               WHEN EIBCALEN > 0
                    MOVE DFHCOMMAREA         TO WS-COMMAREA
                    MOVE LOW-VALUES          TO CPHINQMI
                    MOVE LOW-VALUES          TO CPHINQMO
                    MOVE SPACES              TO MESSAGEO
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
                   PERFORM Z5000-DELETEQ THRU Z5000-EXIT
                   INITIALIZE AUD-ITEM
                   INITIALIZE AUD-NUMITEM
                   MOVE SPACES     TO WS-INQ-ACCESSION-NO
                   MOVE SPACES     TO WS-INQ-HEADER
                   MOVE LOW-VALUES TO CPHINQMO
                   MOVE 'KEY AN ACCESSION NO. - PRESS ENTER.'
                                   TO MESSAGEO
                   PERFORM Z0000-SEND-MAP THRU Z0000-EXIT

              WHEN EIBAID = DFHPF7
                   SUBTRACT 1 FROM AUD-ITEM
                   PERFORM A3000-PAGING-PROCESS THRU A3000-EXIT

              WHEN EIBAID = DFHPF8
                   ADD 1 TO AUD-ITEM
                   PERFORM A3000-PAGING-PROCESS THRU A3000-EXIT

              WHEN EIBAID = DFHPF12
                   PERFORM Z5000-DELETEQ THRU Z5000-EXIT

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
                               INTO(CPHINQMI)
                               RESP(RESPONSE-CODE)
                   END-EXEC

                   PERFORM A2000-LOAD-HISTORY THRU A2000-EXIT

              WHEN OTHER
                   MOVE 'INVALID KEY PRESSED.'    TO MESSAGEO
                   PERFORM  Z0000-SEND-MAP      THRU Z0000-EXIT
           END-EVALUATE
           .
       A1000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *LOAD THE KEYED COPY'S LIFECYCLE INTO THE CH TS QUEUE, NEWEST-----
      *FIRST (SAME FORMAT-ONCE PAGE-MANY PATTERN AS AUDINQ1'S A2000)----
       A2000-LOAD-HISTORY.
           IF MACCNOI = LOW-VALUE OR SPACES
              MOVE 'KEY AN ACCESSION NO. - PRESS ENTER.'
                                          TO MESSAGEO
              PERFORM Z0000-SEND-MAP    THRU Z0000-EXIT
           END-IF

           MOVE MACCNOI             TO WS-INQ-ACCESSION-NO
           MOVE WS-INQ-ACCESSION-NO TO COPY-ACCESSION-NO

           EXEC SQL
                SELECT C.BOOK_ID, C.STATUS, C.CONDITION,
                       VALUE(C.BRANCH_ID, 0), VALUE(C.SHELF_LOC, ' '),
                       VALUE(CHAR(C.DATE_ACQUIRED), ' '),
                       VALUE(B.TITLE, ' ')
                INTO  :COPY-BOOK-ID, :COPY-STATUS, :COPY-CONDITION,
                      :COPY-BRANCH-ID, :COPY-SHELF-LOC,
                      :COPY-DATE-ACQUIRED, :BOOKS-TITLE
                FROM   IBMUSER.COPIES C
                       LEFT OUTER JOIN IBMUSER.BOOKS B
                          ON B.BOOK_ID = C.BOOK_ID
                WHERE  C.ACCESSION_NO = :COPY-ACCESSION-NO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE BOOKS-TITLE-TEXT(1:40) TO WS-INQ-TITLE
                   MOVE COPY-STATUS            TO WS-INQ-STATUS
                   MOVE COPY-CONDITION         TO WS-INQ-CONDITION
                   MOVE COPY-BRANCH-ID         TO WS-BRANCH-EDIT
                   MOVE WS-BRANCH-EDIT         TO WS-INQ-BRANCH
                   MOVE COPY-SHELF-LOC         TO WS-INQ-SHELF-LOC
                   MOVE COPY-DATE-ACQUIRED     TO WS-INQ-ACQUIRED
              WHEN SQLCODE = 100
                   PERFORM Z5000-DELETEQ THRU Z5000-EXIT
                   INITIALIZE AUD-NUMITEM
                   MOVE SPACES            TO WS-INQ-HEADER
                   MOVE 'UNKNOWN ACCESSION NUMBER.' TO MESSAGEO
                   PERFORM Z0000-SEND-MAP        THRU Z0000-EXIT
              WHEN OTHER
                   MOVE    'A2000-LOAD-HISTORY.'  TO ERR-LOC
                   MOVE     SQLCODE               TO ERR-CODE
                   MOVE    'Y'                    TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE EIBTASKN TO AUD-TERMINAL-ID

           EXEC CICS DELETEQ TS
                QUEUE (AUD-QUEUE-NAME)
                RESP  (RESPONSE-CODE)
           END-EXEC

           MOVE 'N' TO END-OF-FILE
           MOVE 'N' TO WS-ACQ-SW
           INITIALIZE AUD-NUMITEM
           INITIALIZE AUD-SUB

           EXEC SQL
                OPEN CH_CURSOR
           END-EXEC

           PERFORM A2100-FETCH-CHANGE THRU A2100-EXIT
                   UNTIL NO-MORE-RECORDS

           EXEC SQL
                CLOSE CH_CURSOR
           END-EXEC

           MOVE 1 TO AUD-ITEM
           PERFORM Z1000-READQ-TS THRU Z1000-EXIT
           PERFORM Z2000-LOAD-MAP THRU Z2000-EXIT
           MOVE 'LIFECYCLE OF THE KEYED COPY, NEWEST FIRST.' TO MESSAGEO
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A2000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE LINE PER CHANGE. AT THE END OF THE HISTORY A COPY WITH NO----
      *ACQUISITION ROW (ADDED BEFORE THE HISTORY WAS KEPT) GETS ONE-----
      *FROM ITS DATE_ACQUIRED, SO THE LIFECYCLE ALWAYS STARTS THERE-----
       A2100-FETCH-CHANGE.
           EXEC SQL
                FETCH CH_CURSOR INTO :CPHST-SEQ-NO
                                    ,:CPHST-CHANGE-DATE
                                    ,:CPHST-CHANGE-TIME
                                    ,:CPHST-OLD-STATUS
                                    ,:CPHST-NEW-STATUS
                                    ,:CPHST-OLD-CONDITION
                                    ,:CPHST-NEW-CONDITION
                                    ,:CPHST-OLD-BRANCH-ID
                                    ,:CPHST-NEW-BRANCH-ID
                                    ,:CPHST-OLD-SHELF-LOC
                                    ,:CPHST-NEW-SHELF-LOC
                                    ,:CPHST-PROGRAM
                                    ,:CPHST-OPER-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   PERFORM A2120-FORMAT-CHANGE THRU A2120-EXIT
                   PERFORM A2110-LOAD-PROCESS  THRU A2110-EXIT
              WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-FILE
                   IF NOT ACQUISITION-SEEN
                      MOVE SPACES             TO WS-CPH-LINE
                      MOVE COPY-DATE-ACQUIRED TO WL-DATE
                      MOVE 'ACQUIRED'         TO WL-EVENT
                      PERFORM A2110-LOAD-PROCESS THRU A2110-EXIT
                   END-IF
                   IF AUD-SUB > 0
                      PERFORM A2130-WRITEQ-TS THRU A2130-EXIT
                   END-IF
              WHEN OTHER
                   MOVE    'A2100-FETCH-CHANGE.'  TO ERR-LOC
                   MOVE     SQLCODE               TO ERR-CODE
                   MOVE    'Y'                    TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2100-EXIT.
           EXIT
           .
       A2110-LOAD-PROCESS.
           IF AUD-SUB = 15
              PERFORM A2130-WRITEQ-TS   THRU A2130-EXIT
              MOVE WS-CPH-LINE            TO AUD-LINE(1)
              MOVE 1                      TO AUD-SUB
           ELSE
              ADD  1                      TO AUD-SUB
              MOVE WS-CPH-LINE            TO AUD-LINE(AUD-SUB)
           END-IF
           .
       A2110-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *NAME THE CHANGE FROM ITS OLD AND NEW STATUS (A STATUS THAT DID---
      *NOT MOVE FALLS BACK TO WHATEVER ELSE DID), THEN SHOW OLD > NEW---
      *FOR EACH VALUE THAT CHANGED-------------------------------------
       A2120-FORMAT-CHANGE.
           MOVE SPACES            TO WS-CPH-LINE
           MOVE CPHST-CHANGE-DATE TO WL-DATE
           MOVE CPHST-PROGRAM     TO WL-PROGRAM
           MOVE CPHST-OPER-ID     TO WL-OPER-ID

           EVALUATE TRUE
              WHEN CPHST-OLD-STATUS = SPACES
                   MOVE 'ACQUIRED'    TO WL-EVENT
                   MOVE 'Y'           TO WS-ACQ-SW
              WHEN CPHST-NEW-STATUS = CPHST-OLD-STATUS
                   EVALUATE TRUE
                      WHEN CPHST-NEW-BRANCH-ID
                                      NOT = CPHST-OLD-BRANCH-ID
                           MOVE 'TRANSFERRED' TO WL-EVENT
                      WHEN CPHST-NEW-CONDITION
                                      NOT = CPHST-OLD-CONDITION
                           MOVE 'CONDITION'   TO WL-EVENT
                      WHEN OTHER
                           MOVE 'RESHELVED'   TO WL-EVENT
                   END-EVALUATE
              WHEN CPHST-NEW-STATUS = 'O'
                   MOVE 'CHECKED OUT' TO WL-EVENT
              WHEN CPHST-NEW-STATUS = 'A' AND CPHST-OLD-STATUS = 'O'
                   MOVE 'RETURNED'    TO WL-EVENT
              WHEN CPHST-NEW-STATUS = 'A' AND CPHST-OLD-STATUS = 'M'
                   MOVE 'FOUND'       TO WL-EVENT
              WHEN CPHST-NEW-STATUS = 'A' AND CPHST-OLD-STATUS = 'B'
                   MOVE 'REPAIRED'    TO WL-EVENT
              WHEN CPHST-NEW-STATUS = 'A' AND CPHST-OLD-STATUS = 'T'
                   MOVE 'RECEIVED'    TO WL-EVENT
              WHEN CPHST-NEW-STATUS = 'A'
                   MOVE 'AVAILABLE'   TO WL-EVENT
              WHEN CPHST-NEW-STATUS = 'H'
                   MOVE 'ON HOLD'     TO WL-EVENT
              WHEN CPHST-NEW-STATUS = 'P'
                   MOVE 'PULLED'      TO WL-EVENT
              WHEN CPHST-NEW-STATUS = 'T'
                   MOVE 'IN TRANSIT'  TO WL-EVENT
              WHEN CPHST-NEW-STATUS = 'B'
                   MOVE 'TO REPAIR'   TO WL-EVENT
              WHEN CPHST-NEW-STATUS = 'M'
                   MOVE 'MISSING'     TO WL-EVENT
              WHEN CPHST-NEW-STATUS = 'L'
                   MOVE 'LOST'        TO WL-EVENT
              WHEN CPHST-NEW-STATUS = 'D'
                   MOVE 'DAMAGED'     TO WL-EVENT
              WHEN CPHST-NEW-STATUS = 'W'
                   MOVE 'WITHDRAWN'   TO WL-EVENT
              WHEN OTHER
                   MOVE 'STATUS'      TO WL-EVENT
           END-EVALUATE

           IF CPHST-NEW-STATUS NOT = CPHST-OLD-STATUS
              MOVE CPHST-OLD-STATUS    TO WL-STATUS(1:1)
              MOVE '>'                 TO WL-STATUS(2:1)
              MOVE CPHST-NEW-STATUS    TO WL-STATUS(3:1)
           END-IF

           IF CPHST-NEW-CONDITION NOT = CPHST-OLD-CONDITION
              MOVE CPHST-OLD-CONDITION TO WL-COND(1:1)
              MOVE '>'                 TO WL-COND(2:1)
              MOVE CPHST-NEW-CONDITION TO WL-COND(3:1)
           END-IF

           IF CPHST-NEW-BRANCH-ID NOT = CPHST-OLD-BRANCH-ID
              MOVE CPHST-OLD-BRANCH-ID TO WS-OLD-BR-EDIT
              MOVE CPHST-NEW-BRANCH-ID TO WS-NEW-BR-EDIT
              MOVE WS-OLD-BR-EDIT      TO WL-BRANCH(1:4)
              MOVE '>'                 TO WL-BRANCH(5:1)
              MOVE WS-NEW-BR-EDIT      TO WL-BRANCH(6:4)
           END-IF

           IF CPHST-NEW-SHELF-LOC NOT = CPHST-OLD-SHELF-LOC
              MOVE CPHST-NEW-SHELF-LOC TO WL-SHELF
           END-IF
           .
       A2120-EXIT.
           EXIT
           .
       A2130-WRITEQ-TS.
           EXEC CICS
                WRITEQ TS QUEUE    (AUD-QUEUE-NAME)
                          FROM     (AUD-PAGE-ENTRY)
                          NUMITEMS (AUD-NUMITEM)
                          RESP     (RESPONSE-CODE)
           END-EXEC

           IF RESPONSE-CODE = ZEROS
              MOVE LOW-VALUE     TO AUD-PAGE-ENTRY
              MOVE 0             TO AUD-SUB
           ELSE
              MOVE 'Y' TO ERROR-HANDLING
              MOVE 'ERROR IN A2130-WRITEQ-TS.' TO ERR-LOC
              MOVE RESPONSE-CODE               TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       A2130-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *PAGING PARAGRAPH-------------------------------------------------
       A3000-PAGING-PROCESS.
           EVALUATE TRUE
               WHEN AUD-ITEM < 1
                    MOVE  +1                                TO AUD-ITEM
                    MOVE 'YOU ARE ALREADY ON FIRST PAGE.'   TO MESSAGEO

               WHEN AUD-ITEM > AUD-NUMITEM
                    MOVE  AUD-NUMITEM                       TO AUD-ITEM
                    MOVE 'YOU HAVE REACHED THE END OF LIST.'TO MESSAGEO

               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           IF AUD-NUMITEM = 0
              MOVE 'NOTHING LOADED - KEY AN ACCESSION NUMBER.'
                                       TO MESSAGEO
              PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           END-IF

           PERFORM Z1000-READQ-TS THRU Z1000-EXIT
           PERFORM Z2000-LOAD-MAP THRU Z2000-EXIT
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A3000-EXIT.
           EXIT
           .
       Z1000-READQ-TS.
           EXEC CICS
                READQ TS QUEUE (AUD-QUEUE-NAME)
                         INTO  (AUD-PAGE-ENTRY)
                         ITEM  (AUD-ITEM)
                         RESP  (RESPONSE-CODE)
           END-EXEC.

           IF RESPONSE-CODE > ZEROS
              MOVE 'Y' TO ERROR-HANDLING
              MOVE 'ERROR IN Z1000-READQ-TS.'  TO ERR-LOC
              MOVE RESPONSE-CODE               TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       Z1000-EXIT.
           EXIT
           .
       Z2000-LOAD-MAP.
           PERFORM Z2100-MOVE-REC-ELEMENT THRU  Z2100-EXIT
                   VARYING AUD-SUB FROM 1 BY 1 UNTIL AUD-SUB > 15
           .
       Z2000-EXIT.
           EXIT
           .
       Z2100-MOVE-REC-ELEMENT.
           IF AUD-LINE(AUD-SUB) NOT = LOW-VALUE
              MOVE AUD-LINE(AUD-SUB)    TO LISTO(AUD-SUB)
           END-IF
           .
       Z2100-EXIT.
           EXIT
           .
      *SEND MAP PARAGRAPH-----------------------------------------------
       Z0000-SEND-MAP.
           MOVE ATTR-UNPROT-MDT     TO MACCNOA
           MOVE WS-INQ-ACCESSION-NO TO MACCNOO

           IF AUD-NUMITEM > 0
              MOVE WS-INQ-TITLE     TO MTITLEO
              MOVE WS-INQ-STATUS    TO MSTATO
              MOVE WS-INQ-CONDITION TO MCONDO
              MOVE WS-INQ-BRANCH    TO MBRNCHO
              MOVE WS-INQ-SHELF-LOC TO MSHLFO
              MOVE WS-INQ-ACQUIRED  TO MACQDO
           END-IF

           MOVE AUD-ITEM        TO AUD-ITEM-X
           MOVE AUD-NUMITEM     TO AUD-NUMITEM-X
           MOVE AUD-ITEM-X      TO ITEMO
           MOVE AUD-NUMITEM-X   TO NUMITEMO

           EXEC CICS
                SEND MAP(WS-MAP)
                     MAPSET(WS-MAPSET)
                     FROM(CPHINQMO)
           END-EXEC

           EXEC CICS
               RETURN TRANSID(WS-TRANSID)
                      COMMAREA(WS-COMMAREA)
           END-EXEC
           .
       Z0000-EXIT.
           EXIT
           .
       Z5000-DELETEQ.
           EXEC CICS DELETEQ TS
                QUEUE (AUD-QUEUE-NAME)
                RESP  (RESPONSE-CODE)
           END-EXEC

           MOVE LOW-VALUES TO AUD-PAGE-ENTRY
           .
       Z5000-EXIT.
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
           MOVE 'CPHINQ1 '   TO ERRLG-PROGRAM
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
                WHERE  FUNC_NAME = 'CPHINQ1 '
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
                WHERE  FUNC_NAME = 'CPHINQ1 '
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
