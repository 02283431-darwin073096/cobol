      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    BRWINQ1.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.14.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- READ-ONLY BORROWER ACCOUNT INQUIRY. KEY A BORROWER ID ----*
      * AND THE WHOLE ACCOUNT COMES UP ON ONE SCREEN - THE MASTER     *
      * DATA, ACTIVE BLOCK COUNT AND OUTSTANDING FINES BALANCE ON     *
      * TOP, AND BELOW IT ONE OF FOUR SECTIONS, EACH PAGED 10 ROWS    *
      * AT A TIME IN ITS OWN TS QUEUE:                                *
      *    L = OPEN LOANS WITH DUE DATE AND RECALL FLAG               *
      *    H = LIVE HOLDS (Q/P/T/R) WITH THE QUEUE POSITION           *
      *    F = OUTSTANDING FINES WITH THE BALANCE OF EACH             *
      *    N = NOTICES SENT, NEWEST FIRST                             *
      * A GUARDIAN'S LOANS AND FINES SECTIONS ALSO CARRY THE ROWS OF  *
      * EVERY JUVENILE LINKED TO IT (BRWR COLUMN = WHOSE ROW), AND THE *
      * HEADER SHOWS THE FAMILY'S COMBINED FINES BALANCE. A LINKED    *
      * JUVENILE SHOWS ITS GUARDIAN'S ID.                             *
      * NOTHING IS UPDATED HERE. STARTED DIRECTLY BY ITS OWN TRANSID  *
      * AND GATED BY THE FUNC_AUTH MATRIX (FUNCTION 'BRWINQ1 ').      *
      * FUNTIONS AVAILABLE:                                           *
      *    -- ENTER > LOAD THE KEYED BORROWER / SWITCH SECTION        *
      *    -- F7    > PREVIOUS PAGE OF THE SECTION SHOWN              *
      *    -- F8    > NEXT PAGE OF THE SECTION SHOWN                  *
      *    -- F3    > CLEAR AND START A NEW INQUIRY                   *
      *    -- F12   > EXIT                                            *
      *                                                               *
      * RELATED PROGRAMS: BORRW01, LOAN01, BLOCK01, NOTSPOOL          *
      *    -- BORRW01  > MAINTAINS THE BORROWER MASTER SHOWN HERE     *
      *    -- BLOCK01  > PLACES AND LIFTS THE BLOCKS COUNTED HERE     *
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
           05  BIQ-BORROWER-ID         PIC S9(4)  COMP  VALUE  0      .
           05  BIQ-SECT-NO             PIC S9(4)  COMP  VALUE  0      .
           05  BIQ-TASK-ID             PIC 9(6)         VALUE  0      .
           05  BIQ-SECTIONS.
               10  BIQ-SECTION OCCURS 4 TIMES.
                   15  BIQ-ITEM        PIC S9(4)  COMP                .
                   15  BIQ-NUMITEM     PIC S9(4)  COMP                .
                   15  BIQ-ROWS        PIC S9(4)  COMP                .

       01  BIQ-PAGE-ENTRY.
           05  BIQ-PAGE OCCURS 10 TIMES.
               10  BIQ-LINE            PIC X(070)                     .

       01  SWITCH.
           05  ERROR-HANDLING          PIC X    VALUE 'N'             .
               88  SOME-ERROR                   VALUE 'Y'             .
           05  END-OF-FILE             PIC X    VALUE 'N'             .
               88  NO-MORE-RECORDS              VALUE 'Y'             .

       01  WS-VARS.
           05  WS-TRANSID              PIC X(04) VALUE 'BIQ1'         .
           05  WS-MAP                  PIC X(07) VALUE 'BRWINQM'      .
           05  WS-MAPSET               PIC X(07) VALUE 'BRWINQ'       .
           05  RESPONSE-CODE           PIC S9(4) COMP                .
           05  BIQ-SUB                 PIC S9(4) COMP                .
           05  BIQ-SECT-SUB            PIC S9(4) COMP                .
           05  BIQ-SECT-WANT           PIC S9(4) COMP                .
           05  BIQ-CUR-ITEM            PIC S9(4) COMP                .
           05  BIQ-CUR-NUMITEM         PIC S9(4) COMP                .
           05  BIQ-NEW-BID             PIC S9(4) COMP                .
           05  BIQ-QUEUE-NAME.
               10  FILLER              PIC X(1)   VALUE 'B'           .
               10  BIQ-QUEUE-SECT      PIC X(1)                       .
               10  BIQ-QUEUE-TASK      PIC 9(6)                       .
           05  BIQ-ITEM-X              PIC 9(03)                     .
           05  BIQ-NUMITEM-X           PIC 9(03)                     .
           05  BIQ-COUNT-X             PIC ZZZ9                      .
           05  BIQ-BID-X               PIC 9(04)                     .
           05  BIQ-OWED                PIC S9(7)V9(2) COMP-3         .
           05  BIQ-OWED-X              PIC Z,ZZZ,ZZ9.99              .
           05  BIQ-BLOCKS              PIC S9(9) COMP                .
           05  BIQ-QPOS                PIC S9(9) COMP                .
           05  BIQ-QPOS-X              PIC ZZZ9                      .
           05  BIQ-OVERDUE             PIC X(1)                      .
           05  BIQ-FINE-BAL            PIC S9(5)V9(2) COMP-3         .
           05  BIQ-FAM-OWED            PIC S9(7)V9(2) COMP-3         .
           05  END-OF-SESSION          PIC X(13) VALUE 'SESSION ENDED'.
           05  WS-OPER-REJ-MSG         PIC X(050) VALUE
                   'SIGNED-ON USERID NOT SET UP IN OPERATORS TABLE.'   .
           05  WS-LOCKED-MSG           PIC X(060) VALUE
                   'OPERATOR IS LOCKED OUT - AN ADMIN MUST CLEAR IT.'  .
           05  WS-START-MSG            PIC X(060) VALUE
                   'KEY A BORROWER ID (AND SECTION L/H/F/N), ENTER.'   .
           05  WS-SEC-EVENT            PIC X(1)                       .
           05  WS-NEXT-SEC-ID          PIC S9(9) COMP                 .
           05  WS-NOTAUTH-MSG          PIC X(055) VALUE
                   'NOT AUTHORIZED FOR BORROWER ACCOUNT INQUIRY.'      .
           05  WS-FUNC-AUTH-SW         PIC X(1)  VALUE 'N'           .
               88  FUNCTION-ALLOWED               VALUE 'Y'          .
           05  WS-ROLE-GRANTEE         PIC X(8)                      .
           05  WS-FUNC-COUNT           PIC S9(9) COMP                .
           05  WS-MESSAGE.
               10  FILLER              PIC X(10) VALUE 'ERROR IN: '  .
               10  ERR-LOC             PIC X(30)                     .
               10  FILLER              PIC X(06) VALUE 'CODE: '      .
               10  ERR-CODE            PIC S9(4) COMP                .

      *-----------------------------------------------------------------
      *SECTION LETTERS AND THE COLUMN HEADING SHOWN OVER EACH SECTION---
       01  BIQ-SECT-LETTERS            PIC X(04) VALUE 'LHFN'         .
       01  BIQ-SECT-LETTER-TBL REDEFINES BIQ-SECT-LETTERS.
           05  BIQ-SECT-LETTER         PIC X(01) OCCURS 4 TIMES       .

       01  BIQ-SECT-HEADINGS.
           05  FILLER                  PIC X(035) VALUE
                   '  LOAN ID BOOK BRWR TITLE          '              .
           05  FILLER                  PIC X(035) VALUE
                   '   LOANED     DUE DATE   R RN OVD  '              .
           05  FILLER                  PIC X(035) VALUE
                   '  HOLD ID BOOK TITLE               '              .
           05  FILLER                  PIC X(035) VALUE
                   '   PLACED     S QUEUE/STAT PICK    '              .
           05  FILLER                  PIC X(035) VALUE
                   '  FINE ID T ASSESSED     LOAN ID   '              .
           05  FILLER                  PIC X(035) VALUE
                   'AMOUNT      PAID   BALANCE  BRWR   '              .
           05  FILLER                  PIC X(035) VALUE
                   'SENT       T C NOTICE TEXT         '              .
           05  FILLER                  PIC X(035) VALUE SPACES        .
       01  BIQ-SECT-HEADING-TBL REDEFINES BIQ-SECT-HEADINGS.
           05  BIQ-SECT-HEADING        PIC X(070) OCCURS 4 TIMES      .

       01  WS-BIQ-LINE                 PIC X(070)                     .

       01  WS-LOAN-LINE.
           05  WL-LOAN-ID              PIC Z(8)9                      .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-LOAN-BOOK            PIC ZZZ9                       .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-LOAN-BORROWER        PIC ZZZ9                       .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-LOAN-TITLE           PIC X(017)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-LOAN-DATE            PIC X(010)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-LOAN-DUE             PIC X(010)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-LOAN-RECALL          PIC X(001)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-LOAN-RENEW           PIC Z9                         .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-LOAN-OVERDUE         PIC X(003)                     .
           05  FILLER                  PIC X(002) VALUE SPACES        .

       01  WS-HOLD-LINE.
           05  WL-HOLD-ID              PIC Z(8)9                      .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-HOLD-BOOK            PIC ZZZ9                       .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-HOLD-TITLE           PIC X(022)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-HOLD-PLACED          PIC X(010)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-HOLD-STATUS          PIC X(001)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-HOLD-POS.
               10  WL-HOLD-POS-TEXT    PIC X(006)                     .
               10  WL-HOLD-POS-NUM     PIC X(004)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-HOLD-PICKUP          PIC ZZZ9                       .
           05  FILLER                  PIC X(004) VALUE SPACES        .

       01  WS-FINE-LINE.
           05  WL-FINE-ID              PIC Z(8)9                      .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-FINE-TYPE            PIC X(001)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-FINE-ASSESSED        PIC X(010)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-FINE-LOAN            PIC Z(8)9                      .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-FINE-AMOUNT          PIC ZZ,ZZ9.99                  .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-FINE-PAID            PIC ZZ,ZZ9.99                  .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-FINE-BALANCE         PIC ZZ,ZZ9.99                  .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-FINE-BORROWER        PIC ZZZ9                       .
           05  FILLER                  PIC X(003) VALUE SPACES        .

       01  WS-NOTE-LINE.
           05  WL-NOTE-SENT            PIC X(010)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-NOTE-TYPE            PIC X(001)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-NOTE-CHANNEL         PIC X(001)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-NOTE-TEXT            PIC X(055)                     .


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
                INCLUDE DCLSECAC
           END-EXEC.

           EXEC SQL
                INCLUDE DCLFAUTH
           END-EXEC.

           EXEC SQL
                INCLUDE DCLOPER
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBORRW
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBOOKS
           END-EXEC.

           EXEC SQL
                INCLUDE DCLLOANS
           END-EXEC.

           EXEC SQL
                INCLUDE DCLHOLDS
           END-EXEC.

           EXEC SQL
                INCLUDE DCLFINES
           END-EXEC.

           EXEC SQL
                INCLUDE DCLNOTIC
           END-EXEC.

      *A GUARDIAN'S LOANS AND FINES INCLUDE THOSE OF ITS DEPENDENTS----
           EXEC SQL DECLARE LN_CURSOR CURSOR FOR
                SELECT L.LOAN_ID, L.BOOK_ID, L.BORROWER_ID, B.TITLE,
                       L.LOAN_DATE, L.DUE_DATE,
                       VALUE(L.RECALL_FLAG, 'N'),
                       VALUE(L.RENEWAL_COUNT, 0),
                       CASE WHEN L.DUE_DATE < CURRENT DATE
                            THEN 'Y' ELSE 'N' END
                FROM   IBMUSER.LOANS L,
                       IBMUSER.BOOKS B
                WHERE (L.BORROWER_ID = :BORRW-BORROWER-ID
                   OR  L.BORROWER_ID IN
                      (SELECT D.BORROWER_ID
                       FROM   IBMUSER.BORROWERS D
                       WHERE  D.GUARDIAN_ID = :BORRW-BORROWER-ID))
                AND    L.STATUS      = 'O'
                AND    B.BOOK_ID     = L.BOOK_ID
                ORDER BY L.DUE_DATE, L.LOAN_ID
           END-EXEC.

      *QUEUE POSITION = QUEUED HOLDS ON THE SAME TITLE PLACED AT OR----
      *BEFORE THIS ONE (HOLD_ID ORDER IS THE FIRST-COME ORDER HOLDEXP--
      *AND HOLDPULL SERVE THE QUEUE IN)---------------------------------
           EXEC SQL DECLARE HL_CURSOR CURSOR FOR
                SELECT H.HOLD_ID, H.BOOK_ID, B.TITLE,
                       H.PLACED_DATE, H.STATUS,
                       VALUE(H.PICKUP_BRANCH, 0),
                       (SELECT COUNT(*)
                        FROM   IBMUSER.HOLDS Q
                        WHERE  Q.BOOK_ID = H.BOOK_ID
                        AND    Q.STATUS  = 'Q'
                        AND    Q.HOLD_ID <= H.HOLD_ID)
                FROM   IBMUSER.HOLDS H,
                       IBMUSER.BOOKS B
                WHERE  H.BORROWER_ID = :BORRW-BORROWER-ID
                AND    H.STATUS IN ('Q', 'P', 'T', 'R')
                AND    B.BOOK_ID     = H.BOOK_ID
                ORDER BY H.HOLD_ID
           END-EXEC.

           EXEC SQL DECLARE FN_CURSOR CURSOR FOR
                SELECT FINE_ID, FINE_TYPE, ASSESS_DATE,
                       VALUE(LOAN_ID, 0), AMOUNT,
                       VALUE(PAID_AMOUNT, 0), BORROWER_ID
                FROM   IBMUSER.FINES
                WHERE (BORROWER_ID = :BORRW-BORROWER-ID
                   OR  BORROWER_ID IN
                      (SELECT D.BORROWER_ID
                       FROM   IBMUSER.BORROWERS D
                       WHERE  D.GUARDIAN_ID = :BORRW-BORROWER-ID))
                AND    STATUS      = 'O'
                ORDER BY FINE_ID
           END-EXEC.

           EXEC SQL DECLARE NT_CURSOR CURSOR FOR
                SELECT NOTICE_ID, NOTICE_TYPE, NOTICE_TEXT,
                       VALUE(CHAR(SENT_DATE, ISO), ' '),
                       VALUE(CHANNEL, ' ')
                FROM   IBMUSER.NOTICES
                WHERE  BORROWER_ID = :BORRW-BORROWER-ID
                AND    STATUS      = 'S'
                ORDER BY SENT_DATE DESC, NOTICE_ID DESC
           END-EXEC.

           COPY BRWINQ.
           COPY DFHAID.
           COPY ATTR.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LS-OPER-ID              PIC X(008)                     .
           05  LS-OPER-NAME            PIC X(020)                     .
           05  LS-OPER-ROLE            PIC X(001)                     .
           05  LS-BIQ-BORROWER-ID      PIC S9(4)  COMP                .
           05  LS-BIQ-SECT-NO          PIC S9(4)  COMP                .
           05  LS-BIQ-TASK-ID          PIC 9(6)                       .
           05  LS-BIQ-SECTIONS.
               10  LS-BIQ-SECTION OCCURS 4 TIMES.
                   15  LS-BIQ-ITEM     PIC S9(4)  COMP                .
                   15  LS-BIQ-NUMITEM  PIC S9(4)  COMP                .
                   15  LS-BIQ-ROWS     PIC S9(4)  COMP                .

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
                            INITIALIZE BIQ-SECTIONS
                            MOVE LOW-VALUES      TO BRWINQMO
                            MOVE WS-START-MSG    TO MESSAGEO
                            PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
                    END-EVALUATE

               WHEN EIBCALEN > 0
                    MOVE DFHCOMMAREA         TO WS-COMMAREA
                    MOVE LOW-VALUES          TO BRWINQMI
                    MOVE LOW-VALUES          TO BRWINQMO
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
                   MOVE 0          TO BIQ-BORROWER-ID
                   MOVE 0          TO BIQ-SECT-NO
                   INITIALIZE BIQ-SECTIONS
                   MOVE LOW-VALUES TO BRWINQMO
                   MOVE WS-START-MSG TO MESSAGEO
                   PERFORM Z0000-SEND-MAP THRU Z0000-EXIT

              WHEN EIBAID = DFHPF7
                   IF BIQ-SECT-NO > 0
                      SUBTRACT 1 FROM BIQ-ITEM(BIQ-SECT-NO)
                   END-IF
                   PERFORM A3000-PAGING-PROCESS THRU A3000-EXIT

              WHEN EIBAID = DFHPF8
                   IF BIQ-SECT-NO > 0
                      ADD 1 TO BIQ-ITEM(BIQ-SECT-NO)
                   END-IF
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
                               INTO(BRWINQMI)
                               RESP(RESPONSE-CODE)
                   END-EXEC

                   PERFORM A2000-INQUIRE THRU A2000-EXIT

              WHEN OTHER
                   MOVE 'INVALID KEY PRESSED.'    TO MESSAGEO
                   PERFORM A3000-PAGING-PROCESS THRU A3000-EXIT
           END-EVALUATE
           .
       A1000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ENTER - WORK OUT WHICH SECTION IS WANTED, (RE)LOAD THE ACCOUNT--
      *WHEN A DIFFERENT BORROWER WAS KEYED, THEN SHOW THE SECTION AT---
      *THE PAGE IT WAS LAST LEFT ON------------------------------------
       A2000-INQUIRE.
           EVALUATE TRUE
              WHEN MSECTI = LOW-VALUE OR SPACES
                   IF BIQ-SECT-NO = 0
                      MOVE 1 TO BIQ-SECT-WANT
                   ELSE
                      MOVE BIQ-SECT-NO TO BIQ-SECT-WANT
                   END-IF
              WHEN MSECTI = 'L'
                   MOVE 1 TO BIQ-SECT-WANT
              WHEN MSECTI = 'H'
                   MOVE 2 TO BIQ-SECT-WANT
              WHEN MSECTI = 'F'
                   MOVE 3 TO BIQ-SECT-WANT
              WHEN MSECTI = 'N'
                   MOVE 4 TO BIQ-SECT-WANT
              WHEN OTHER
                   MOVE 'SECTION MUST BE L, H, F OR N.' TO MESSAGEO
                   PERFORM A3000-PAGING-PROCESS THRU A3000-EXIT
           END-EVALUATE

           IF MBIDI = LOW-VALUE OR SPACES
              IF BIQ-BORROWER-ID = 0
                 MOVE 'BORROWER ID IS REQUIRED.' TO MESSAGEO
                 PERFORM Z0000-SEND-MAP        THRU Z0000-EXIT
              END-IF
           ELSE
              COMPUTE BIQ-NEW-BID = FUNCTION NUMVAL(MBIDI)
              IF BIQ-NEW-BID NOT = BIQ-BORROWER-ID
                 PERFORM A2100-LOAD-ACCOUNT THRU A2100-EXIT
              END-IF
           END-IF

           MOVE BIQ-SECT-WANT TO BIQ-SECT-NO
           PERFORM A3000-PAGING-PROCESS THRU A3000-EXIT
           .
       A2000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *LOAD EVERY SECTION OF THE KEYED BORROWER'S ACCOUNT INTO ITS OWN-
      *TS QUEUE (B + SECTION LETTER + TASK NUMBER), FORMAT-ONCE--------
      *PAGE-MANY THE WAY SECINQ1 LOADS ITS LOG--------------------------
       A2100-LOAD-ACCOUNT.
           PERFORM Z5000-DELETEQ THRU Z5000-EXIT
           MOVE 0 TO BIQ-BORROWER-ID
           INITIALIZE BIQ-SECTIONS

           MOVE BIQ-NEW-BID TO BORRW-BORROWER-ID

           EXEC SQL
                SELECT NAME
                INTO  :BORRW-NAME
                FROM   IBMUSER.BORROWERS
                WHERE  BORROWER_ID = :BORRW-BORROWER-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE 'BORROWER NOT FOUND.' TO MESSAGEO
                   PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
              WHEN OTHER
                   MOVE    'A2100-LOAD-ACCOUNT.'  TO ERR-LOC
                   MOVE     SQLCODE               TO ERR-CODE
                   MOVE    'Y'                    TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE BIQ-NEW-BID TO BIQ-BORROWER-ID
           MOVE EIBTASKN    TO BIQ-TASK-ID

           MOVE 1 TO BIQ-SECT-NO
           PERFORM A2150-START-SECTION THRU A2150-EXIT
           EXEC SQL
                OPEN LN_CURSOR
           END-EXEC
           PERFORM A2200-FETCH-LOAN THRU A2200-EXIT
                   UNTIL NO-MORE-RECORDS
           EXEC SQL
                CLOSE LN_CURSOR
           END-EXEC

           MOVE 2 TO BIQ-SECT-NO
           PERFORM A2150-START-SECTION THRU A2150-EXIT
           EXEC SQL
                OPEN HL_CURSOR
           END-EXEC
           PERFORM A2300-FETCH-HOLD THRU A2300-EXIT
                   UNTIL NO-MORE-RECORDS
           EXEC SQL
                CLOSE HL_CURSOR
           END-EXEC

           MOVE 3 TO BIQ-SECT-NO
           PERFORM A2150-START-SECTION THRU A2150-EXIT
           EXEC SQL
                OPEN FN_CURSOR
           END-EXEC
           PERFORM A2400-FETCH-FINE THRU A2400-EXIT
                   UNTIL NO-MORE-RECORDS
           EXEC SQL
                CLOSE FN_CURSOR
           END-EXEC

           MOVE 4 TO BIQ-SECT-NO
           PERFORM A2150-START-SECTION THRU A2150-EXIT
           EXEC SQL
                OPEN NT_CURSOR
           END-EXEC
           PERFORM A2450-FETCH-NOTICE THRU A2450-EXIT
                   UNTIL NO-MORE-RECORDS
           EXEC SQL
                CLOSE NT_CURSOR
           END-EXEC
           .
       A2100-EXIT.
           EXIT
           .
       A2150-START-SECTION.
           MOVE 'N'        TO END-OF-FILE
           MOVE 0          TO BIQ-SUB
           MOVE LOW-VALUE  TO BIQ-PAGE-ENTRY
           MOVE 1          TO BIQ-ITEM(BIQ-SECT-NO)
           MOVE 0          TO BIQ-NUMITEM(BIQ-SECT-NO)
           MOVE 0          TO BIQ-ROWS(BIQ-SECT-NO)
           .
       A2150-EXIT.
           EXIT
           .
       A2200-FETCH-LOAN.
           EXEC SQL
                FETCH LN_CURSOR INTO :LOANS-LOAN-ID
                                    ,:LOANS-BOOK-ID
                                    ,:LOANS-BORROWER-ID
                                    ,:BOOKS-TITLE
                                    ,:LOANS-LOAN-DATE
                                    ,:LOANS-DUE-DATE
                                    ,:LOANS-RECALL-FLAG
                                    ,:LOANS-RENEWAL-COUNT
                                    ,:BIQ-OVERDUE
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE LOANS-LOAN-ID       TO WL-LOAN-ID
                   MOVE LOANS-BOOK-ID       TO WL-LOAN-BOOK
                   MOVE LOANS-BORROWER-ID   TO WL-LOAN-BORROWER
                   MOVE BOOKS-TITLE-TEXT    TO WL-LOAN-TITLE
                   MOVE LOANS-LOAN-DATE     TO WL-LOAN-DATE
                   MOVE LOANS-DUE-DATE      TO WL-LOAN-DUE
                   MOVE LOANS-RECALL-FLAG   TO WL-LOAN-RECALL
                   MOVE LOANS-RENEWAL-COUNT TO WL-LOAN-RENEW
                   IF BIQ-OVERDUE = 'Y'
                      MOVE 'YES'            TO WL-LOAN-OVERDUE
                   ELSE
                      MOVE SPACES           TO WL-LOAN-OVERDUE
                   END-IF
                   MOVE WS-LOAN-LINE        TO WS-BIQ-LINE
                   PERFORM A2900-LOAD-PROCESS THRU A2900-EXIT
              WHEN SQLCODE = 100
                   PERFORM A2800-END-SECTION THRU A2800-EXIT
              WHEN OTHER
                   MOVE    'A2200-FETCH-LOAN.'    TO ERR-LOC
                   MOVE     SQLCODE               TO ERR-CODE
                   MOVE    'Y'                    TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2200-EXIT.
           EXIT
           .
       A2300-FETCH-HOLD.
           EXEC SQL
                FETCH HL_CURSOR INTO :HOLDS-HOLD-ID
                                    ,:HOLDS-BOOK-ID
                                    ,:BOOKS-TITLE
                                    ,:HOLDS-PLACED-DATE
                                    ,:HOLDS-STATUS
                                    ,:HOLDS-PICKUP-BRANCH
                                    ,:BIQ-QPOS
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE HOLDS-HOLD-ID       TO WL-HOLD-ID
                   MOVE HOLDS-BOOK-ID       TO WL-HOLD-BOOK
                   MOVE BOOKS-TITLE-TEXT    TO WL-HOLD-TITLE
                   MOVE HOLDS-PLACED-DATE   TO WL-HOLD-PLACED
                   MOVE HOLDS-STATUS        TO WL-HOLD-STATUS
                   MOVE HOLDS-PICKUP-BRANCH TO WL-HOLD-PICKUP
                   EVALUATE HOLDS-STATUS
                      WHEN 'Q'
                           MOVE BIQ-QPOS    TO BIQ-QPOS-X
                           MOVE 'QUEUE '    TO WL-HOLD-POS-TEXT
                           MOVE BIQ-QPOS-X  TO WL-HOLD-POS-NUM
                      WHEN 'P'
                           MOVE 'PULLED'     TO WL-HOLD-POS
                      WHEN 'T'
                           MOVE 'IN TRANSIT' TO WL-HOLD-POS
                      WHEN OTHER
                           MOVE 'READY'      TO WL-HOLD-POS
                   END-EVALUATE
                   MOVE WS-HOLD-LINE        TO WS-BIQ-LINE
                   PERFORM A2900-LOAD-PROCESS THRU A2900-EXIT
              WHEN SQLCODE = 100
                   PERFORM A2800-END-SECTION THRU A2800-EXIT
              WHEN OTHER
                   MOVE    'A2300-FETCH-HOLD.'    TO ERR-LOC
                   MOVE     SQLCODE               TO ERR-CODE
                   MOVE    'Y'                    TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2300-EXIT.
           EXIT
           .
       A2400-FETCH-FINE.
           EXEC SQL
                FETCH FN_CURSOR INTO :FINES-FINE-ID
                                    ,:FINES-FINE-TYPE
                                    ,:FINES-ASSESS-DATE
                                    ,:FINES-LOAN-ID
                                    ,:FINES-AMOUNT
                                    ,:FINES-PAID-AMOUNT
                                    ,:FINES-BORROWER-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   COMPUTE BIQ-FINE-BAL = FINES-AMOUNT
                                        - FINES-PAID-AMOUNT
                   MOVE FINES-FINE-ID       TO WL-FINE-ID
                   MOVE FINES-FINE-TYPE     TO WL-FINE-TYPE
                   MOVE FINES-ASSESS-DATE   TO WL-FINE-ASSESSED
                   MOVE FINES-LOAN-ID       TO WL-FINE-LOAN
                   MOVE FINES-AMOUNT        TO WL-FINE-AMOUNT
                   MOVE FINES-PAID-AMOUNT   TO WL-FINE-PAID
                   MOVE BIQ-FINE-BAL        TO WL-FINE-BALANCE
                   MOVE FINES-BORROWER-ID   TO WL-FINE-BORROWER
                   MOVE WS-FINE-LINE        TO WS-BIQ-LINE
                   PERFORM A2900-LOAD-PROCESS THRU A2900-EXIT
              WHEN SQLCODE = 100
                   PERFORM A2800-END-SECTION THRU A2800-EXIT
              WHEN OTHER
                   MOVE    'A2400-FETCH-FINE.'    TO ERR-LOC
                   MOVE     SQLCODE               TO ERR-CODE
                   MOVE    'Y'                    TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2400-EXIT.
           EXIT
           .
       A2450-FETCH-NOTICE.
           EXEC SQL
                FETCH NT_CURSOR INTO :NOTIC-NOTICE-ID
                                    ,:NOTIC-NOTICE-TYPE
                                    ,:NOTIC-NOTICE-TEXT
                                    ,:NOTIC-SENT-DATE
                                    ,:NOTIC-CHANNEL
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE NOTIC-SENT-DATE     TO WL-NOTE-SENT
                   MOVE NOTIC-NOTICE-TYPE   TO WL-NOTE-TYPE
                   MOVE NOTIC-CHANNEL       TO WL-NOTE-CHANNEL
                   MOVE NOTIC-NOTICE-TEXT   TO WL-NOTE-TEXT
                   MOVE WS-NOTE-LINE        TO WS-BIQ-LINE
                   PERFORM A2900-LOAD-PROCESS THRU A2900-EXIT
              WHEN SQLCODE = 100
                   PERFORM A2800-END-SECTION THRU A2800-EXIT
              WHEN OTHER
                   MOVE    'A2450-FETCH-NOTICE.'  TO ERR-LOC
                   MOVE     SQLCODE               TO ERR-CODE
                   MOVE    'Y'                    TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2450-EXIT.
           EXIT
           .
       A2800-END-SECTION.
           MOVE 'Y' TO END-OF-FILE
           IF BIQ-SUB > 0
              PERFORM A2950-WRITEQ-TS THRU A2950-EXIT
           END-IF
           .
       A2800-EXIT.
           EXIT
           .
       A2900-LOAD-PROCESS.
           ADD 1 TO BIQ-ROWS(BIQ-SECT-NO)

           IF BIQ-SUB = 10
              PERFORM A2950-WRITEQ-TS   THRU A2950-EXIT
              MOVE WS-BIQ-LINE            TO BIQ-LINE(1)
              MOVE 1                      TO BIQ-SUB
           ELSE
              ADD  1                      TO BIQ-SUB
              MOVE WS-BIQ-LINE            TO BIQ-LINE(BIQ-SUB)
           END-IF
           .
       A2900-EXIT.
           EXIT
           .
       A2950-WRITEQ-TS.
           PERFORM Z5200-SET-QUEUE THRU Z5200-EXIT

           EXEC CICS
                WRITEQ TS QUEUE    (BIQ-QUEUE-NAME)
                          FROM     (BIQ-PAGE-ENTRY)
                          NUMITEMS (BIQ-CUR-NUMITEM)
                          RESP     (RESPONSE-CODE)
           END-EXEC

           IF RESPONSE-CODE = ZEROS
              MOVE BIQ-CUR-NUMITEM TO BIQ-NUMITEM(BIQ-SECT-NO)
              MOVE LOW-VALUE       TO BIQ-PAGE-ENTRY
              MOVE 0               TO BIQ-SUB
           ELSE
              MOVE 'Y' TO ERROR-HANDLING
              MOVE 'ERROR IN A2950-WRITEQ-TS.' TO ERR-LOC
              MOVE RESPONSE-CODE               TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       A2950-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *PAGING PARAGRAPH - SHOWS THE CURRENT SECTION AT ITS OWN PAGE----
      *UNDER A FRESHLY READ ACCOUNT HEADER------------------------------
       A3000-PAGING-PROCESS.
           IF BIQ-BORROWER-ID = 0 OR BIQ-SECT-NO = 0
              IF MESSAGEO = SPACES OR LOW-VALUES
                 MOVE 'NOTHING LOADED - KEY A BORROWER ID AND ENTER.'
                                       TO MESSAGEO
              END-IF
              PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           END-IF

           PERFORM A3100-LOAD-HEADER THRU A3100-EXIT

           IF BIQ-NUMITEM(BIQ-SECT-NO) = 0
              MOVE 1 TO BIQ-ITEM(BIQ-SECT-NO)
              IF MESSAGEO = SPACES OR LOW-VALUES
                 MOVE 'NOTHING TO SHOW IN THIS SECTION.' TO MESSAGEO
              END-IF
              PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN BIQ-ITEM(BIQ-SECT-NO) < 1
                    MOVE  +1              TO BIQ-ITEM(BIQ-SECT-NO)
                    MOVE 'YOU ARE ALREADY ON FIRST PAGE.'   TO MESSAGEO

               WHEN BIQ-ITEM(BIQ-SECT-NO) > BIQ-NUMITEM(BIQ-SECT-NO)
                    MOVE BIQ-NUMITEM(BIQ-SECT-NO)
                                          TO BIQ-ITEM(BIQ-SECT-NO)
                    MOVE 'YOU HAVE REACHED THE END OF LIST.'TO MESSAGEO

               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           PERFORM Z1000-READQ-TS THRU Z1000-EXIT
           PERFORM Z2000-LOAD-MAP THRU Z2000-EXIT
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A3000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ACCOUNT HEADER - MASTER DATA, SECTION ROW COUNTS, ACTIVE BLOCKS-
      *AND THE OUTSTANDING FINES BALANCE (AMOUNT LESS PAID SO FAR)-----
      *- THE BORROWER'S OWN AND THE FAMILY'S, DEPENDENTS INCLUDED-------
       A3100-LOAD-HEADER.
           MOVE BIQ-BORROWER-ID TO BORRW-BORROWER-ID

           EXEC SQL
                SELECT NAME, VALUE(CONTACT, ' '), STATUS,
                       VALUE(LOAN_LIMIT, 0),
                       VALUE(BORROWER_TYPE, 'A'),
                       VALUE(CHAR(EXPIRY_DATE, ISO), ' '),
                       VALUE(GUARDIAN_ID, 0)
                INTO  :BORRW-NAME, :BORRW-CONTACT, :BORRW-STATUS,
                      :BORRW-LOAN-LIMIT, :BORRW-BORROWER-TYPE,
                      :BORRW-EXPIRY-DATE, :BORRW-GUARDIAN-ID
                FROM   IBMUSER.BORROWERS
                WHERE  BORROWER_ID = :BORRW-BORROWER-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A3100-LOAD-HEADER.'   TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                SELECT VALUE(SUM(AMOUNT - VALUE(PAID_AMOUNT, 0)), 0)
                INTO  :BIQ-OWED
                FROM   IBMUSER.FINES
                WHERE  BORROWER_ID = :BORRW-BORROWER-ID
                AND    STATUS      = 'O'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A3100-LOAD-HEADER.'   TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                SELECT VALUE(SUM(AMOUNT - VALUE(PAID_AMOUNT, 0)), 0)
                INTO  :BIQ-FAM-OWED
                FROM   IBMUSER.FINES
                WHERE (BORROWER_ID = :BORRW-BORROWER-ID
                   OR  BORROWER_ID IN
                      (SELECT D.BORROWER_ID
                       FROM   IBMUSER.BORROWERS D
                       WHERE  D.GUARDIAN_ID = :BORRW-BORROWER-ID))
                AND    STATUS      = 'O'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A3100-LOAD-HEADER.'   TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                SELECT COUNT(*)
                INTO  :BIQ-BLOCKS
                FROM   IBMUSER.BORROWER_BLOCKS
                WHERE  BORROWER_ID = :BORRW-BORROWER-ID
                AND    STATUS      = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A3100-LOAD-HEADER.'   TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE BIQ-BORROWER-ID     TO BIQ-BID-X
           MOVE BIQ-BID-X           TO MBIDO
           MOVE BIQ-SECT-LETTER(BIQ-SECT-NO)  TO MSECTO
           MOVE BIQ-SECT-HEADING(BIQ-SECT-NO) TO MSHEADO
           MOVE BORRW-NAME-TEXT     TO MBNAMEO
           MOVE BORRW-CONTACT       TO MCONTO
           MOVE BORRW-STATUS        TO MBSTATO
           MOVE BORRW-BORROWER-TYPE TO MBTYPEO
           MOVE BORRW-LOAN-LIMIT    TO BIQ-COUNT-X
           MOVE BIQ-COUNT-X         TO MLIMITO
           MOVE BORRW-EXPIRY-DATE   TO MEXPO
           MOVE BIQ-ROWS(1)         TO BIQ-COUNT-X
           MOVE BIQ-COUNT-X         TO MLOANSO
           MOVE BIQ-ROWS(2)         TO BIQ-COUNT-X
           MOVE BIQ-COUNT-X         TO MHOLDSO
           MOVE BIQ-ROWS(3)         TO BIQ-COUNT-X
           MOVE BIQ-COUNT-X         TO MFINESO
           MOVE BIQ-ROWS(4)         TO BIQ-COUNT-X
           MOVE BIQ-COUNT-X         TO MNOTSO
           MOVE BIQ-BLOCKS          TO BIQ-COUNT-X
           MOVE BIQ-COUNT-X         TO MBLKSO
           MOVE BIQ-OWED            TO BIQ-OWED-X
           MOVE BIQ-OWED-X          TO MOWEDO
           MOVE BIQ-FAM-OWED        TO BIQ-OWED-X
           MOVE BIQ-OWED-X          TO MFAMO
           IF BORRW-GUARDIAN-ID > 0
              MOVE BORRW-GUARDIAN-ID TO BIQ-BID-X
              MOVE BIQ-BID-X         TO MGUARDO
           ELSE
              MOVE SPACES            TO MGUARDO
           END-IF
           .
       A3100-EXIT.
           EXIT
           .
       Z1000-READQ-TS.
           PERFORM Z5200-SET-QUEUE THRU Z5200-EXIT
           MOVE BIQ-ITEM(BIQ-SECT-NO) TO BIQ-CUR-ITEM

           EXEC CICS
                READQ TS QUEUE (BIQ-QUEUE-NAME)
                         INTO  (BIQ-PAGE-ENTRY)
                         ITEM  (BIQ-CUR-ITEM)
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
                   VARYING BIQ-SUB FROM 1 BY 1 UNTIL BIQ-SUB > 10
           .
       Z2000-EXIT.
           EXIT
           .
       Z2100-MOVE-REC-ELEMENT.
           IF BIQ-LINE(BIQ-SUB) NOT = LOW-VALUE
              MOVE BIQ-LINE(BIQ-SUB)    TO LISTO(BIQ-SUB)
           END-IF
           .
       Z2100-EXIT.
           EXIT
           .
      *SEND MAP PARAGRAPH-----------------------------------------------
       Z0000-SEND-MAP.
           MOVE ATTR-UNPROT-MDT TO MBIDA
           MOVE ATTR-UNPROT-MDT TO MSECTA

           IF BIQ-SECT-NO > 0
              MOVE BIQ-ITEM(BIQ-SECT-NO)    TO BIQ-ITEM-X
              MOVE BIQ-NUMITEM(BIQ-SECT-NO) TO BIQ-NUMITEM-X
           ELSE
              MOVE 0                        TO BIQ-ITEM-X
              MOVE 0                        TO BIQ-NUMITEM-X
           END-IF
           MOVE BIQ-ITEM-X      TO ITEMO
           MOVE BIQ-NUMITEM-X   TO NUMITEMO

           EXEC CICS
                SEND MAP(WS-MAP)
                     MAPSET(WS-MAPSET)
                     FROM(BRWINQMO)
           END-EXEC

           EXEC CICS
               RETURN TRANSID(WS-TRANSID)
                      COMMAREA(WS-COMMAREA)
           END-EXEC
           .
       Z0000-EXIT.
           EXIT
           .
      *DELETE ALL FOUR SECTION QUEUES OF THE ACCOUNT LAST LOADED--------
       Z5000-DELETEQ.
           IF BIQ-TASK-ID > 0
              PERFORM Z5100-DELETE-SECTION THRU Z5100-EXIT
                      VARYING BIQ-SECT-SUB FROM 1 BY 1
                        UNTIL BIQ-SECT-SUB > 4
           END-IF

           MOVE LOW-VALUES TO BIQ-PAGE-ENTRY
           .
       Z5000-EXIT.
           EXIT
           .
       Z5100-DELETE-SECTION.
           MOVE BIQ-SECT-LETTER(BIQ-SECT-SUB) TO BIQ-QUEUE-SECT
           MOVE BIQ-TASK-ID                   TO BIQ-QUEUE-TASK

           EXEC CICS DELETEQ TS
                QUEUE (BIQ-QUEUE-NAME)
                RESP  (RESPONSE-CODE)
           END-EXEC
           .
       Z5100-EXIT.
           EXIT
           .
       Z5200-SET-QUEUE.
           MOVE BIQ-SECT-LETTER(BIQ-SECT-NO) TO BIQ-QUEUE-SECT
           MOVE BIQ-TASK-ID                  TO BIQ-QUEUE-TASK
           .
       Z5200-EXIT.
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
           MOVE 'BRWINQ1 '   TO ERRLG-PROGRAM
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
                WHERE  FUNC_NAME = 'BRWINQ1 '
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
                WHERE  FUNC_NAME = 'BRWINQ1 '
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
