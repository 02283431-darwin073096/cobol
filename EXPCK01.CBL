      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.    EXPCK01.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *-----------------------------------------------------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- EXPRESS CHECK-OUT FOR CLASS VISITS, CARE-HOME DEPOSIT     *
      * COLLECTIONS AND OTHER BULK BORROWERS. THE BORROWER (AND THE   *
      * ISSUING BRANCH, BLANK = MAIN DESK) IS KEYED ONCE AND CHECKED  *
      * THE WAY LOAN01 CHECKS IT - ON FILE, ACTIVE, NOT EXPIRED, UNDER*
      * THE LOAN LIMIT, NOT BLOCKED. EACH ACCESSION BARCODE WANDED IN *
      * AFTER THAT IS ISSUED EXACTLY AS LOAN01'S A1211-LOAN-DATA      *
      * CHECK-OUT PATH ISSUES IT:                                     *
      *    -- LOAN LIMIT AND ITEM-TYPE LIMIT RE-COUNTED EACH SCAN     *
      *    -- NO COPIES LEFT ON HAND ONLY GOES AHEAD WHEN THE COPY IS *
      *       HELD READY FOR THIS BORROWER (THE HOLD IS FILLED)       *
      *    -- THE COPY MUST BE ON THE SHELF ('A', OR 'H' FOR ITS HOLD)*
      *       AND THE BRANCH MUST HAVE ONE ON ITS OWN SHELF           *
      *    -- DUE DATE UNDER THE LOAN/ITEM POLICY, ROLLED PAST CLOSED *
      *       DAYS - OR A SHORT LOAN FROM COURSE RESERVES             *
      *    -- LOANS ROW, COPY/BRANCH/AVAILABILITY COUNTS AND THE      *
      *       BOOKS_AUDIT 'L' ROW                                     *
      * EVERY SCAN - ISSUED OR REFUSED WITH ITS REASON - GOES ON THE  *
      * RUNNING LIST ON THE SCREEN. EACH SCAN IS ITS OWN UNIT OF WORK,*
      * SO A REFUSAL NEVER UNDOES THE ITEMS ALREADY ISSUED.           *
      * FINISHING THE BORROWER PRINTS ONE DUE-DATE SUMMARY SLIP FOR   *
      * EVERYTHING ISSUED IN THE SESSION, WITH THE BORROWER'S ITEMS   *
      * NOW OUT AND FINES OWED, ON THE PRINTER IBMUSER.DESK_PRINTERS  *
      * ASSIGNS THE TERMINAL (SEE DPRMNT01). SLIPPRT PRINTS IT; A DESK*
      * WITH NO PRINTER GETS NO SLIP.                                 *
      * STARTED DIRECTLY BY ITS OWN TRANSID, LIKE BORRW01.            *
      * FUNTIONS AVAILABLE:                                           *
      *    -- ENTER > START THE BORROWER / ISSUE THE SCANNED ITEM     *
      *    -- F3    > FINISH - PRINT THE SLIP, READY FOR THE NEXT     *
      *               BORROWER                                        *
      *    -- F12   > EXIT (THE SLIP IS PRINTED FIRST IF ANY ITEM     *
      *               WAS ISSUED)                                     *
      *                                                               *
      *RELATED PROGRAMS:                                              *
      *    -- LOAN01  > THE ONE-AT-A-TIME CHECK-OUT THIS MIRRORS      *
      *    -- BULKRET > THE BATCH RETURN OF A SCANNER FILE            *
      *****************************************************************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-COMMAREA.
           05  WS-OPER-ID              PIC X(008)                     .
           05  WS-OPER-NAME            PIC X(020)                     .
           05  WS-OPER-ROLE            PIC X(001)                     .
               88  OPER-IS-ADMIN                  VALUE 'A'          .
               88  OPER-IS-CLERK                  VALUE 'C'          .
               88  OPER-IS-VIEWER                 VALUE 'V'          .
           05  WS-CONFIRM-DONE         PIC X(001)                     .
      *THE BORROWER BEING SERVED - ZERO BORROWER ID = NONE YET----------
           05  EXP-SESSION.
               10  EXP-BORROWER-ID     PIC S9(4)  COMP                .
               10  EXP-BORROWER-NAME.
                   15  EXP-NAME-LEN    PIC S9(4)  COMP                .
                   15  EXP-NAME-TEXT   PIC X(030)                     .
               10  EXP-BORROWER-TYPE   PIC X(001)                     .
               10  EXP-LOAN-LIMIT      PIC S9(4)  COMP                .
               10  EXP-BRANCH          PIC X(004)                     .
               10  EXP-ITEMS-OUT       PIC S9(4)  COMP                .
               10  EXP-ACCEPTED        PIC S9(4)  COMP                .
               10  EXP-REFUSED         PIC S9(4)  COMP                .
               10  EXP-FIRST-LOAN-ID   PIC S9(9)  COMP                .
               10  EXP-LINE-COUNT      PIC S9(4)  COMP                .
               10  EXP-LINE            PIC X(070) OCCURS 12 TIMES     .

       01  SWITCH.
           05  ERROR-HANDLING          PIC X    VALUE 'N'             .
               88  SOME-ERROR                   VALUE 'Y'             .

           05  END-OF-FILE             PIC X    VALUE 'N'             .
               88  NO-MORE-RECORDS              VALUE 'Y'             .

           05  HOLD-FILLED             PIC X    VALUE 'N'             .
               88  HOLD-WAS-FILLED              VALUE 'Y'             .

           05  WS-RETRY-SW             PIC X    VALUE 'N'             .
               88  RETRY-NEEDED                 VALUE 'Y'             .

           05  WS-POLICY-SW            PIC X    VALUE 'N'             .
               88  POLICY-FOUND                 VALUE 'Y'             .

           05  WS-OPEN-DAY-SW          PIC X    VALUE 'N'             .
               88  DUE-DAY-OPEN                 VALUE 'Y'             .

           05  WS-EXPIRED-SW           PIC X    VALUE 'N'             .
               88  MEMBERSHIP-EXPIRED           VALUE 'Y'             .

           05  WS-SHORT-LOAN-SW        PIC X    VALUE 'N'             .
               88  SHORT-LOAN                   VALUE 'Y'             .

      *SET WHILE A SCANNED ITEM IS BEING CHECKED - A MESSAGE SENT-------
      *THEN IS THAT ITEM'S REFUSAL AND GOES ON THE LIST-----------------
           05  WS-SCAN-SW              PIC X    VALUE 'N'             .
               88  ITEM-IN-SCAN                 VALUE 'Y'             .
           05  WS-RETRY-COUNT          PIC S9(4) COMP VALUE 0         .
           05  WS-RETRY-MAX            PIC S9(4) COMP VALUE +3        .

       01  WS-VARS.
           05  WS-TRANSID              PIC X(04) VALUE 'XCK1'         .
           05  WS-MAP                  PIC X(07) VALUE 'EXPCKM'       .
           05  WS-MAPSET               PIC X(07) VALUE 'EXPCK1'       .
           05  RESPONSE-CODE           PIC S9(4) COMP                .
           05  END-OF-SESSION          PIC X(13) VALUE 'SESSION ENDED'.
           05  WS-OPER-REJ-MSG         PIC X(050) VALUE
                   'SIGNED-ON USERID NOT SET UP IN OPERATORS TABLE.'   .
           05  WS-LOCKED-MSG           PIC X(060) VALUE
                   'OPERATOR IS LOCKED OUT - AN ADMIN MUST CLEAR IT.'  .
           05  WS-SEC-EVENT            PIC X(1)                       .
           05  WS-NEXT-SEC-ID          PIC S9(9) COMP                 .
           05  WS-NOTAUTH-MSG          PIC X(050) VALUE
                   'NOT AUTHORIZED TO LOAN BOOKS - VIEWER ROLE ONLY'   .
           05  WS-START-MSG            PIC X(050) VALUE
                   'KEY THE BORROWER ID AND BRANCH, THEN PRESS ENTER.' .
           05  WS-FUNC-AUTH-SW         PIC X(1)  VALUE 'N'           .
               88  FUNCTION-ALLOWED               VALUE 'Y'          .
           05  WS-ROLE-GRANTEE         PIC X(8)                      .
           05  WS-FUNC-COUNT           PIC S9(9) COMP                .
           05  WS-MESSAGE.
               10  FILLER              PIC X(10) VALUE 'ERROR IN: '  .
               10  ERR-LOC             PIC X(30)                     .
               10  FILLER              PIC X(06) VALUE 'CODE: '      .
               10  ERR-CODE            PIC S9(4) COMP                .
           05  WS-NEXT-LOAN-ID         PIC S9(9) COMP                .
           05  WS-OPEN-LOAN-COUNT      PIC S9(4) COMP                .
           05  WS-LOAN-DAYS            PIC S9(4) COMP                .
           05  WS-MAX-FINE             PIC S9(5)V9(2) USAGE COMP-3   .
           05  WS-CLOSED-COUNT         PIC S9(9) COMP                .
           05  WS-ABS-TIME             PIC S9(15) COMP-3              .
           05  WS-AUD-DATE             PIC X(10)                      .
           05  WS-AUD-TIME             PIC X(08)                      .
           05  WS-NEXT-AUDIT-ID        PIC S9(4) COMP                .
           05  WS-BLOCK-LIMIT          PIC S9(5)V9(2) USAGE COMP-3   .
           05  WS-FINES-OWED           PIC S9(7)V9(2) USAGE COMP-3   .
           05  WS-FAMILY-BLOCK         PIC S9(4) USAGE COMP          .
           05  WS-OWED-EDIT            PIC ZZ,ZZ9.99                 .
           05  WS-LIMIT-EDIT           PIC ZZ,ZZ9.99                 .
           05  WS-ITEM-BOOK-ID         PIC S9(4) COMP                .
           05  WS-ITEM-TYPE            PIC X(1)                      .
           05  WS-ITEM-OUT             PIC S9(4) COMP                .
           05  WS-ITEM-OUT-EDIT        PIC ZZ9                       .
           05  WS-RESULT-MSG           PIC X(60) VALUE SPACES        .
      *COURSE RESERVE SHORT LOAN----------------------------------------
           05  WS-NOW-DATE             PIC X(10)                     .
           05  WS-NOW-TIME             PIC X(08)                     .
           05  WS-CLOSE-TIME           PIC X(08)                     .
      *THE ITEM BEING SCANNED-------------------------------------------
           05  WS-SCAN-ACCNO           PIC X(12)                     .
           05  WS-SCAN-BOOK-ID         PIC S9(4) COMP                .
           05  WS-SCAN-TITLE           PIC X(30)                     .
           05  WS-LINE-SUB             PIC S9(4) COMP                .
           05  WS-BORROWER-EDIT        PIC 9(4)                      .
           05  WS-COUNT-EDIT           PIC ZZ9                       .
      *DUE-DATE SUMMARY SLIP AT THE DESK PRINTER------------------------
           05  WS-SLIP-COUNT           PIC S9(4) COMP                .
           05  WS-SLIP-UNLISTED        PIC S9(4) COMP                .
           05  WS-SLIP-ROOM            PIC S9(4) COMP VALUE +110     .
           05  WS-SLIP-TRANSID         PIC X(04) VALUE 'SLPR'        .
           05  WS-SLIP-SW              PIC X(1)  VALUE 'N'           .
               88  SLIP-SENT                      VALUE 'Y'          .
               88  SLIP-FAILED                    VALUE 'F'          .
           05  WS-SLIP-BORROWER-ID     PIC S9(4) COMP                .
           05  WS-SLIP-OUT             PIC S9(4) COMP                .
           05  WS-SLIP-OWED            PIC S9(7)V9(2) USAGE COMP-3   .

      *-----------------------------------------------------------------
      *ONE LINE OF THE RUNNING SCAN LIST - AN ISSUED ITEM SHOWS ITS-----
      *TITLE AND DUE DATE, A REFUSED ONE THE REASON---------------------
       01  WS-SCAN-LINE.
           05  SL-ACCESSION            PIC X(12)                     .
           05  FILLER                  PIC X(01)                     .
           05  SL-TITLE                PIC X(30)                     .
           05  FILLER                  PIC X(01)                     .
           05  SL-RESULT               PIC X(26)                     .
       01  WS-REFUSED-LINE REDEFINES WS-SCAN-LINE.
           05  FILLER                  PIC X(13)                     .
           05  SL-REASON               PIC X(57)                     .

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
                INCLUDE DCLBOOKS
           END-EXEC.

           EXEC SQL
                INCLUDE DCLLOANS
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBKAUD
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

           EXEC SQL
                INCLUDE DCLBORRW
           END-EXEC.

           EXEC SQL
                INCLUDE DCLHOLDS
           END-EXEC.

           EXEC SQL
                INCLUDE DCLFINES
           END-EXEC.

           EXEC SQL
                INCLUDE DCLSETTG
           END-EXEC.

           EXEC SQL
                INCLUDE DCLCOPY
           END-EXEC.

           EXEC SQL
                INCLUDE DCLCPHST
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBRNCH
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBRHLD
           END-EXEC.

           EXEC SQL
                INCLUDE DCLLNPOL
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBBLK
           END-EXEC.

           EXEC SQL
                INCLUDE DCLCRSV
           END-EXEC.

           EXEC SQL
                INCLUDE DCLITPOL
           END-EXEC.

           EXEC SQL
                INCLUDE DCLDPRT
           END-EXEC.

           COPY SLIPDAT.
           COPY SLIPLIN.

      *EVERYTHING ISSUED TO THE BORROWER SINCE THE SESSION'S FIRST------
      *LOAN, SOONEST DUE FIRST------------------------------------------
           EXEC SQL DECLARE XS_CURSOR CURSOR FOR
                SELECT L.DUE_DATE,
                       VALUE(CHAR(L.DUE_TIME, JIS), ' '),
                       VALUE(L.ACCESSION_NO, ' '),
                       B.TITLE
                FROM   IBMUSER.LOANS L,
                       IBMUSER.BOOKS B
                WHERE  L.BORROWER_ID = :LOANS-BORROWER-ID
                AND    L.LOAN_ID    >= :LOANS-LOAN-ID
                AND    L.STATUS      = 'O'
                AND    B.BOOK_ID     = L.BOOK_ID
                ORDER BY L.DUE_DATE, L.DUE_TIME, L.LOAN_ID
           END-EXEC.

           COPY EXPCK1.
           COPY DFHAID.
           COPY ATTR.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LS-OPER-ID              PIC X(008)                     .
           05  LS-OPER-NAME            PIC X(020)                     .
           05  LS-OPER-ROLE            PIC X(001)                     .
           05  LS-CONFIRM-DONE         PIC X(001)                     .
           05  LS-EXP-SESSION.
               10  LS-EXP-BORROWER-ID  PIC S9(4)  COMP                .
               10  LS-EXP-BORROWER-NAME.
                   15  LS-EXP-NAME-LEN PIC S9(4)  COMP                .
                   15  LS-EXP-NAME-TEXT PIC X(030)                    .
               10  LS-EXP-BORROWER-TYPE PIC X(001)                    .
               10  LS-EXP-LOAN-LIMIT   PIC S9(4)  COMP                .
               10  LS-EXP-BRANCH       PIC X(004)                     .
               10  LS-EXP-ITEMS-OUT    PIC S9(4)  COMP                .
               10  LS-EXP-ACCEPTED     PIC S9(4)  COMP                .
               10  LS-EXP-REFUSED      PIC S9(4)  COMP                .
               10  LS-EXP-FIRST-LOAN-ID PIC S9(9) COMP                .
               10  LS-EXP-LINE-COUNT   PIC S9(4)  COMP                .
               10  LS-EXP-LINE         PIC X(070) OCCURS 12 TIMES     .

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
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
                            INITIALIZE              EXP-SESSION
                            MOVE LOW-VALUES      TO EXPCKMO
                            MOVE WS-START-MSG    TO MESSAGEO
                            PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
                    END-EVALUATE

               WHEN EIBCALEN > 0
                    MOVE DFHCOMMAREA         TO WS-COMMAREA
                    MOVE LOW-VALUES          TO EXPCKMI
                    MOVE LOW-VALUES          TO EXPCKMO
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
                   PERFORM A4000-FINISH-BORROWER THRU A4000-EXIT

              WHEN EIBAID = DFHPF12
                   IF EXP-ACCEPTED > 0
                      PERFORM A4100-PRINT-SLIP THRU A4100-EXIT
                   END-IF

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
                               INTO(EXPCKMI)
                               RESP(RESPONSE-CODE)
                   END-EXEC

                   IF EXP-BORROWER-ID = 0
                      PERFORM A2000-START-BORROWER THRU A2000-EXIT
                   ELSE
                      PERFORM A3000-SCAN-ITEM      THRU A3000-EXIT
                   END-IF

              WHEN OTHER
                   MOVE 'INVALID KEY PRESSED.'    TO MESSAGEO
                   PERFORM  Z0000-SEND-MAP      THRU Z0000-EXIT
           END-EVALUATE
           .
       A1000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A NEW BORROWER - THE SAME BORROWER CHECKS LOAN01 MAKES BEFORE----
      *A CHECK-OUT, DONE ONCE FOR THE WHOLE BATCH OF ITEMS. AN----------
      *ACCESSION KEYED ALONG WITH THE BORROWER IS ISSUED STRAIGHT AWAY--
       A2000-START-BORROWER.
           IF MBORROWI = SPACES OR LOW-VALUE
              MOVE 'BORROWER ID REQUIRED.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
           END-IF

           PERFORM A1214-CHECK-BORROWER THRU A1214-EXIT
           PERFORM A1230-GET-POLICY     THRU A1230-EXIT
           PERFORM A1238-CHECK-BLOCKS   THRU A1238-EXIT
           PERFORM A2100-CHECK-BRANCH   THRU A2100-EXIT

           INITIALIZE                        EXP-SESSION
           MOVE BORRW-BORROWER-ID         TO EXP-BORROWER-ID
           MOVE BORRW-NAME                TO EXP-BORROWER-NAME
           MOVE BORRW-BORROWER-TYPE       TO EXP-BORROWER-TYPE
           MOVE BORRW-LOAN-LIMIT          TO EXP-LOAN-LIMIT
           MOVE WS-OPEN-LOAN-COUNT        TO EXP-ITEMS-OUT

           IF MBRNCHI = LOW-VALUE OR SPACES
              MOVE SPACES                 TO EXP-BRANCH
           ELSE
              MOVE MBRNCHI                TO EXP-BRANCH
           END-IF

           IF MACCNOI = LOW-VALUE OR SPACES
              MOVE 'BORROWER ACCEPTED - SCAN THE FIRST ITEM.'
                                          TO MESSAGEO
              PERFORM Z0000-SEND-MAP    THRU Z0000-EXIT
           END-IF

           PERFORM A3000-SCAN-ITEM      THRU A3000-EXIT
           .
       A2000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE ISSUING BRANCH IS KEYED WITH THE BORROWER - VALIDATE IT ONCE-
      *HERE; WHETHER IT HAS EACH SCANNED TITLE ON ITS SHELF IS----------
      *A1224-CHECK-BRANCH'S JOB. BLANK MEANS THE MAIN DESK--------------
       A2100-CHECK-BRANCH.
           IF MBRNCHI = LOW-VALUE OR SPACES
              GO TO A2100-EXIT
           END-IF

           COMPUTE BRNCH-BRANCH-ID = FUNCTION NUMVAL(MBRNCHI)

           EXEC SQL
                SELECT NAME
                INTO  :BRNCH-NAME
                FROM   IBMUSER.BRANCHES
                WHERE  BRANCH_ID = :BRNCH-BRANCH-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE 'UNKNOWN BRANCH ID.' TO MESSAGEO
                   PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
              WHEN OTHER
                   MOVE    'A2100-CHECK-BRANCH.'  TO ERR-LOC
                   MOVE     SQLCODE                TO ERR-CODE
                   MOVE    'Y'                     TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE WANDED ACCESSION - ISSUE IT, RETRYING A DEADLOCK OR TIMEOUT--
      *THE WAY LOAN01'S A1200-LOAN-CONFIRM DOES. ANY REFUSAL ON THE-----
      *WAY GOES ON THE LIST THROUGH Z0000-SEND-MAP (SEE WS-SCAN-SW)-----
       A3000-SCAN-ITEM.
           IF MACCNOI = LOW-VALUE OR SPACES
              MOVE 'SCAN THE NEXT ITEM, OR F3 TO FINISH.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
           END-IF

           MOVE MACCNOI  TO WS-SCAN-ACCNO
           MOVE SPACES   TO WS-SCAN-TITLE
           MOVE SPACES   TO WS-RESULT-MSG
           MOVE 'Y'      TO WS-SCAN-SW

           MOVE 0   TO WS-RETRY-COUNT
           MOVE 'Y' TO WS-RETRY-SW
           PERFORM A3100-ISSUE-ITEM THRU A3100-EXIT
               UNTIL NOT RETRY-NEEDED
                  OR WS-RETRY-COUNT > WS-RETRY-MAX

           IF RETRY-NEEDED
              MOVE 'DATABASE BUSY - SCAN THE ITEM AGAIN.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
           END-IF

           MOVE 'N'              TO WS-SCAN-SW
           ADD  1                TO EXP-ACCEPTED
           ADD  1                TO EXP-ITEMS-OUT

           IF EXP-FIRST-LOAN-ID = 0
              MOVE WS-NEXT-LOAN-ID TO EXP-FIRST-LOAN-ID
           END-IF

           MOVE SPACES           TO WS-SCAN-LINE
           MOVE WS-SCAN-ACCNO    TO SL-ACCESSION
           MOVE WS-SCAN-TITLE    TO SL-TITLE

           IF SHORT-LOAN
              STRING 'DUE '               DELIMITED BY SIZE
                     LOANS-DUE-DATE       DELIMITED BY SIZE
                     ' AT '               DELIMITED BY SIZE
                     LOANS-DUE-TIME(1:5)  DELIMITED BY SIZE
                     INTO SL-RESULT
              END-STRING
              MOVE WS-RESULT-MSG  TO MESSAGEO
           ELSE
              STRING 'DUE '               DELIMITED BY SIZE
                     LOANS-DUE-DATE       DELIMITED BY SIZE
                     INTO SL-RESULT
              END-STRING
              MOVE 'ISSUED - SCAN THE NEXT ITEM, OR F3 TO FINISH.'
                                  TO MESSAGEO
           END-IF

           PERFORM Z0100-ADD-LINE THRU Z0100-EXIT
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A3000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *LOAN01'S A1211-LOAN-DATA CHECK-OUT PATH FOR ONE COPY - EVERY-----
      *CHECK FIRST, THEN THE UPDATES, IN THE SAME ORDER-----------------
       A3100-ISSUE-ITEM.
           MOVE 'N' TO WS-RETRY-SW

           MOVE EXP-BORROWER-ID          TO BORRW-BORROWER-ID
           MOVE EXP-BORROWER-NAME        TO BORRW-NAME
           MOVE EXP-BORROWER-TYPE        TO BORRW-BORROWER-TYPE
           MOVE EXP-LOAN-LIMIT           TO BORRW-LOAN-LIMIT

           PERFORM A3200-FIND-COPY       THRU A3200-EXIT
           PERFORM A3300-CHECK-LOAN-LIMIT THRU A3300-EXIT
           PERFORM A1230-GET-POLICY      THRU A1230-EXIT
           PERFORM A1262-GET-ITEM-POLICY THRU A1262-EXIT
           PERFORM A1263-CHECK-ITEM-LIMIT
              THRU A1263-EXIT
           MOVE WS-SCAN-BOOK-ID          TO BOOKS-BOOK-ID
           MOVE 'N'                      TO HOLD-FILLED
           PERFORM A1212-CHECK-COPIES    THRU A1212-EXIT
           PERFORM A1222-CHECK-ACCESSION THRU A1222-EXIT
           PERFORM A1224-CHECK-BRANCH    THRU A1224-EXIT

           PERFORM A1232-SET-DUE-DATE    THRU A1232-EXIT
           PERFORM A1260-CHECK-RESERVE   THRU A1260-EXIT
           PERFORM A1210-NEXT-LOAN-ID    THRU A1210-EXIT
           MOVE WS-SCAN-BOOK-ID   TO LOANS-BOOK-ID
           MOVE WS-NEXT-LOAN-ID   TO LOANS-LOAN-ID
           MOVE BORRW-BORROWER-ID TO LOANS-BORROWER-ID
           MOVE BORRW-NAME        TO LOANS-BORROWER

           IF HOLD-WAS-FILLED
              PERFORM A1227-FILL-READY-HOLD
                 THRU A1227-EXIT
           END-IF
           PERFORM A1228-TAKE-COPY THRU A1228-EXIT
           PERFORM A1229-TAKE-BRANCH-COPY
              THRU A1229-EXIT

           EXEC SQL
                INSERT INTO IBMUSER.LOANS
                       (LOAN_ID, BOOK_ID, BORROWER_ID,
                        BORROWER, LOAN_DATE, DUE_DATE,
                        RETURN_DATE, STATUS,
                        RENEWAL_COUNT, ACCESSION_NO,
                        BRANCH_ID, DUE_TIME, RESERVE_ID,
                        LOAN_TIME)
                VALUES (:LOANS-LOAN-ID, :LOANS-BOOK-ID,
                        :LOANS-BORROWER-ID,
                        :LOANS-BORROWER-TEXT,
                        CURRENT DATE,
                        :LOANS-DUE-DATE,
                        NULL, 'O', 0,
                        :LOANS-ACCESSION-NO,
                        :LOANS-BRANCH-ID,
                        NULLIF(:LOANS-DUE-TIME, ' '),
                        NULLIF(:LOANS-RESERVE-ID, 0),
                        CURRENT TIME)
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = -911 OR SQLCODE = -913
                   PERFORM A1280-RETRY-UOW
                      THRU A1280-RETRY-EXIT
                   GO TO A3100-EXIT
              WHEN OTHER
                   MOVE 'A3100-ISSUE-ITEM.' TO ERR-LOC
                   MOVE  SQLCODE            TO ERR-CODE
                   MOVE 'Y'                 TO ERROR-HANDLING
                   PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           IF NOT HOLD-WAS-FILLED
              MOVE WS-SCAN-BOOK-ID    TO BOOKS-BOOK-ID
              EXEC SQL
                   UPDATE IBMUSER.BOOKS
                   SET    COPIES_AVAILABLE =
                          COPIES_AVAILABLE - 1
                   WHERE  BOOK_ID          = :BOOKS-BOOK-ID
              END-EXEC

              EVALUATE TRUE
                 WHEN SQLCODE = 0
                      CONTINUE
                 WHEN SQLCODE = -911 OR SQLCODE = -913
                      PERFORM A1280-RETRY-UOW
                         THRU A1280-RETRY-EXIT
                      GO TO A3100-EXIT
                 WHEN OTHER
                      MOVE 'A3100-ISSUE-ITEM.' TO ERR-LOC
                      MOVE  SQLCODE            TO ERR-CODE
                      MOVE 'Y'                 TO ERROR-HANDLING
                      PERFORM XXXX-ERROR-HANDLING
              END-EVALUATE
           END-IF

           MOVE 'L'                   TO BKAUD-ACTION
           PERFORM A1213-LOG-AUDIT     THRU A1213-EXIT
           .
       A3100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *DB2 HIT A DEADLOCK OR TIMEOUT (-911/-913) MID-ISSUE - ROLL THE---
      *ITEM'S UNIT OF WORK BACK AND LET A3000-SCAN-ITEM DRIVE IT AGAIN--
      *(THE ITEMS ISSUED BEFORE IT WERE COMMITTED WHEN THEIR SCREEN-----
      *WENT OUT)--------------------------------------------------------
       A1280-RETRY-UOW.
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC

           ADD  1   TO WS-RETRY-COUNT
           MOVE 'Y' TO WS-RETRY-SW
           .
       A1280-RETRY-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE WANDED BARCODE IDENTIFIES BOTH THE COPY AND ITS TITLE--------
       A3200-FIND-COPY.
           MOVE WS-SCAN-ACCNO TO COPY-ACCESSION-NO

           EXEC SQL
                SELECT C.BOOK_ID, C.STATUS, B.TITLE
                INTO  :COPY-BOOK-ID, :COPY-STATUS, :BOOKS-TITLE
                FROM   IBMUSER.COPIES C,
                       IBMUSER.BOOKS  B
                WHERE  C.ACCESSION_NO = :COPY-ACCESSION-NO
                AND    B.BOOK_ID      = C.BOOK_ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE COPY-BOOK-ID     TO WS-SCAN-BOOK-ID
                   MOVE BOOKS-TITLE-TEXT TO WS-SCAN-TITLE
              WHEN SQLCODE = 100
                   MOVE 'ACCESSION NO NOT ON FILE.' TO MESSAGEO
                   PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
              WHEN OTHER
                   MOVE    'A3200-FIND-COPY.'     TO ERR-LOC
                   MOVE     SQLCODE                TO ERR-CODE
                   MOVE    'Y'                     TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A3200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *EVERY ITEM ISSUED IN THE SESSION COUNTS AGAINST THE LOAN LIMIT---
      *A1214-CHECK-BORROWER TESTED AT THE START - RE-COUNT IT EACH SCAN-
       A3300-CHECK-LOAN-LIMIT.
           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-OPEN-LOAN-COUNT
                FROM   IBMUSER.LOANS
                WHERE  BORROWER_ID = :BORRW-BORROWER-ID
                AND    STATUS      = 'O'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A3300-CHECK-LOAN-LIMIT.' TO ERR-LOC
              MOVE     SQLCODE                   TO ERR-CODE
              MOVE    'Y'                        TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE WS-OPEN-LOAN-COUNT TO EXP-ITEMS-OUT

           IF WS-OPEN-LOAN-COUNT >= BORRW-LOAN-LIMIT
              MOVE 'BORROWER IS AT THE LOAN LIMIT.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
           END-IF
           .
       A3300-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *FINISH THE BORROWER - ONE SLIP FOR EVERYTHING ISSUED, THEN A-----
      *CLEAN SCREEN FOR THE NEXT ONE------------------------------------
       A4000-FINISH-BORROWER.
           MOVE WS-START-MSG TO MESSAGEO

           IF EXP-ACCEPTED > 0
              PERFORM A4100-PRINT-SLIP THRU A4100-EXIT
              MOVE EXP-ACCEPTED TO WS-COUNT-EDIT
              MOVE SPACES       TO MESSAGEO
              IF SLIP-SENT
                 STRING 'SLIP PRINTED FOR '      DELIMITED BY SIZE
                        WS-COUNT-EDIT            DELIMITED BY SIZE
                        ' ITEMS - KEY THE NEXT BORROWER.'
                                                 DELIMITED BY SIZE
                        INTO MESSAGEO
                 END-STRING
              ELSE
                 STRING WS-COUNT-EDIT            DELIMITED BY SIZE
                        ' ITEMS ISSUED - NO SLIP PRINTER AT THIS DESK.'
                                                 DELIMITED BY SIZE
                        INTO MESSAGEO
                 END-STRING
              END-IF
           END-IF

           INITIALIZE EXP-SESSION
           MOVE LOW-VALUES TO EXPCKMI
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A4000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE DUE-DATE SUMMARY SLIP - THE SESSION'S LOANS STILL OUT,-------
      *SOONEST DUE FIRST, THEN THE COUNT ISSUED AND THE BORROWER'S------
      *TOTALS - SENT TO THE DESK'S PRINTER. THE ITEMS ARE ALREADY-------
      *ISSUED, SO A PRINTER THAT WOULD NOT TAKE IT LEAVES THE SESSION---
      *OPEN FOR F3 TO TRY AGAIN-----------------------------------------
       A4100-PRINT-SLIP.
           PERFORM Z6000-ASKTIME THRU Z6000-EXIT

           MOVE 0      TO SLIP-LINE-COUNT
           MOVE SPACES TO SLIP-WORK

           MOVE 'DUE-DATE SLIP'        TO SH-TITLE
           MOVE WS-AUD-DATE            TO SH-DATE
           MOVE WS-AUD-TIME(1:5)       TO SH-TIME
           PERFORM Z7600-ADD-SLIP-LINE THRU Z7600-EXIT

           MOVE 'BORROWER'             TO SB-LABEL
           MOVE EXP-BORROWER-ID        TO SB-ID
           MOVE EXP-NAME-TEXT          TO SB-NAME
           PERFORM Z7600-ADD-SLIP-LINE THRU Z7600-EXIT
           PERFORM Z7600-ADD-SLIP-LINE THRU Z7600-EXIT

           MOVE 0                 TO WS-SLIP-COUNT
           MOVE 0                 TO WS-SLIP-UNLISTED
           MOVE 'N'               TO END-OF-FILE
           MOVE EXP-BORROWER-ID   TO LOANS-BORROWER-ID
           MOVE EXP-FIRST-LOAN-ID TO LOANS-LOAN-ID

           EXEC SQL
                OPEN XS_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A4100-PRINT-SLIP.'    TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM A4200-FETCH-SLIP THRU A4200-EXIT
                   UNTIL NO-MORE-RECORDS

           EXEC SQL
                CLOSE XS_CURSOR
           END-EXEC

           IF WS-SLIP-UNLISTED > 0
              MOVE 'MORE ITEMS NOT LISTED'  TO ST-LABEL
              MOVE WS-SLIP-UNLISTED         TO SLIP-COUNT-EDIT
              MOVE SLIP-COUNT-EDIT          TO ST-VALUE
              PERFORM Z7600-ADD-SLIP-LINE THRU Z7600-EXIT
           END-IF

           PERFORM Z7600-ADD-SLIP-LINE THRU Z7600-EXIT

           MOVE 'ITEMS ISSUED TODAY'   TO ST-LABEL
           MOVE WS-SLIP-COUNT          TO SLIP-COUNT-EDIT
           MOVE SLIP-COUNT-EDIT        TO ST-VALUE
           PERFORM Z7600-ADD-SLIP-LINE THRU Z7600-EXIT

           MOVE EXP-BORROWER-ID        TO WS-SLIP-BORROWER-ID
           PERFORM Z7610-SLIP-FOOTER   THRU Z7610-EXIT

           PERFORM Z7600-ADD-SLIP-LINE THRU Z7600-EXIT
           MOVE 'PLEASE RETURN BY THE DATES SHOWN.' TO SLIP-WORK
           PERFORM Z7600-ADD-SLIP-LINE THRU Z7600-EXIT

           PERFORM Z7620-START-SLIP    THRU Z7620-EXIT

           IF SLIP-FAILED
              MOVE 'SLIP COULD NOT BE PRINTED - PRESS F3 TO RETRY.'
                                                TO MESSAGEO
              PERFORM Z0000-SEND-MAP          THRU Z0000-EXIT
           END-IF
           .
       A4100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE ITEM - ITS TITLE, THEN ITS BARCODE AND DUE DATE. ROOM IS-----
      *KEPT AT THE FOOT FOR THE TOTALS; ITEMS PAST IT ARE COUNTED-------
      *INSTEAD OF LISTED------------------------------------------------
       A4200-FETCH-SLIP.
           EXEC SQL
                FETCH XS_CURSOR INTO :LOANS-DUE-DATE
                                    ,:LOANS-DUE-TIME
                                    ,:LOANS-ACCESSION-NO
                                    ,:BOOKS-TITLE
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   ADD 1 TO WS-SLIP-COUNT
                   IF SLIP-LINE-COUNT > WS-SLIP-ROOM
                      ADD 1 TO WS-SLIP-UNLISTED
                   ELSE
                      MOVE BOOKS-TITLE-TEXT    TO SLIP-WORK
                      PERFORM Z7600-ADD-SLIP-LINE THRU Z7600-EXIT
                      MOVE 'BARCODE'           TO SI-LABEL
                      MOVE LOANS-ACCESSION-NO  TO SI-ACCESSION
                      MOVE 'DUE'               TO SI-DATE-LABEL
                      MOVE LOANS-DUE-DATE      TO SI-DATE
                      MOVE LOANS-DUE-TIME(1:5) TO SI-TIME
                      PERFORM Z7600-ADD-SLIP-LINE THRU Z7600-EXIT
                   END-IF
              WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-FILE
              WHEN OTHER
                   MOVE    'A4200-FETCH-SLIP.'    TO ERR-LOC
                   MOVE     SQLCODE                TO ERR-CODE
                   MOVE    'Y'                     TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A4200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *RESOLVE THE KEYED BORROWER ID AGAINST THE BORROWER MASTER AND----
      *REFUSE THE CHECK-OUT WHEN THE BORROWER IS UNKNOWN, DISABLED, OR--
      *ALREADY AT THE LOAN LIMIT ON THE MASTER ROW (COUNTED FROM THE----
      *BORROWER'S OPEN LOANS ROWS)--------------------------------------
       A1214-CHECK-BORROWER.
           IF MBORROWI(1:1) IS NOT NUMERIC
              MOVE 'BORROWER ID MUST BE NUMERIC.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
           END-IF

           COMPUTE BORRW-BORROWER-ID = FUNCTION NUMVAL(MBORROWI)

      *A NULL EXPIRY IS A PRE-CONVERSION CARD THAT NEVER EXPIRES--------
           EXEC SQL
                SELECT NAME, STATUS, LOAN_LIMIT,
                       VALUE(BORROWER_TYPE, 'A'),
                       CASE WHEN EXPIRY_DATE IS NOT NULL
                             AND EXPIRY_DATE < CURRENT DATE
                            THEN 'Y' ELSE 'N' END
                INTO  :BORRW-NAME, :BORRW-STATUS, :BORRW-LOAN-LIMIT,
                      :BORRW-BORROWER-TYPE,
                      :WS-EXPIRED-SW
                FROM   IBMUSER.BORROWERS
                WHERE  BORROWER_ID = :BORRW-BORROWER-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   IF BORRW-STATUS NOT = 'A'
                      MOVE 'BORROWER IS NOT ACTIVE.' TO MESSAGEO
                      PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
                   END-IF

                   IF MEMBERSHIP-EXPIRED
                      MOVE 'MEMBERSHIP EXPIRED - RENEW AT THE DESK.'
                                                    TO MESSAGEO
                      PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
                   END-IF

                   EXEC SQL
                        SELECT COUNT(*)
                        INTO  :WS-OPEN-LOAN-COUNT
                        FROM   IBMUSER.LOANS
                        WHERE  BORROWER_ID = :BORRW-BORROWER-ID
                        AND    STATUS      = 'O'
                   END-EXEC

                   IF SQLCODE NOT = 0
                      MOVE    'A1214-CHECK-BORROWER.' TO ERR-LOC
                      MOVE     SQLCODE                 TO ERR-CODE
                      MOVE    'Y'                     TO ERROR-HANDLING
                      PERFORM  XXXX-ERROR-HANDLING
                   END-IF

                   IF WS-OPEN-LOAN-COUNT >= BORRW-LOAN-LIMIT
                      MOVE 'BORROWER IS AT THE LOAN LIMIT.' TO MESSAGEO
                      PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
                   END-IF

              WHEN SQLCODE = 100
                   MOVE 'UNKNOWN BORROWER ID.'   TO MESSAGEO
                   PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT

              WHEN OTHER
                   MOVE    'A1214-CHECK-BORROWER.' TO ERR-LOC
                   MOVE     SQLCODE                 TO ERR-CODE
                   MOVE    'Y'                     TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A1214-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *FETCH THE LENDING RULES FOR THE BORROWER TYPE IN-----------------
      *BORRW-BORROWER-TYPE FROM IBMUSER.LOAN_POLICY (SEE DCLLNPOL).-----
      *NO POLICY ROW LEAVES THE OLD GLOBAL BEHAVIOUR IN PLACE - 14-DAY--
      *LOANS AND THE LIB_SETTINGS 'FINERATE'/'RENEWMAX' VALUES - SO-----
      *THE DESK KEEPS LENDING WHILE THE POLICY TABLE IS BEING SET UP.---
      *THE SCANNED ITEM'S TYPE CAN THEN OVERRIDE THE TYPE'S FIGURES-----
      *(A3100-ISSUE-ITEM PERFORMS A1262 AFTER THIS)---------------------
       A1230-GET-POLICY.
           MOVE 'N' TO WS-POLICY-SW
           MOVE 14  TO WS-LOAN-DAYS
           MOVE 0   TO WS-MAX-FINE

      *A BORROWER REGISTERED BEFORE TYPES EXISTED LENDS UNDER THE-------
      *ADULT RULES------------------------------------------------------
           IF BORRW-BORROWER-TYPE = SPACES OR LOW-VALUE
              MOVE 'A' TO BORRW-BORROWER-TYPE
           END-IF

           MOVE BORRW-BORROWER-TYPE TO LNPOL-BORROWER-TYPE

           MOVE -1  TO LNPOL-BLOCK-FINES

           EXEC SQL
                SELECT LOAN_DAYS, RENEW_LIMIT, FINE_RATE, MAX_FINE,
                       VALUE(BLOCK_FINES, -1)
                INTO  :LNPOL-LOAN-DAYS, :LNPOL-RENEW-LIMIT,
                      :LNPOL-FINE-RATE, :LNPOL-MAX-FINE,
                      :LNPOL-BLOCK-FINES
                FROM   IBMUSER.LOAN_POLICY
                WHERE  BORROWER_TYPE = :LNPOL-BORROWER-TYPE
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE 'Y'              TO WS-POLICY-SW
                   MOVE LNPOL-LOAN-DAYS  TO WS-LOAN-DAYS
                   MOVE LNPOL-MAX-FINE   TO WS-MAX-FINE
              WHEN SQLCODE = 100
                   CONTINUE
              WHEN OTHER
                   MOVE    'A1230-GET-POLICY.'    TO ERR-LOC
                   MOVE     SQLCODE                TO ERR-CODE
                   MOVE    'Y'                     TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A1230-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *REFUSE A BORROWER WHO IS BLOCKED - FIRST ANY ACTIVE ROW ON-------
      *IBMUSER.BORROWER_BLOCKS (BAD ADDRESS, LOST CARD, MANUAL DESK-----
      *BLOCK - SEE BLOCK01), THEN THE FINES BLOCK WORKED OUT FROM THE---
      *OUTSTANDING FINES BALANCE AGAINST THE TYPE'S BLOCK_FINES---------
      *THRESHOLD (A1230-GET-POLICY HAS ALREADY READ IT; NULL OR NO------
      *POLICY ROW FALLS BACK TO 'BLKFINES' ON IBMUSER.LIB_SETTINGS, AND-
      *NO THRESHOLD ANYWHERE MEANS NOBODY IS BLOCKED FOR FINES). THE----
      *CALLER HAS BORRW-BORROWER-ID SET---------------------------------
       A1238-CHECK-BLOCKS.
           MOVE BORRW-BORROWER-ID TO BBLK-BORROWER-ID

           EXEC SQL
                SELECT REASON, NOTE
                INTO  :BBLK-REASON, :BBLK-NOTE
                FROM   IBMUSER.BORROWER_BLOCKS
                WHERE  BORROWER_ID = :BBLK-BORROWER-ID
                AND    STATUS      = 'A'
                ORDER BY BLOCK_ID
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE SPACES TO MESSAGEO
                   EVALUATE BBLK-REASON
                      WHEN 'A'
                           MOVE 'BLOCKED - BAD ADDRESS ON FILE.'
                                                    TO MESSAGEO
                      WHEN 'C'
                           MOVE 'BLOCKED - CARD REPORTED LOST.'
                                                    TO MESSAGEO
                      WHEN OTHER
                           STRING 'BLOCKED - '     DELIMITED BY SIZE
                                  BBLK-NOTE        DELIMITED BY SIZE
                                  INTO MESSAGEO
                           END-STRING
                   END-EVALUATE
                   PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
              WHEN SQLCODE = 100
                   CONTINUE
              WHEN OTHER
                   MOVE    'A1238-CHECK-BLOCKS.'  TO ERR-LOC
                   MOVE     SQLCODE                TO ERR-CODE
                   MOVE    'Y'                     TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

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
                      GO TO A1238-EXIT
                 WHEN OTHER
                      MOVE    'A1238-CHECK-BLOCKS.'  TO ERR-LOC
                      MOVE     SQLCODE                TO ERR-CODE
                      MOVE    'Y'                     TO ERROR-HANDLING
                      PERFORM  XXXX-ERROR-HANDLING
              END-EVALUATE
           ELSE
              MOVE LNPOL-BLOCK-FINES TO WS-BLOCK-LIMIT
           END-IF

      *A ZERO THRESHOLD IS THE POLICY SAYING THIS TYPE IS NEVER---------
      *BLOCKED FOR FINES------------------------------------------------
           IF WS-BLOCK-LIMIT NOT > 0
              GO TO A1238-EXIT
           END-IF

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
                   MOVE    'A1238-CHECK-BLOCKS.' TO ERR-LOC
                   MOVE     SQLCODE              TO ERR-CODE
                   MOVE    'Y'                   TO ERROR-HANDLING
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
              MOVE    'A1238-CHECK-BLOCKS.'  TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF WS-FINES-OWED >= WS-BLOCK-LIMIT
              MOVE WS-FINES-OWED  TO WS-OWED-EDIT
              MOVE WS-BLOCK-LIMIT TO WS-LIMIT-EDIT
              MOVE SPACES         TO MESSAGEO
              STRING 'BLOCKED - FINES OWED '  DELIMITED BY SIZE
                     WS-OWED-EDIT             DELIMITED BY SIZE
                     ', LIMIT '               DELIMITED BY SIZE
                     WS-LIMIT-EDIT            DELIMITED BY SIZE
                     INTO MESSAGEO
              END-STRING
              PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
           END-IF
           .
       A1238-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ITEM-TYPE LENDING RULES - A DVD, PASS OR LAPTOP MAY HAVE ITS OWN-
      *LOAN PERIOD, RENEW LIMIT, FINE RATE AND CAP FOR THE BORROWER'S---
      *TYPE ON IBMUSER.ITEM_POLICY (SEE DCLITPOL). A ROW THERE REPLACES-
      *THE LOAN_POLICY FIGURES A1230 JUST READ, SO THE DUE DATE, THE----
      *RENEWAL LIMIT AND THE FINE ALL FOLLOW THE ITEM; NO ROW LEAVES----
      *THEM AS THEY ARE. THE BOOK IS THE ONE IN WS-SCAN-BOOK-ID---------
       A1262-GET-ITEM-POLICY.
           MOVE 'B'       TO WS-ITEM-TYPE
           MOVE 0         TO ITPOL-MAX-ITEMS
           MOVE WS-SCAN-BOOK-ID TO WS-ITEM-BOOK-ID

           EXEC SQL
                SELECT VALUE(ITEM_TYPE, 'B')
                INTO  :WS-ITEM-TYPE
                FROM   IBMUSER.BOOKS
                WHERE  BOOK_ID = :WS-ITEM-BOOK-ID
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE    'A1262-GET-ITEM-POLICY.' TO ERR-LOC
              MOVE     SQLCODE                  TO ERR-CODE
              MOVE    'Y'                       TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF WS-ITEM-TYPE = SPACES
              MOVE 'B' TO WS-ITEM-TYPE
           END-IF

           MOVE BORRW-BORROWER-TYPE TO ITPOL-BORROWER-TYPE
           MOVE WS-ITEM-TYPE        TO ITPOL-ITEM-TYPE

           EXEC SQL
                SELECT LOAN_DAYS, RENEW_LIMIT, FINE_RATE, MAX_FINE,
                       MAX_ITEMS
                INTO  :ITPOL-LOAN-DAYS, :ITPOL-RENEW-LIMIT,
                      :ITPOL-FINE-RATE, :ITPOL-MAX-FINE,
                      :ITPOL-MAX-ITEMS
                FROM   IBMUSER.ITEM_POLICY
                WHERE  BORROWER_TYPE = :ITPOL-BORROWER-TYPE
                AND    ITEM_TYPE     = :ITPOL-ITEM-TYPE
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE 'Y'               TO WS-POLICY-SW
                   MOVE ITPOL-LOAN-DAYS   TO LNPOL-LOAN-DAYS
                                             WS-LOAN-DAYS
                   MOVE ITPOL-RENEW-LIMIT TO LNPOL-RENEW-LIMIT
                   MOVE ITPOL-FINE-RATE   TO LNPOL-FINE-RATE
                   MOVE ITPOL-MAX-FINE    TO LNPOL-MAX-FINE
                                             WS-MAX-FINE
              WHEN SQLCODE = 100
                   MOVE 0                 TO ITPOL-MAX-ITEMS
              WHEN OTHER
                   MOVE    'A1262-GET-ITEM-POLICY.' TO ERR-LOC
                   MOVE     SQLCODE                  TO ERR-CODE
                   MOVE    'Y'                       TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A1262-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *REFUSE THE CHECK-OUT WHEN THE BORROWER ALREADY HAS THE ITEM------
      *POLICY'S MAXIMUM OF THIS ITEM TYPE OUT (A1262 HAS READ IT; ZERO--
      *OR NO ITEM_POLICY ROW MEANS NO LIMIT BY TYPE)--------------------
       A1263-CHECK-ITEM-LIMIT.
           IF ITPOL-MAX-ITEMS <= 0
              GO TO A1263-EXIT
           END-IF

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-ITEM-OUT
                FROM   IBMUSER.LOANS L,
                       IBMUSER.BOOKS B
                WHERE  L.BORROWER_ID = :BORRW-BORROWER-ID
                AND    L.STATUS      = 'O'
                AND    B.BOOK_ID     = L.BOOK_ID
                AND    VALUE(NULLIF(B.ITEM_TYPE, ' '), 'B')
                                     = :WS-ITEM-TYPE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A1263-CHECK-ITEM-LIMIT.' TO ERR-LOC
              MOVE     SQLCODE                   TO ERR-CODE
              MOVE    'Y'                        TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF WS-ITEM-OUT >= ITPOL-MAX-ITEMS
              MOVE WS-ITEM-OUT TO WS-ITEM-OUT-EDIT
              MOVE SPACES      TO MESSAGEO
              STRING 'ITEM TYPE LIMIT REACHED - '  DELIMITED BY SIZE
                     WS-ITEM-OUT-EDIT              DELIMITED BY SIZE
                     ' OF THIS TYPE ALREADY OUT.'  DELIMITED BY SIZE
                     INTO MESSAGEO
              END-STRING
              PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           END-IF
           .
       A1263-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *REFUSE TO OPEN A NEW LOAN WHEN NO COPIES REMAIN ON HAND - UNLESS-
      *A RETURNED COPY IS BEING HELD READY FOR THIS VERY BORROWER, IN---
      *WHICH CASE THE HOLD IS FILLED AND THE LOAN GOES AHEAD------------
       A1212-CHECK-COPIES.
           EXEC SQL
                SELECT COPIES_AVAILABLE
                INTO  :BOOKS-COPIES-AVAILABLE
                FROM   IBMUSER.BOOKS
                WHERE  BOOK_ID = :BOOKS-BOOK-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   IF BOOKS-COPIES-AVAILABLE < 1
                      PERFORM A1215-TAKE-READY-HOLD THRU A1215-EXIT
                   END-IF
              WHEN OTHER
                   MOVE    'A1212-CHECK-COPIES.'  TO ERR-LOC
                   MOVE     SQLCODE                TO ERR-CODE
                   MOVE    'Y'                     TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A1212-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *NOTHING ON THE SHELF - THE LOAN CAN STILL GO AHEAD ONLY WHEN THE-
      *RETURNED COPY FLAGGED 'R' BY A1216-CHECK-HOLD-QUEUE IS HELD FOR--
      *THIS BORROWER. THE HOLD FOUND HERE IS MARKED FILLED BY-----------
      *A1227-FILL-READY-HOLD ONLY AFTER EVERY OTHER CHECK HAS PASSED,---
      *AND THE AVAILABILITY DECREMENT IS SKIPPED (THE HELD COPY NEVER---
      *WENT BACK ON SHELF)----------------------------------------------
       A1215-TAKE-READY-HOLD.
      *AN AGGREGATE ALWAYS COMES BACK AS ONE ROW, SO THE NO-HOLD CASE---
      *IS A ZERO FROM VALUE(), NOT SQLCODE +100 (SAME NULL-SAFE SHAPE---
      *WEEDRPT USES FOR ITS LAST-LOAN DATE)-----------------------------
           EXEC SQL
                SELECT VALUE(MIN(HOLD_ID), 0)
                INTO  :HOLDS-HOLD-ID
                FROM   IBMUSER.HOLDS
                WHERE  BOOK_ID     = :BOOKS-BOOK-ID
                AND    BORROWER_ID = :BORRW-BORROWER-ID
                AND    STATUS      = 'R'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A1215-TAKE-READY-HOLD.' TO ERR-LOC
              MOVE     SQLCODE                  TO ERR-CODE
              MOVE    'Y'                       TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF HOLDS-HOLD-ID = 0
              MOVE 'NO COPIES AVAILABLE TO LOAN.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
           END-IF

           MOVE 'Y' TO HOLD-FILLED
           .
       A1215-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *EVERY CHECK PASSED - MARK THE READY HOLD FOUND BY----------------
      *A1215-TAKE-READY-HOLD AS FILLED----------------------------------
       A1227-FILL-READY-HOLD.
           EXEC SQL
                UPDATE IBMUSER.HOLDS
                SET    STATUS  = 'F'
                WHERE  HOLD_ID = :HOLDS-HOLD-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A1227-FILL-READY-HOLD.' TO ERR-LOC
              MOVE     SQLCODE                  TO ERR-CODE
              MOVE    'Y'                       TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       A1227-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *CHECK OUT A SPECIFIC PHYSICAL COPY - THE SCANNED ACCESSION-------
      *NUMBER MUST BE ON THE SHELF ('A', OR 'H' WHEN THE HELD COPY IS---
      *GOING TO THE BORROWER IT IS HELD FOR). THE COPY ITSELF IS MARKED-
      *OUT BY A1228-TAKE-COPY ONLY AFTER EVERY OTHER CHECK HAS PASSED---
       A1222-CHECK-ACCESSION.
           MOVE WS-SCAN-ACCNO TO COPY-ACCESSION-NO

           EXEC SQL
                SELECT STATUS
                INTO  :COPY-STATUS
                FROM   IBMUSER.COPIES
                WHERE  ACCESSION_NO = :COPY-ACCESSION-NO
                AND    BOOK_ID      = :BOOKS-BOOK-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   IF COPY-STATUS = 'A'
                      OR (COPY-STATUS = 'H' AND HOLD-WAS-FILLED)
                      CONTINUE
                   ELSE
                      MOVE 'THAT COPY IS NOT ON THE SHELF.' TO MESSAGEO
                      PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
                   END-IF
              WHEN SQLCODE = 100
                   MOVE 'ACCESSION NO NOT ON FILE FOR THIS BOOK.'
                                                 TO MESSAGEO
                   PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
              WHEN OTHER
                   MOVE    'A1222-CHECK-ACCESSION.' TO ERR-LOC
                   MOVE     SQLCODE                  TO ERR-CODE
                   MOVE    'Y'                     TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE COPY-ACCESSION-NO TO LOANS-ACCESSION-NO
           .
       A1222-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *EVERY CHECK PASSED - MARK THE PHYSICAL COPY VALIDATED BY---------
      *A1222-CHECK-ACCESSION AS OUT ON LOAN-----------------------------
       A1228-TAKE-COPY.
           IF LOANS-ACCESSION-NO = SPACES OR LOW-VALUE
              GO TO A1228-EXIT
           END-IF

           MOVE LOANS-ACCESSION-NO TO COPY-ACCESSION-NO

           PERFORM Z7700-COPY-BEFORE THRU Z7700-EXIT

           EXEC SQL
                UPDATE IBMUSER.COPIES
                SET    STATUS       = 'O'
                WHERE  ACCESSION_NO = :COPY-ACCESSION-NO
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A1228-TAKE-COPY.'       TO ERR-LOC
              MOVE     SQLCODE                  TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z7710-COPY-HISTORY THRU Z7710-EXIT
           .
       A1228-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE LOAN IS BEING ISSUED FROM A BRANCH - VALIDATE THE SESSION'S--
      *BRANCH AND MAKE SURE IT HAS A COPY ON ITS OWN SHELF (UNLESS THE--
      *LOAN IS FILLING A HOLD, WHERE NO SHELF COPY MOVES). THE COPY IS--
      *TAKEN OUT OF THE BRANCH'S AVAILABILITY BY A1229-TAKE-BRANCH-COPY-
      *ONLY AFTER EVERY OTHER CHECK HAS PASSED. BLANK MEANS THE MAIN----
      *DESK - NO PER-BRANCH BOOKKEEPING---------------------------------
       A1224-CHECK-BRANCH.
           IF EXP-BRANCH = LOW-VALUE OR SPACES
              MOVE 0 TO LOANS-BRANCH-ID
              GO TO A1224-EXIT
           END-IF

           COMPUTE LOANS-BRANCH-ID = FUNCTION NUMVAL(EXP-BRANCH)
           MOVE LOANS-BRANCH-ID TO BRNCH-BRANCH-ID

           EXEC SQL
                SELECT NAME
                INTO  :BRNCH-NAME
                FROM   IBMUSER.BRANCHES
                WHERE  BRANCH_ID = :BRNCH-BRANCH-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE 'UNKNOWN BRANCH ID.' TO MESSAGEO
                   PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
              WHEN OTHER
                   MOVE    'A1224-CHECK-BRANCH.'  TO ERR-LOC
                   MOVE     SQLCODE                TO ERR-CODE
                   MOVE    'Y'                     TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           IF HOLD-WAS-FILLED
              GO TO A1224-EXIT
           END-IF

           EXEC SQL
                SELECT AVAILABLE
                INTO  :BRHLD-AVAILABLE
                FROM   IBMUSER.BRANCH_HOLDINGS
                WHERE  BOOK_ID   = :BOOKS-BOOK-ID
                AND    BRANCH_ID = :BRNCH-BRANCH-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   IF BRHLD-AVAILABLE < 1
                      MOVE 'NO COPY ON THE SHELF AT THAT BRANCH.'
                                                TO MESSAGEO
                      PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
                   END-IF
              WHEN SQLCODE = 100
                   MOVE 'NO COPY ON THE SHELF AT THAT BRANCH.'
                                             TO MESSAGEO
                   PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
              WHEN OTHER
                   MOVE    'A1224-CHECK-BRANCH.'  TO ERR-LOC
                   MOVE     SQLCODE                TO ERR-CODE
                   MOVE    'Y'                     TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A1224-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *EVERY CHECK PASSED - TAKE THE LOANED COPY OUT OF THE ISSUING-----
      *BRANCH'S AVAILABILITY (NO SHELF COPY MOVES WHEN A HOLD IS--------
      *BEING FILLED)----------------------------------------------------
       A1229-TAKE-BRANCH-COPY.
           IF LOANS-BRANCH-ID = 0 OR HOLD-WAS-FILLED
              GO TO A1229-EXIT
           END-IF

           EXEC SQL
                UPDATE IBMUSER.BRANCH_HOLDINGS
                SET    AVAILABLE = AVAILABLE - 1
                WHERE  BOOK_ID   = :LOANS-BOOK-ID
                AND    BRANCH_ID = :LOANS-BRANCH-ID
                AND    AVAILABLE > 0
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE    'A1229-TAKE-BRANCH-COPY.' TO ERR-LOC
              MOVE     SQLCODE                   TO ERR-CODE
              MOVE    'Y'                        TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       A1229-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE NEW LOAN'S DUE DATE - TODAY PLUS THE BORROWER TYPE'S LOAN----
      *PERIOD, ROLLED FORWARD PAST ANY IBMUSER.CLOSED_DAYS DATES (SEE---
      *CLSDY01) SO NOBODY'S BOOK FALLS DUE ON A DAY THE BUILDING IS-----
      *LOCKED-----------------------------------------------------------
       A1232-SET-DUE-DATE.
           EXEC SQL
                SET :LOANS-DUE-DATE =
                    CHAR(CURRENT DATE + :WS-LOAN-DAYS DAYS, ISO)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A1232-SET-DUE-DATE.'  TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE 'N' TO WS-OPEN-DAY-SW
           PERFORM A1233-ROLL-CLOSED-DAY THRU A1233-EXIT
                   UNTIL DUE-DAY-OPEN
           .
       A1232-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE STEP OF THE ROLL - IF THE CANDIDATE DUE DATE IS ON THE-------
      *CLOSED-DAYS CALENDAR, PUSH IT ONE DAY AND LET THE CALLER LOOK----
      *AGAIN (TWO CLOSED DAYS IN A ROW ROLL TWICE)----------------------
       A1233-ROLL-CLOSED-DAY.
           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-CLOSED-COUNT
                FROM   IBMUSER.CLOSED_DAYS
                WHERE  CLOSED_DATE = :LOANS-DUE-DATE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A1233-ROLL-CLOSED-DAY.' TO ERR-LOC
              MOVE     SQLCODE                  TO ERR-CODE
              MOVE    'Y'                       TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF WS-CLOSED-COUNT = 0
              MOVE 'Y' TO WS-OPEN-DAY-SW
           ELSE
              EXEC SQL
                   SET :LOANS-DUE-DATE =
                       CHAR(DATE(:LOANS-DUE-DATE) + 1 DAY, ISO)
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE    'A1233-ROLL-CLOSED-DAY.' TO ERR-LOC
                 MOVE     SQLCODE                  TO ERR-CODE
                 MOVE    'Y'                       TO ERROR-HANDLING
                 PERFORM  XXXX-ERROR-HANDLING
              END-IF
           END-IF
           .
       A1233-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE COPY BEING CHECKED OUT MAY BE ON THE COURSE RESERVE SHELF----
      *(IBMUSER.COURSE_RESERVES, MAINTAINED BY RSV01). AN ACTIVE--------
      *RESERVE WHOSE COURSE DATES COVER TODAY - ON THIS COPY, OR ON-----
      *EVERY COPY OF THE BOOK - MAKES IT A SHORT LOAN: DUE THE----------
      *RESERVE'S LOAN HOURS FROM NOW, AND NO LATER THAN THE 'RSVCLOSE'--
      *CLOSING TIME WHEN THAT SETTING IS PRESENT. ANYTHING ELSE KEEPS---
      *THE ORDINARY DUE DATE A1232 SET----------------------------------
       A1260-CHECK-RESERVE.
           MOVE 'N'                 TO WS-SHORT-LOAN-SW
           MOVE SPACES              TO LOANS-DUE-TIME
           MOVE 0                   TO LOANS-RESERVE-ID
           MOVE WS-SCAN-BOOK-ID     TO CRSV-BOOK-ID
           MOVE LOANS-ACCESSION-NO  TO CRSV-ACCESSION-NO

           EXEC SQL
                SELECT RESERVE_ID, LOAN_HOURS
                INTO  :CRSV-RESERVE-ID, :CRSV-LOAN-HOURS
                FROM   IBMUSER.COURSE_RESERVES
                WHERE  BOOK_ID = :CRSV-BOOK-ID
                AND    STATUS  = 'A'
                AND    CURRENT DATE BETWEEN START_DATE AND END_DATE
                AND   (ACCESSION_NO = :CRSV-ACCESSION-NO
                   OR  VALUE(ACCESSION_NO, ' ') = ' ')
                ORDER BY VALUE(ACCESSION_NO, ' ') DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   GO TO A1260-EXIT
              WHEN OTHER
                   MOVE    'A1260-CHECK-RESERVE.' TO ERR-LOC
                   MOVE     SQLCODE                TO ERR-CODE
                   MOVE    'Y'                     TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           EXEC SQL
                SET (:LOANS-DUE-DATE, :LOANS-DUE-TIME,
                     :WS-NOW-DATE, :WS-NOW-TIME) =
                    (CHAR(DATE(CURRENT TIMESTAMP
                             + :CRSV-LOAN-HOURS HOURS), ISO),
                     CHAR(TIME(CURRENT TIMESTAMP
                             + :CRSV-LOAN-HOURS HOURS), JIS),
                     CHAR(CURRENT DATE, ISO),
                     CHAR(CURRENT TIME, JIS))
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A1260-CHECK-RESERVE.' TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

      *A SHORT LOAN COMES BACK BEFORE THE DESK CLOSES - A LOAN TAKEN----
      *LATE IN THE DAY IS DUE AT CLOSING TIME, NOT OVERNIGHT------------
           MOVE 'RSVCLOSE' TO SETTG-SETTING-ID

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE SETTG-SETTING-VALUE TO WS-CLOSE-TIME
                   IF WS-CLOSE-TIME > WS-NOW-TIME
                      AND (LOANS-DUE-DATE > WS-NOW-DATE
                       OR  LOANS-DUE-TIME > WS-CLOSE-TIME)
                      MOVE WS-NOW-DATE      TO LOANS-DUE-DATE
                      MOVE WS-CLOSE-TIME    TO LOANS-DUE-TIME
                   END-IF
              WHEN SQLCODE = 100
                   CONTINUE
              WHEN OTHER
                   MOVE    'A1260-CHECK-RESERVE.' TO ERR-LOC
                   MOVE     SQLCODE                TO ERR-CODE
                   MOVE    'Y'                     TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE 'Y'               TO WS-SHORT-LOAN-SW
           MOVE CRSV-RESERVE-ID   TO LOANS-RESERVE-ID

           STRING 'SHORT LOAN (COURSE RESERVE) - DUE '
                                         DELIMITED BY SIZE
                  LOANS-DUE-DATE         DELIMITED BY SIZE
                  ' AT '                 DELIMITED BY SIZE
                  LOANS-DUE-TIME(1:5)    DELIMITED BY SIZE
                  INTO WS-RESULT-MSG
           .
       A1260-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *RECORD THIS CHECK-OUT/RETURN IN THE BOOKS MAINTENANCE AUDIT------
      *TRAIL, THE SAME WAY UPDATE01 AND DELETE01 DO FOR THEIR OWN-------
      *DIRECT CHANGES TO IBMUSER.BOOKS----------------------------------
       A1213-LOG-AUDIT.
           EXEC SQL
                SELECT MAX(AUDIT_ID)
                INTO  :WS-NEXT-AUDIT-ID
                FROM   IBMUSER.BOOKS_AUDIT
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   ADD 1 TO WS-NEXT-AUDIT-ID
              WHEN SQLCODE = 100
                   MOVE 1 TO WS-NEXT-AUDIT-ID
              WHEN OTHER
                   MOVE    'A1213-LOG-AUDIT.'   TO ERR-LOC
                   MOVE     SQLCODE             TO ERR-CODE
                   MOVE    'Y'                     TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           PERFORM Z6000-ASKTIME THRU Z6000-EXIT

           MOVE WS-NEXT-AUDIT-ID TO BKAUD-AUDIT-ID
           MOVE BOOKS-BOOK-ID    TO BKAUD-BOOK-ID
           MOVE WS-AUD-DATE      TO BKAUD-ACTION-DATE
           MOVE WS-AUD-TIME      TO BKAUD-ACTION-TIME
           MOVE WS-OPER-ID       TO BKAUD-OPERATOR-ID

           EXEC SQL
                INSERT INTO IBMUSER.BOOKS_AUDIT
                       (AUDIT_ID, BOOK_ID, ACTION,
                        ACTION_DATE, ACTION_TIME, OPERATOR_ID)
                VALUES (:BKAUD-AUDIT-ID, :BKAUD-BOOK-ID, :BKAUD-ACTION,
                        :BKAUD-ACTION-DATE, :BKAUD-ACTION-TIME,
                        :BKAUD-OPERATOR-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A1213-LOG-AUDIT.'   TO ERR-LOC
              MOVE     SQLCODE             TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       A1213-EXIT.
           EXIT
           .
       A1210-NEXT-LOAN-ID.
      *DRAW THE NEXT LOAN ID FROM THE CENTRAL ASSIGNER - THE SEED IS----
      *ONLY USED THE FIRST TIME THE KEY ROW IS CREATED------------------
           MOVE 'LOANID  ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(LOAN_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.LOANS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A1210-NEXT-LOAN-ID.' TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT
           MOVE WS-NEXT-KEY-VALUE TO WS-NEXT-LOAN-ID
           .
       A1210-EXIT.
           EXIT
           .
       Z6000-ASKTIME.
           EXEC CICS ASKTIME
                ABSTIME(WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABS-TIME)
                YYYYMMDD(WS-AUD-DATE)
                DATESEP('-')
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABS-TIME)
                TIME(WS-AUD-TIME)
                TIMESEP(':')
           END-EXEC
           .
       Z6000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ADD SLIP-WORK AS THE NEXT LINE OF THE SLIP AND CLEAR IT FOR THE--
      *NEXT ONE - A FULL SLIP DROPS ANY FURTHER LINES-------------------
       Z7600-ADD-SLIP-LINE.
           IF SLIP-LINE-COUNT < 120
              ADD 1 TO SLIP-LINE-COUNT
              MOVE SLIP-WORK TO SLIP-LINE(SLIP-LINE-COUNT)
           END-IF

           MOVE SPACES TO SLIP-WORK
           .
       Z7600-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *FOOT OF THE SLIP - WHAT THE BORROWER HAS OUT NOW (THIS-----------
      *TRANSACTION INCLUDED) AND THE OPEN FINES BALANCE. A LOAN FROM----
      *BEFORE THE BORROWER MASTER HAS NO BORROWER ID AND NO FOOTER------
       Z7610-SLIP-FOOTER.
           PERFORM Z7600-ADD-SLIP-LINE THRU Z7600-EXIT

           IF WS-SLIP-BORROWER-ID = 0
              GO TO Z7610-EXIT
           END-IF

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-SLIP-OUT
                FROM   IBMUSER.LOANS
                WHERE  BORROWER_ID = :WS-SLIP-BORROWER-ID
                AND    STATUS      = 'O'
           END-EXEC

           IF SQLCODE NOT = 0
              GO TO Z7610-EXIT
           END-IF

           EXEC SQL
                SELECT VALUE(SUM(AMOUNT - VALUE(PAID_AMOUNT, 0)), 0)
                INTO  :WS-SLIP-OWED
                FROM   IBMUSER.FINES
                WHERE  BORROWER_ID = :WS-SLIP-BORROWER-ID
                AND    STATUS      = 'O'
           END-EXEC

           IF SQLCODE NOT = 0
              GO TO Z7610-EXIT
           END-IF

           MOVE 'ITEMS NOW ON LOAN'     TO ST-LABEL
           MOVE WS-SLIP-OUT             TO SLIP-COUNT-EDIT
           MOVE SLIP-COUNT-EDIT         TO ST-VALUE
           PERFORM Z7600-ADD-SLIP-LINE THRU Z7600-EXIT

           MOVE 'FINES BALANCE'         TO ST-LABEL
           MOVE WS-SLIP-OWED            TO SLIP-AMOUNT-EDIT
           MOVE SLIP-AMOUNT-EDIT        TO ST-VALUE
           PERFORM Z7600-ADD-SLIP-LINE THRU Z7600-EXIT
           .
       Z7610-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *SEND THE FINISHED SLIP TO THE PRINTER IBMUSER.DESK_PRINTERS------
      *NAMES FOR THIS TERMINAL (SEE DPRMNT01) BY STARTING SLIPPRT ON----
      *IT. NO ROW MEANS THE DESK HAS NO PRINTER - NOT AN ERROR----------
       Z7620-START-SLIP.
           MOVE 'N'      TO WS-SLIP-SW
           MOVE EIBTRMID TO DPRT-TERMINAL-ID

           EXEC SQL
                SELECT PRINTER_ID
                INTO  :DPRT-PRINTER-ID
                FROM   IBMUSER.DESK_PRINTERS
                WHERE  TERMINAL_ID = :DPRT-TERMINAL-ID
           END-EXEC

           IF SQLCODE = 100
              GO TO Z7620-EXIT
           END-IF

           IF SQLCODE NOT = 0
              MOVE 'F' TO WS-SLIP-SW
              GO TO Z7620-EXIT
           END-IF

           EXEC CICS START
                TRANSID(WS-SLIP-TRANSID)
                TERMID(DPRT-PRINTER-ID)
                FROM(SLIP-DATA)
                LENGTH(LENGTH OF SLIP-DATA)
                RESP(RESPONSE-CODE)
           END-EXEC

           IF RESPONSE-CODE = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-SLIP-SW
           ELSE
              MOVE 'F' TO WS-SLIP-SW
           END-IF
           .
       Z7620-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *SEND THE SCREEN WITH THE SESSION SO FAR. A MESSAGE SENT WHILE AN-
      *ITEM IS BEING CHECKED IS THAT ITEM'S REFUSAL - IT GOES ON THE----
      *LIST AND THE REFUSED COUNT BEFORE THE SCREEN GOES OUT------------
       Z0000-SEND-MAP.
           IF ITEM-IN-SCAN
              MOVE 'N'              TO WS-SCAN-SW
              MOVE SPACES           TO WS-SCAN-LINE
              MOVE WS-SCAN-ACCNO    TO SL-ACCESSION
              STRING 'REFUSED - '   DELIMITED BY SIZE
                     MESSAGEO       DELIMITED BY SIZE
                     INTO SL-REASON
              END-STRING
              ADD 1                 TO EXP-REFUSED
              PERFORM Z0100-ADD-LINE THRU Z0100-EXIT
           END-IF

           IF EXP-BORROWER-ID = 0
              MOVE ATTR-UNPROT-NUM-MDT TO MBORROWA
              MOVE ATTR-UNPROT-NUM-MDT TO MBRNCHA
           ELSE
              MOVE EXP-BORROWER-ID     TO WS-BORROWER-EDIT
              MOVE WS-BORROWER-EDIT    TO MBORROWO
              MOVE EXP-BRANCH          TO MBRNCHO
              MOVE EXP-NAME-TEXT       TO MNAMEO
              MOVE ATTR-PROT           TO MBORROWA
              MOVE ATTR-PROT           TO MBRNCHA
           END-IF
           MOVE ATTR-UNPROT-MDT        TO MACCNOA

           MOVE EXP-ITEMS-OUT          TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT          TO MOUTO
           MOVE EXP-ACCEPTED           TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT          TO MACCPTO
           MOVE EXP-REFUSED            TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT          TO MREFUSO

           PERFORM Z0120-SHOW-LINE THRU Z0120-EXIT
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 12

           EXEC CICS
                SEND MAP(WS-MAP)
                     MAPSET(WS-MAPSET)
                     FROM(EXPCKMO)
                     ERASE
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
      *ADD WS-SCAN-LINE TO THE FOOT OF THE LIST - ONCE THE SCREEN IS----
      *FULL THE OLDEST LINE SCROLLS OFF THE TOP (THE COUNTS AND THE-----
      *SLIP STILL COVER EVERY ITEM)-------------------------------------
       Z0100-ADD-LINE.
           IF EXP-LINE-COUNT < 12
              ADD 1 TO EXP-LINE-COUNT
           ELSE
              PERFORM Z0110-SHIFT-LINE THRU Z0110-EXIT
                      VARYING WS-LINE-SUB FROM 1 BY 1
                      UNTIL WS-LINE-SUB > 11
           END-IF

           MOVE WS-SCAN-LINE TO EXP-LINE(EXP-LINE-COUNT)
           .
       Z0100-EXIT.
           EXIT
           .
       Z0110-SHIFT-LINE.
           MOVE EXP-LINE(WS-LINE-SUB + 1) TO EXP-LINE(WS-LINE-SUB)
           .
       Z0110-EXIT.
           EXIT
           .
       Z0120-SHOW-LINE.
           MOVE EXP-LINE(WS-LINE-SUB) TO LISTO(WS-LINE-SUB)
           .
       Z0120-EXIT.
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
           MOVE 'EXPCK01 '         TO CPHST-PROGRAM
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
      *RECORD THE FAILURE IN THE CENTRAL ERROR LOG BEFORE THE MESSAGE---
      *REACHES THE TERMINAL, SO THE EVIDENCE SURVIVES THE SCREEN CLEAR--
      *(BEST-EFFORT - A FAILURE HERE MUST NOT MASK THE REAL ERROR)------
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
           MOVE 'EXPCK01'   TO ERRLG-PROGRAM
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
      *APPEND THE SIGN-ON (OR REFUSAL) TO THE SECURITY ACTIVITY LOG,----
      *THE SAME WAY BOOK01DB'S Z8000-LOG-SECURITY DOES - BEST-EFFORT,---
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
      *NOBODY HAS SET GRANTS UP FOR YET FALLS BACK TO THE OLD-----------
      *HARD-WIRED ROLE TEST SO NOTHING LOCKS UP THE DAY THE TABLE-------
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
                WHERE  FUNC_NAME = 'EXPCK01'
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
                WHERE  FUNC_NAME = 'EXPCK01'
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
