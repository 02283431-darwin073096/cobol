      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PERMNT01.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- MAINTENANCE TRANSACTION FOR IBMUSER.SUBSCRIPTIONS - THE   *
      * MAGAZINES AND NEWSPAPERS THE LIBRARY TAKES (SAME MAINTENANCE  *
      * SHAPE AS SERMNT01). STARTED DIRECTLY BY ITS OWN TRANSID,      *
      * LIKE BORRW01.                                                 *
      * FUNTIONS AVAILABLE:                                           *
      *    -- ENTER > PROCESS THE KEYED ACTION                        *
      *    -- F3    > CLEAR THE SCREEN                                *
      *    -- F12   > EXIT                                            *
      *                                                               *
      * ACTIONS (MACTION FIELD):                                      *
      *    -- A > ADD A SUBSCRIPTION (NEXT ID ASSIGNED AUTOMATICALLY) *
      *           - TITLE, VENDOR, FUND, FREQUENCY AND FIRST ISSUE    *
      *           DATE REQUIRED; ISSN (NNNN-NNNC, CHECK DIGIT         *
      *           VERIFIED), COST (BLANK = 0) AND GRACE DAYS (BLANK = *
      *           14) OPTIONAL. THE SUBSCRIPTION YEAR STARTS TODAY    *
      *           AND ITS COST IS ENCUMBERED ON THE FUND              *
      *    -- C > CHANGE TITLE, ISSN, VENDOR, FREQUENCY, FIRST ISSUE  *
      *           OR GRACE DAYS (FUND AND COST CHANGE AT RENEWAL)     *
      *    -- I > INQUIRE - SHOW A SUBSCRIPTION                       *
      *    -- R > RENEW FOR THE NEXT YEAR - FUND AND COST AS KEYED    *
      *           (BLANK = AS THIS YEAR). THIS YEAR'S ENCUMBRANCE     *
      *           BECOMES SPENT AND THE NEW YEAR'S COST IS ENCUMBERED *
      *    -- X > CANCEL - NO MORE ISSUES PREDICTED OR CLAIMED, AND   *
      *           THE CURRENT YEAR'S ENCUMBRANCE IS RELEASED          *
      * FREQUENCY: D DAILY, W WEEKLY, F FORTNIGHTLY, M MONTHLY,       *
      *            B TWO-MONTHLY, Q QUARTERLY, H HALF-YEARLY, A ANNUAL*
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- PERCHK01 > CHECKS IN THE ISSUES                         *
      *    -- PERCLAIM > PREDICTS THE ISSUES AND CLAIMS LATE ONES     *
      *    -- PERRENEW > LISTS THE SUBSCRIPTIONS COMING UP FOR RENEWAL*
      *    -- VENMNT01/FUNDMNT1 > THE VENDOR AND FUND MASTERS         *
      *    -- FNDRECON > COUNTS THE YEARS' COSTS IN THE FUND FIGURES  *
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
           05  WS-TRANSID              PIC X(04) VALUE 'PRM1'         .
           05  WS-MAP                  PIC X(07) VALUE 'PERMNTM'       .
           05  WS-MAPSET               PIC X(07) VALUE 'PERMNT1'       .
           05  RESPONSE-CODE           PIC S9(4) COMP                .
           05  END-OF-SESSION          PIC X(13) VALUE 'SESSION ENDED'.
           05  WS-OPER-REJ-MSG         PIC X(050) VALUE
                   'SIGNED-ON USERID NOT SET UP IN OPERATORS TABLE.'   .
           05  WS-LOCKED-MSG           PIC X(060) VALUE
                   'OPERATOR IS LOCKED OUT - AN ADMIN MUST CLEAR IT.'  .
           05  WS-SEC-EVENT            PIC X(1)                       .
           05  WS-NEXT-SEC-ID          PIC S9(9) COMP                 .
           05  WS-NOTAUTH-MSG          PIC X(055) VALUE
                   'NOT AUTHORIZED FOR SUBSCRIPTIONS - VIEWER ROLE.'   .
           05  WS-FUNC-AUTH-SW         PIC X(1)  VALUE 'N'           .
               88  FUNCTION-ALLOWED               VALUE 'Y'          .
           05  WS-ROLE-GRANTEE         PIC X(8)                      .
           05  WS-FUNC-COUNT           PIC S9(9) COMP                .
           05  WS-MESSAGE.
               10  FILLER              PIC X(10) VALUE 'ERROR IN: '  .
               10  ERR-LOC             PIC X(30)                     .
               10  FILLER              PIC X(06) VALUE 'CODE: '      .
               10  ERR-CODE            PIC S9(4) COMP                .
           05  SUBSC-ACTION            PIC X(1)                      .
           05  WS-NEXT-SUBSCR-ID       PIC S9(4) COMP                .
           05  WS-COST-X               PIC ZZZZ9.99                  .
           05  WS-GRACE-X              PIC ZZ9                       .
           05  WS-DATE-CHECK           PIC X(10)                     .
           05  WS-LINE-VALUE           PIC S9(7)V9(2) USAGE COMP-3   .
           05  WS-FREE-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3   .
           05  WS-TERM-SW              PIC X(1)  VALUE 'N'           .
               88  TERM-FOUND                     VALUE 'Y'          .
           05  WS-FREQ                 PIC X(1)                      .
               88  FREQ-VALID          VALUE 'D' 'W' 'F' 'M'
                                             'B' 'Q' 'H' 'A'         .

      *-----------------------------------------------------------------
      *ISSN CHECK DIGIT - WEIGHTS 8 DOWN TO 2 ON THE SEVEN DIGITS,------
      *MODULUS 11, A CHECK OF 10 WRITTEN AS 'X'-------------------------
       01  WS-ISSN-VARS.
           05  WS-ISSN-WORK            PIC X(09)                     .
           05  WS-ISSN-PARTS REDEFINES WS-ISSN-WORK.
               10  WS-ISSN-D1          PIC 9(01)                     .
               10  WS-ISSN-D2          PIC 9(01)                     .
               10  WS-ISSN-D3          PIC 9(01)                     .
               10  WS-ISSN-D4          PIC 9(01)                     .
               10  WS-ISSN-HYPHEN      PIC X(01)                     .
               10  WS-ISSN-D5          PIC 9(01)                     .
               10  WS-ISSN-D6          PIC 9(01)                     .
               10  WS-ISSN-D7          PIC 9(01)                     .
               10  WS-ISSN-KEYED-CHK   PIC X(01)                     .
           05  WS-ISSN-SUM             PIC S9(4) COMP                .
           05  WS-ISSN-QUOT            PIC S9(4) COMP                .
           05  WS-ISSN-REM             PIC S9(4) COMP                .
           05  WS-ISSN-DIGIT           PIC 9(01)                     .
           05  WS-ISSN-CHK             PIC X(01)                     .

      *-----------------------------------------------------------------
      *THE SUBSCRIPTION YEAR BEING ENDED BY A RENEWAL OR CANCELLATION---
       01  WS-OLD-TERM.
           05  WS-OLD-FUND-CODE        PIC X(08)                     .
           05  WS-OLD-COST             PIC S9(5)V9(2) USAGE COMP-3   .

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
                INCLUDE DCLSUBSC
           END-EXEC.

           EXEC SQL
                INCLUDE DCLSTERM
           END-EXEC.

           EXEC SQL
                INCLUDE DCLVENDR
           END-EXEC.

           EXEC SQL
                INCLUDE DCLFUND
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

           COPY PERMNT1.
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
                            MOVE LOW-VALUES      TO PERMNTMO
                            MOVE SPACES          TO MESSAGEO
                            PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
                    END-EVALUATE

               WHEN EIBCALEN > 0
                    MOVE DFHCOMMAREA         TO WS-COMMAREA
                    MOVE LOW-VALUES          TO PERMNTMI
                    MOVE LOW-VALUES          TO PERMNTMO
                    MOVE SPACES              TO MESSAGEO
                    INITIALIZE                  DCLSUBSC
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
                   MOVE LOW-VALUES             TO PERMNTMO
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
                               INTO(PERMNTMI)
                               RESP(RESPONSE-CODE)
                   END-EXEC

                   MOVE MACTIONI TO SUBSC-ACTION
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
           EVALUATE SUBSC-ACTION
               WHEN 'A'
                    PERFORM A2100-ADD-SUBSCR      THRU A2100-EXIT
               WHEN 'C'
                    PERFORM A2200-CHANGE-SUBSCR   THRU A2200-EXIT
               WHEN 'I'
                    PERFORM A2300-INQUIRE-SUBSCR  THRU A2300-EXIT
               WHEN 'R'
                    PERFORM A2400-RENEW-SUBSCR    THRU A2400-EXIT
               WHEN 'X'
                    PERFORM A2500-CANCEL-SUBSCR   THRU A2500-EXIT
               WHEN OTHER
                    MOVE 'ENTER ACTION A, C, I, R OR X.' TO MESSAGEO
                    PERFORM Z0000-SEND-MAP        THRU Z0000-EXIT
           END-EVALUATE
           .
       A2000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE DESCRIPTIVE FIELDS SHARED BY ADD AND CHANGE - TITLE, ISSN,---
      *VENDOR, FREQUENCY, FIRST ISSUE DATE AND GRACE DAYS---------------
       A2010-CHECK-DETAILS.
           IF MTITLEI = LOW-VALUE OR SPACES
              MOVE 'TITLE IS REQUIRED.'           TO MESSAGEO
              PERFORM Z0000-SEND-MAP            THRU Z0000-EXIT
           END-IF

           MOVE MTITLEI TO SUBSC-TITLE

           PERFORM A2030-CHECK-ISSN   THRU A2030-EXIT
           PERFORM A2040-CHECK-VENDOR THRU A2040-EXIT

           MOVE MFREQI TO WS-FREQ

           IF NOT FREQ-VALID
              MOVE 'FREQUENCY MUST BE D, W, F, M, B, Q, H OR A.'
                                                  TO MESSAGEO
              PERFORM Z0000-SEND-MAP            THRU Z0000-EXIT
           END-IF

           MOVE WS-FREQ TO SUBSC-FREQUENCY

      *THE FIRST ISSUE DATE ANCHORS THE PREDICTED PATTERN - IT MUST BE--
      *A REAL YYYY-MM-DD DATE (SAME DB2 CONVERSION TEST AS CLSDY01)-----
           IF MFIRSTI = LOW-VALUE OR SPACES
              MOVE 'FIRST ISSUE DATE IS REQUIRED (YYYY-MM-DD).'
                                                  TO MESSAGEO
              PERFORM Z0000-SEND-MAP            THRU Z0000-EXIT
           END-IF

           MOVE MFIRSTI TO SUBSC-FIRST-ISSUE

           EXEC SQL
                SET :WS-DATE-CHECK =
                    CHAR(DATE(:SUBSC-FIRST-ISSUE), ISO)
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE WS-DATE-CHECK TO SUBSC-FIRST-ISSUE
              WHEN SQLCODE = -181 OR SQLCODE = -180
                   MOVE 'NOT A VALID DATE - USE YYYY-MM-DD.'
                                               TO MESSAGEO
                   PERFORM Z0000-SEND-MAP    THRU Z0000-EXIT
              WHEN OTHER
                   MOVE    'A2010-CHECK-DETAILS.' TO ERR-LOC
                   MOVE     SQLCODE               TO ERR-CODE
                   MOVE    'Y'                    TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           IF MGRACEI = LOW-VALUE OR SPACES
              MOVE 14 TO SUBSC-GRACE-DAYS
           ELSE
              COMPUTE SUBSC-GRACE-DAYS = FUNCTION NUMVAL(MGRACEI)
              IF SUBSC-GRACE-DAYS < 1
                 MOVE 'GRACE DAYS MUST BE AT LEAST 1.' TO MESSAGEO
                 PERFORM Z0000-SEND-MAP              THRU Z0000-EXIT
              END-IF
           END-IF
           .
       A2010-EXIT.
           EXIT
           .
       A2020-CHECK-ID.
           IF MSUBIDI = LOW-VALUE OR SPACES
              MOVE 'SUBSCRIPTION ID IS REQUIRED.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP            THRU Z0000-EXIT
           END-IF

           COMPUTE SUBSC-SUBSCR-ID = FUNCTION NUMVAL(MSUBIDI)
           .
       A2020-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *AN ISSN IS OPTIONAL (SOME LOCAL PAPERS HAVE NONE) BUT WHEN KEYED-
      *IT MUST BE NNNN-NNNC WITH A CHECK CHARACTER THAT AGREES----------
       A2030-CHECK-ISSN.
           IF MISSNI = LOW-VALUE OR SPACES
              MOVE SPACES TO SUBSC-ISSN
              GO TO A2030-EXIT
           END-IF

           MOVE MISSNI TO WS-ISSN-WORK

           IF WS-ISSN-WORK(1:4)   IS NOT NUMERIC
           OR WS-ISSN-HYPHEN      NOT = '-'
           OR WS-ISSN-WORK(6:3)   IS NOT NUMERIC
              MOVE 'ISSN MUST BE NNNN-NNNC.'      TO MESSAGEO
              PERFORM Z0000-SEND-MAP            THRU Z0000-EXIT
           END-IF

           COMPUTE WS-ISSN-SUM = 8 * WS-ISSN-D1 + 7 * WS-ISSN-D2
                               + 6 * WS-ISSN-D3 + 5 * WS-ISSN-D4
                               + 4 * WS-ISSN-D5 + 3 * WS-ISSN-D6
                               + 2 * WS-ISSN-D7

           DIVIDE WS-ISSN-SUM BY 11 GIVING WS-ISSN-QUOT
                                 REMAINDER WS-ISSN-REM

           EVALUATE WS-ISSN-REM
               WHEN 0
                    MOVE '0' TO WS-ISSN-CHK
               WHEN 1
                    MOVE 'X' TO WS-ISSN-CHK
               WHEN OTHER
                    COMPUTE WS-ISSN-DIGIT = 11 - WS-ISSN-REM
                    MOVE WS-ISSN-DIGIT TO WS-ISSN-CHK
           END-EVALUATE

           IF WS-ISSN-KEYED-CHK NOT = WS-ISSN-CHK
              MOVE 'ISSN CHECK DIGIT IS WRONG.'   TO MESSAGEO
              PERFORM Z0000-SEND-MAP            THRU Z0000-EXIT
           END-IF

           MOVE WS-ISSN-WORK TO SUBSC-ISSN
           .
       A2030-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE SUPPLIER MUST BE AN ACTIVE VENDOR ON THE MASTER (VENMNT01)---
      *- THE CLAIM LETTERS ARE ADDRESSED FROM IT------------------------
       A2040-CHECK-VENDOR.
           IF MVNDIDI = LOW-VALUE OR SPACES
              MOVE 'VENDOR ID IS REQUIRED - SEE VENMNT01.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           COMPUTE SUBSC-VENDOR-ID = FUNCTION NUMVAL(MVNDIDI)
           MOVE SUBSC-VENDOR-ID TO VENDR-VENDOR-ID

           EXEC SQL
                SELECT NAME
                INTO  :VENDR-NAME
                FROM   IBMUSER.VENDORS
                WHERE  VENDOR_ID = :VENDR-VENDOR-ID
                AND    STATUS    = 'A'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE 'UNKNOWN OR DISABLED VENDOR ID.' TO MESSAGEO
                   PERFORM Z0000-SEND-MAP            THRU Z0000-EXIT
              WHEN OTHER
                   MOVE    'A2040-CHECK-VENDOR.' TO ERR-LOC
                   MOVE     SQLCODE              TO ERR-CODE
                   MOVE    'Y'                   TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2040-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ADD A SUBSCRIPTION UNDER THE NEXT FREE ID. THE FIRST YEAR RUNS---
      *FROM TODAY; ITS COST IS ENCUMBERED ON THE FUND BEFORE ANYTHING---
      *IS WRITTEN, SO A REFUSED FUND LEAVES NOTHING BEHIND--------------
       A2100-ADD-SUBSCR.
           PERFORM A2010-CHECK-DETAILS THRU A2010-EXIT

           IF MFNDCDI = LOW-VALUE OR SPACES
              MOVE 'FUND CODE IS REQUIRED - SEE FUNDMNT1.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           MOVE MFNDCDI TO SUBSC-FUND-CODE

           IF MCOSTI = LOW-VALUE OR SPACES
              MOVE 0 TO SUBSC-COST
           ELSE
              COMPUTE SUBSC-COST = FUNCTION NUMVAL(MCOSTI)
           END-IF

           MOVE SUBSC-FUND-CODE TO FUND-FUND-CODE
           MOVE SUBSC-COST      TO WS-LINE-VALUE
           PERFORM A2600-ENCUMBER-FUND THRU A2600-EXIT

           EXEC SQL
                SET :SUBSC-START-DATE  = CHAR(CURRENT DATE, ISO)
           END-EXEC

           EXEC SQL
                SET :SUBSC-EXPIRY-DATE =
                    CHAR(CURRENT DATE + 1 YEAR - 1 DAY, ISO)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2100-ADD-SUBSCR.'  TO ERR-LOC
              MOVE     SQLCODE             TO ERR-CODE
              MOVE    'Y'                  TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

      *DRAW THE NEXT SUBSCRIPTION ID FROM THE CENTRAL ASSIGNER - THE----
      *SEED IS ONLY USED THE FIRST TIME THE KEY ROW IS CREATED----------
           MOVE 'SUBSCID ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(SUBSCR_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.SUBSCRIPTIONS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2100-ADD-SUBSCR.'  TO ERR-LOC
              MOVE     SQLCODE             TO ERR-CODE
              MOVE    'Y'                  TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT
           MOVE WS-NEXT-KEY-VALUE TO WS-NEXT-SUBSCR-ID

           MOVE WS-NEXT-SUBSCR-ID TO SUBSC-SUBSCR-ID
           MOVE 'A'               TO SUBSC-STATUS
           MOVE WS-OPER-ID        TO SUBSC-OPER-ID

           EXEC SQL
                INSERT INTO IBMUSER.SUBSCRIPTIONS
                       (SUBSCR_ID, TITLE, ISSN, VENDOR_ID, FUND_CODE,
                        FREQUENCY, FIRST_ISSUE, GRACE_DAYS, COST,
                        START_DATE, EXPIRY_DATE, STATUS, OPER_ID)
                VALUES (:SUBSC-SUBSCR-ID, :SUBSC-TITLE, :SUBSC-ISSN,
                        :SUBSC-VENDOR-ID, :SUBSC-FUND-CODE,
                        :SUBSC-FREQUENCY, :SUBSC-FIRST-ISSUE,
                        :SUBSC-GRACE-DAYS, :SUBSC-COST,
                        :SUBSC-START-DATE, :SUBSC-EXPIRY-DATE,
                        :SUBSC-STATUS, :SUBSC-OPER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2100-ADD-SUBSCR.'  TO ERR-LOC
              MOVE     SQLCODE             TO ERR-CODE
              MOVE    'Y'                  TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM A2650-WRITE-TERM THRU A2650-EXIT

           PERFORM A2350-SHOW-SUBSCR THRU A2350-EXIT
           MOVE 'SUBSCRIPTION ADDED - COST ENCUMBERED ON THE FUND.'
                                    TO MESSAGEO
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A2100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *CHANGE THE DESCRIPTIVE FIELDS. A NEW FREQUENCY OR FIRST ISSUE----
      *DATE ONLY MOVES THE ISSUES NOT YET PREDICTED - THE ROWS ALREADY--
      *ON THE CHECK-IN CARD KEEP THEIR DATES----------------------------
       A2200-CHANGE-SUBSCR.
           PERFORM A2020-CHECK-ID      THRU A2020-EXIT
           PERFORM A2010-CHECK-DETAILS THRU A2010-EXIT

           MOVE WS-OPER-ID TO SUBSC-OPER-ID

           EXEC SQL
                UPDATE IBMUSER.SUBSCRIPTIONS
                   SET TITLE       = :SUBSC-TITLE,
                       ISSN        = :SUBSC-ISSN,
                       VENDOR_ID   = :SUBSC-VENDOR-ID,
                       FREQUENCY   = :SUBSC-FREQUENCY,
                       FIRST_ISSUE = :SUBSC-FIRST-ISSUE,
                       GRACE_DAYS  = :SUBSC-GRACE-DAYS,
                       OPER_ID     = :SUBSC-OPER-ID
                 WHERE SUBSCR_ID   = :SUBSC-SUBSCR-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    PERFORM A2350-SHOW-SUBSCR THRU A2350-EXIT
                    MOVE 'SUBSCRIPTION CHANGED.' TO MESSAGEO
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN SQLCODE = 100
                    MOVE 'UNKNOWN SUBSCRIPTION ID.' TO MESSAGEO
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN OTHER
                    MOVE 'A2200-CHANGE-SUBSCR.' TO ERR-LOC
                    MOVE  SQLCODE               TO ERR-CODE
                    MOVE  'Y'                   TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2200-EXIT.
           EXIT
           .
       A2300-INQUIRE-SUBSCR.
           PERFORM A2020-CHECK-ID    THRU A2020-EXIT
           PERFORM A2350-SHOW-SUBSCR THRU A2350-EXIT
           PERFORM Z0000-SEND-MAP    THRU Z0000-EXIT
           .
       A2300-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *READ THE SUBSCRIPTION IN SUBSC-SUBSCR-ID ONTO THE SCREEN---------
       A2350-SHOW-SUBSCR.
           EXEC SQL
                SELECT TITLE, ISSN, VENDOR_ID, FUND_CODE, FREQUENCY,
                       CHAR(FIRST_ISSUE, ISO), GRACE_DAYS, COST,
                       CHAR(START_DATE, ISO), CHAR(EXPIRY_DATE, ISO),
                       STATUS
                INTO  :SUBSC-TITLE, :SUBSC-ISSN, :SUBSC-VENDOR-ID,
                      :SUBSC-FUND-CODE, :SUBSC-FREQUENCY,
                      :SUBSC-FIRST-ISSUE, :SUBSC-GRACE-DAYS,
                      :SUBSC-COST, :SUBSC-START-DATE,
                      :SUBSC-EXPIRY-DATE, :SUBSC-STATUS
                FROM   IBMUSER.SUBSCRIPTIONS
                WHERE  SUBSCR_ID = :SUBSC-SUBSCR-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE SUBSC-SUBSCR-ID   TO MSUBIDO
                    MOVE SUBSC-TITLE       TO MTITLEO
                    MOVE SUBSC-ISSN        TO MISSNO
                    MOVE SUBSC-VENDOR-ID   TO MVNDIDO
                    MOVE SUBSC-FUND-CODE   TO MFNDCDO
                    MOVE SUBSC-FREQUENCY   TO MFREQO
                    MOVE SUBSC-FIRST-ISSUE TO MFIRSTO
                    MOVE SUBSC-COST        TO WS-COST-X
                    MOVE WS-COST-X         TO MCOSTO
                    MOVE SUBSC-GRACE-DAYS  TO WS-GRACE-X
                    MOVE WS-GRACE-X        TO MGRACEO
                    MOVE SUBSC-START-DATE  TO MSTARTO
                    MOVE SUBSC-EXPIRY-DATE TO MEXPIRO
                    MOVE SUBSC-STATUS      TO MSTATO
               WHEN SQLCODE = 100
                    MOVE 'UNKNOWN SUBSCRIPTION ID.' TO MESSAGEO
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN OTHER
                    MOVE 'A2350-SHOW-SUBSCR.'    TO ERR-LOC
                    MOVE  SQLCODE                TO ERR-CODE
                    MOVE  'Y'                    TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2350-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *RENEW FOR THE YEAR AFTER THE CURRENT EXPIRY. THE NEW YEAR'S------
      *COST IS ENCUMBERED FIRST (A REFUSED FUND CHANGES NOTHING); THEN--
      *THE ENDING YEAR'S ENCUMBRANCE IS CONVERTED TO SPENT ON ITS OWN---
      *FUND AND THE NEW TERM WRITTEN. FUND AND COST DEFAULT TO THIS-----
      *YEAR'S WHEN LEFT BLANK-------------------------------------------
       A2400-RENEW-SUBSCR.
           PERFORM A2020-CHECK-ID    THRU A2020-EXIT
           PERFORM A2350-SHOW-SUBSCR THRU A2350-EXIT

           IF SUBSC-STATUS NOT = 'A'
              MOVE 'SUBSCRIPTION IS CANCELLED - ADD IT AGAIN.'
                                         TO MESSAGEO
              PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           END-IF

           IF MFNDCDI NOT = LOW-VALUE AND MFNDCDI NOT = SPACES
              MOVE MFNDCDI TO SUBSC-FUND-CODE
           END-IF

           IF MCOSTI NOT = LOW-VALUE AND MCOSTI NOT = SPACES
              COMPUTE SUBSC-COST = FUNCTION NUMVAL(MCOSTI)
           END-IF

           PERFORM A2660-GET-TERM THRU A2660-EXIT

           MOVE SUBSC-FUND-CODE TO FUND-FUND-CODE
           MOVE SUBSC-COST      TO WS-LINE-VALUE
           PERFORM A2600-ENCUMBER-FUND THRU A2600-EXIT

           IF TERM-FOUND
              MOVE WS-OLD-FUND-CODE TO FUND-FUND-CODE
              MOVE WS-OLD-COST      TO WS-LINE-VALUE

              EXEC SQL
                   UPDATE IBMUSER.FUNDS
                   SET    ENCUMBERED = ENCUMBERED - :WS-LINE-VALUE,
                          SPENT      = SPENT      + :WS-LINE-VALUE
                   WHERE  FUND_CODE  = :FUND-FUND-CODE
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE    'A2400-RENEW-SUBSCR.' TO ERR-LOC
                 MOVE     SQLCODE              TO ERR-CODE
                 MOVE    'Y'                   TO ERROR-HANDLING
                 PERFORM  XXXX-ERROR-HANDLING
              END-IF

              MOVE 'S' TO STERM-STATUS
              PERFORM A2670-CLOSE-TERM THRU A2670-EXIT
           END-IF

           EXEC SQL
                SET :SUBSC-START-DATE =
                    CHAR(DATE(:SUBSC-EXPIRY-DATE) + 1 DAY, ISO)
           END-EXEC

           EXEC SQL
                SET :SUBSC-EXPIRY-DATE =
                    CHAR(DATE(:SUBSC-START-DATE) + 1 YEAR - 1 DAY,
                         ISO)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2400-RENEW-SUBSCR.' TO ERR-LOC
              MOVE     SQLCODE              TO ERR-CODE
              MOVE    'Y'                   TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE WS-OPER-ID TO SUBSC-OPER-ID

           EXEC SQL
                UPDATE IBMUSER.SUBSCRIPTIONS
                   SET FUND_CODE   = :SUBSC-FUND-CODE,
                       COST        = :SUBSC-COST,
                       START_DATE  = :SUBSC-START-DATE,
                       EXPIRY_DATE = :SUBSC-EXPIRY-DATE,
                       OPER_ID     = :SUBSC-OPER-ID
                 WHERE SUBSCR_ID   = :SUBSC-SUBSCR-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2400-RENEW-SUBSCR.' TO ERR-LOC
              MOVE     SQLCODE              TO ERR-CODE
              MOVE    'Y'                   TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM A2650-WRITE-TERM THRU A2650-EXIT

           PERFORM A2350-SHOW-SUBSCR THRU A2350-EXIT
           MOVE SPACES TO MESSAGEO
           STRING 'SUBSCRIPTION RENEWED TO '  DELIMITED BY SIZE
                  SUBSC-EXPIRY-DATE           DELIMITED BY SIZE
                  '.'                         DELIMITED BY SIZE
                  INTO MESSAGEO
           END-STRING
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A2400-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *CANCEL - THE ROW STAYS (STATUS 'X') WITH ITS CHECK-IN HISTORY,---
      *PERCLAIM STOPS PREDICTING AND CLAIMING ITS ISSUES, AND THE-------
      *CURRENT YEAR'S ENCUMBRANCE IS RELEASED BACK TO THE FUND----------
       A2500-CANCEL-SUBSCR.
           PERFORM A2020-CHECK-ID THRU A2020-EXIT

           MOVE WS-OPER-ID TO SUBSC-OPER-ID

           EXEC SQL
                UPDATE IBMUSER.SUBSCRIPTIONS
                SET    STATUS    = 'X',
                       OPER_ID   = :SUBSC-OPER-ID
                WHERE  SUBSCR_ID = :SUBSC-SUBSCR-ID
                AND    STATUS    = 'A'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE 'NO ACTIVE SUBSCRIPTION WITH THIS ID.'
                                             TO MESSAGEO
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN OTHER
                    MOVE 'A2500-CANCEL-SUBSCR.'  TO ERR-LOC
                    MOVE  SQLCODE                TO ERR-CODE
                    MOVE  'Y'                    TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           PERFORM A2660-GET-TERM THRU A2660-EXIT

           IF TERM-FOUND
              MOVE WS-OLD-FUND-CODE TO FUND-FUND-CODE
              MOVE WS-OLD-COST      TO WS-LINE-VALUE

              EXEC SQL
                   UPDATE IBMUSER.FUNDS
                   SET    ENCUMBERED = ENCUMBERED - :WS-LINE-VALUE
                   WHERE  FUND_CODE  = :FUND-FUND-CODE
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE    'A2500-CANCEL-SUBSCR.' TO ERR-LOC
                 MOVE     SQLCODE               TO ERR-CODE
                 MOVE    'Y'                    TO ERROR-HANDLING
                 PERFORM  XXXX-ERROR-HANDLING
              END-IF

              MOVE 'X' TO STERM-STATUS
              PERFORM A2670-CLOSE-TERM THRU A2670-EXIT
           END-IF

           PERFORM A2350-SHOW-SUBSCR THRU A2350-EXIT
           MOVE 'SUBSCRIPTION CANCELLED - ENCUMBRANCE RELEASED.'
                                    TO MESSAGEO
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A2500-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE SUBSCRIPTION YEAR IS PAID FROM A BUDGET FUND - THE CODE MUST-
      *EXIST, BE OPEN AND HAVE THE YEAR'S COST FREE (SAME TESTS AS------
      *ORDER01'S A2130-ENCUMBER-FUND). CALLER SETS FUND-FUND-CODE AND---
      *WS-LINE-VALUE----------------------------------------------------
       A2600-ENCUMBER-FUND.
           EXEC SQL
                SELECT ALLOCATED, ENCUMBERED, SPENT,
                       VALUE(STATUS, 'O'), VALUE(SUCCESSOR_CODE, ' ')
                INTO  :FUND-ALLOCATED, :FUND-ENCUMBERED, :FUND-SPENT,
                      :FUND-STATUS, :FUND-SUCCESSOR-CODE
                FROM   IBMUSER.FUNDS
                WHERE  FUND_CODE = :FUND-FUND-CODE
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE 'UNKNOWN FUND CODE - SEE FUNDMNT1.' TO MESSAGEO
                   PERFORM Z0000-SEND-MAP    THRU Z0000-EXIT
              WHEN OTHER
                   MOVE    'A2600-ENCUMBER-FUND.' TO ERR-LOC
                   MOVE     SQLCODE              TO ERR-CODE
                   MOVE    'Y'                   TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           IF FUND-STATUS = 'C'
              MOVE SPACES TO MESSAGEO
              STRING 'FUND CLOSED FOR THE YEAR - USE '
                                             DELIMITED BY SIZE
                     FUND-SUCCESSOR-CODE     DELIMITED BY SPACE
                     '.'                     DELIMITED BY SIZE
                     INTO MESSAGEO
              PERFORM Z0000-SEND-MAP     THRU Z0000-EXIT
           END-IF

           COMPUTE WS-FREE-AMOUNT = FUND-ALLOCATED
                                  - FUND-ENCUMBERED
                                  - FUND-SPENT

           IF WS-LINE-VALUE > WS-FREE-AMOUNT
              MOVE 'FUND WOULD BE OVERSPENT - SUBSCRIPTION REFUSED.'
                                           TO MESSAGEO
              PERFORM Z0000-SEND-MAP     THRU Z0000-EXIT
           END-IF

           EXEC SQL
                UPDATE IBMUSER.FUNDS
                SET    ENCUMBERED = ENCUMBERED + :WS-LINE-VALUE
                WHERE  FUND_CODE  = :FUND-FUND-CODE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2600-ENCUMBER-FUND.' TO ERR-LOC
              MOVE     SQLCODE              TO ERR-CODE
              MOVE    'Y'                   TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       A2600-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *RECORD THE SUBSCRIPTION YEAR JUST ENCUMBERED ('E')---------------
       A2650-WRITE-TERM.
           MOVE SUBSC-SUBSCR-ID   TO STERM-SUBSCR-ID
           MOVE SUBSC-START-DATE  TO STERM-TERM-START
           MOVE SUBSC-EXPIRY-DATE TO STERM-TERM-END
           MOVE SUBSC-FUND-CODE   TO STERM-FUND-CODE
           MOVE SUBSC-COST        TO STERM-COST

           EXEC SQL
                INSERT INTO IBMUSER.SUBSCR_TERMS
                       (SUBSCR_ID, TERM_START, TERM_END, FUND_CODE,
                        COST, STATUS)
                VALUES (:STERM-SUBSCR-ID, :STERM-TERM-START,
                        :STERM-TERM-END, :STERM-FUND-CODE,
                        :STERM-COST, 'E')
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2650-WRITE-TERM.'  TO ERR-LOC
              MOVE     SQLCODE             TO ERR-CODE
              MOVE    'Y'                  TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       A2650-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE YEAR STILL ENCUMBERED FOR THE SUBSCRIPTION, IF ANY-----------
       A2660-GET-TERM.
           MOVE 'N'             TO WS-TERM-SW
           MOVE SUBSC-SUBSCR-ID TO STERM-SUBSCR-ID

           EXEC SQL
                SELECT FUND_CODE, COST
                INTO  :WS-OLD-FUND-CODE, :WS-OLD-COST
                FROM   IBMUSER.SUBSCR_TERMS
                WHERE  SUBSCR_ID = :STERM-SUBSCR-ID
                AND    STATUS    = 'E'
                ORDER BY TERM_START DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE 'Y' TO WS-TERM-SW
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    MOVE 'A2660-GET-TERM.'       TO ERR-LOC
                    MOVE  SQLCODE                TO ERR-CODE
                    MOVE  'Y'                    TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2660-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *END THE ENCUMBERED YEAR - STERM-STATUS 'S' (SPENT) OR 'X'--------
      *(RELEASED)-------------------------------------------------------
       A2670-CLOSE-TERM.
           MOVE SUBSC-SUBSCR-ID TO STERM-SUBSCR-ID

           EXEC SQL
                UPDATE IBMUSER.SUBSCR_TERMS
                SET    STATUS    = :STERM-STATUS
                WHERE  SUBSCR_ID = :STERM-SUBSCR-ID
                AND    STATUS    = 'E'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE    'A2670-CLOSE-TERM.'  TO ERR-LOC
              MOVE     SQLCODE             TO ERR-CODE
              MOVE    'Y'                  TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       A2670-EXIT.
           EXIT
           .
      *SEND MAP PARAGRAPH-----------------------------------------------
       Z0000-SEND-MAP.
           MOVE ATTR-UNPROT-MDT     TO MACTIONA
           MOVE ATTR-UNPROT-NUM-MDT TO MSUBIDA
           MOVE ATTR-UNPROT-MDT     TO MTITLEA
           MOVE ATTR-UNPROT-MDT     TO MISSNA
           MOVE ATTR-UNPROT-NUM-MDT TO MVNDIDA
           MOVE ATTR-UNPROT-MDT     TO MFNDCDA
           MOVE ATTR-UNPROT-MDT     TO MFREQA
           MOVE ATTR-UNPROT-MDT     TO MFIRSTA
           MOVE ATTR-UNPROT-NUM-MDT TO MCOSTA
           MOVE ATTR-UNPROT-NUM-MDT TO MGRACEA
           MOVE ATTR-PROT           TO MSTARTA
           MOVE ATTR-PROT           TO MEXPIRA
           MOVE ATTR-PROT           TO MSTATA

           EXEC CICS
                SEND MAP(WS-MAP)
                     MAPSET(WS-MAPSET)
                     FROM(PERMNTMO)
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
           MOVE 'PERMNT01'   TO ERRLG-PROGRAM
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
                WHERE  FUNC_NAME = 'PERMNT01'
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
                WHERE  FUNC_NAME = 'PERMNT01'
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
