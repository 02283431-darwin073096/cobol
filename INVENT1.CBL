      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    INVENT1.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.14.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- VENDOR INVOICE ENTRY. THE CLERK KEYS THE SUPPLIER'S       *
      * INVOICE HEADER ONTO IBMUSER.VENDOR_INVOICES AND ONE LINE PER  *
      * ORDERS LINE BILLED ONTO IBMUSER.INVOICE_LINES, THEN SUBMITS   *
      * IT FOR THE INVMATCH THREE-WAY MATCH (ORDERED / RECEIVED /     *
      * INVOICED). AN INVOICE THE RUN HOLDS FOR A VARIANCE CAN BE     *
      * RELEASED HERE BY AN ADMIN OTHER THAN THE CLERK WHO KEYED IT - *
      * IT IS THEN PAID AS BILLED. GATED ON FUNC_AUTH 'INVENT1'       *
      * (ANY ROLE BUT VIEWER WHEN NO GRANTS). STARTED DIRECTLY BY ITS *
      * OWN TRANSID.                                                  *
      * FUNTIONS AVAILABLE:                                           *
      *    -- ENTER > PROCESS THE KEYED ACTION                        *
      *    -- F3    > CLEAR THE SCREEN                                *
      *    -- F12   > EXIT                                            *
      *                                                               *
      * ACTIONS (MACTION FIELD):                                      *
      *    -- H > ADD AN INVOICE HEADER (VENDOR ID / VENDOR'S INVOICE *
      *           NO / DATE / SHIPPING / DISCOUNT / TOTAL) - THE NEW  *
      *           INVOICE ID COMES BACK ON THE SCREEN                 *
      *    -- A > ADD A LINE TO THE KEYED INVOICE (ORDER LINE ID /    *
      *           QTY / UNIT PRICE) - THE ORDER LINE MUST BE FROM THE *
      *           SAME VENDOR                                         *
      *    -- L > LIST THE KEYED INVOICE AND ITS LINES                *
      *    -- S > SUBMIT THE KEYED INVOICE FOR MATCHING               *
      *    -- R > RELEASE A VARIANCE HOLD (ADMIN ONLY)                *
      *                                                               *
      * RELATED PROGRAMS: ORDER01, INVMATCH, VENMNT01                 *
      *    -- ORDER01  > THE ORDER LINES BILLED HERE                  *
      *    -- INVMATCH > MATCHES, ADJUSTS FUND SPEND, WRITES AP FILE  *
      *    -- VENMNT01 > THE VENDORS MASTER                           *
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
           05  WS-TRANSID              PIC X(04) VALUE 'INV1'         .
           05  WS-MAP                  PIC X(07) VALUE 'INVENTM'      .
           05  WS-MAPSET               PIC X(07) VALUE 'INVENT'       .
           05  RESPONSE-CODE           PIC S9(4) COMP                .
           05  END-OF-SESSION          PIC X(13) VALUE 'SESSION ENDED'.
           05  WS-OPER-REJ-MSG         PIC X(050) VALUE
                   'SIGNED-ON USERID NOT SET UP IN OPERATORS TABLE.'   .
           05  WS-LOCKED-MSG           PIC X(060) VALUE
                   'OPERATOR IS LOCKED OUT - AN ADMIN MUST CLEAR IT.'  .
           05  WS-SEC-EVENT            PIC X(1)                       .
           05  WS-NEXT-SEC-ID          PIC S9(9) COMP                 .
           05  WS-NOTAUTH-MSG          PIC X(045) VALUE
               'NOT AUTHORIZED TO ENTER VENDOR INVOICES.'              .
           05  WS-FUNC-AUTH-SW         PIC X(1)  VALUE 'N'           .
               88  FUNCTION-ALLOWED               VALUE 'Y'          .
           05  WS-ROLE-GRANTEE         PIC X(8)                      .
           05  WS-FUNC-COUNT           PIC S9(9) COMP                .
           05  WS-MESSAGE.
               10  FILLER              PIC X(10) VALUE 'ERROR IN: '  .
               10  ERR-LOC             PIC X(30)                     .
               10  FILLER              PIC X(06) VALUE 'CODE: '      .
               10  ERR-CODE            PIC S9(4) COMP                .
           05  INV-ACTION              PIC X(1)                      .
           05  INVL-SUB                PIC S9(4) COMP                .
           05  WS-LINE-COUNT           PIC S9(9) COMP                .
           05  WS-DUP-COUNT            PIC S9(9) COMP                .

       01  WS-INVL-LINE.
           05  WI-LINE-NO              PIC ZZZ9                       .
           05  FILLER                  PIC X(002) VALUE SPACES        .
           05  WI-ORDER-LINE-ID        PIC ZZZ9                       .
           05  FILLER                  PIC X(002) VALUE SPACES        .
           05  WI-QTY                  PIC ZZZ9                       .
           05  FILLER                  PIC X(002) VALUE SPACES        .
           05  WI-UNIT-PRICE           PIC ZZZZ9.99                   .
           05  FILLER                  PIC X(002) VALUE SPACES        .
           05  WI-LINE-AMOUNT          PIC Z,ZZZ,ZZ9.99               .
           05  FILLER                  PIC X(002) VALUE SPACES        .
           05  WI-FUND-CODE            PIC X(008)                     .
           05  FILLER                  PIC X(002) VALUE SPACES        .
           05  WI-MATCH-STATUS         PIC X(001)                     .
           05  FILLER                  PIC X(017) VALUE SPACES        .

       01  WS-EDIT-FIELDS.
           05  WE-INVOICE-ID           PIC Z(008)9                    .
           05  WE-VENDOR-ID            PIC ZZZ9                       .
           05  WE-MONEY-5              PIC ZZZZ9.99                   .
           05  WE-MONEY-7              PIC ZZZZZZ9.99                 .

       01  BROWSE-SWITCH.
           05  END-OF-FILE             PIC X    VALUE 'N'             .
               88  NO-MORE-RECORDS              VALUE 'Y'             .


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
                INCLUDE DCLVINV
           END-EXEC.

           EXEC SQL
                INCLUDE DCLVINL
           END-EXEC.

           EXEC SQL
                INCLUDE DCLORDER
           END-EXEC.

           EXEC SQL
                INCLUDE DCLVENDR
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
      *THE LINES OF ONE INVOICE IN THE ORDER THEY WERE KEYED------------
           EXEC SQL DECLARE IL_CURSOR CURSOR FOR
                SELECT INV_LINE_NO, ORDER_LINE_ID, QTY, UNIT_PRICE,
                       LINE_AMOUNT, VALUE(FUND_CODE, ' '),
                       VALUE(MATCH_STATUS, ' ')
                FROM   IBMUSER.INVOICE_LINES
                WHERE  INVOICE_ID = :VINV-INVOICE-ID
                ORDER BY INV_LINE_NO
           END-EXEC.

           COPY INVENT.
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
                            MOVE LOW-VALUES      TO INVENTMO
                            MOVE SPACES          TO MESSAGEO
                            PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
                    END-EVALUATE

               WHEN EIBCALEN > 0
                    MOVE DFHCOMMAREA         TO WS-COMMAREA
                    MOVE LOW-VALUES          TO INVENTMI
                    MOVE LOW-VALUES          TO INVENTMO
                    MOVE SPACES              TO MESSAGEO
                    INITIALIZE                  DCLVINV
                    INITIALIZE                  DCLVINL
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
                   MOVE LOW-VALUES             TO INVENTMO
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
                               INTO(INVENTMI)
                               RESP(RESPONSE-CODE)
                   END-EXEC

                   MOVE MACTIONI TO INV-ACTION
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
           EVALUATE INV-ACTION
               WHEN 'H'
                    PERFORM A2100-ADD-HEADER   THRU A2100-EXIT
               WHEN 'A'
                    PERFORM A2200-ADD-LINE     THRU A2200-EXIT
               WHEN 'L'
                    PERFORM A2300-LIST-INVOICE THRU A2300-EXIT
               WHEN 'S'
                    PERFORM A2400-SUBMIT       THRU A2400-EXIT
               WHEN 'R'
                    PERFORM A2500-RELEASE      THRU A2500-EXIT
               WHEN OTHER
                    MOVE 'ENTER ACTION H, A, L, S, OR R.' TO MESSAGEO
                    PERFORM Z0000-SEND-MAP              THRU Z0000-EXIT
           END-EVALUATE
           .
       A2000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *READ THE KEYED INVOICE HEADER - EVERY ACTION BUT H WORKS ON ONE--
       A2010-GET-INVOICE.
           IF MINVIDI = LOW-VALUE OR SPACES
              MOVE 'INVOICE ID IS REQUIRED.'     TO MESSAGEO
              PERFORM Z0000-SEND-MAP           THRU Z0000-EXIT
           END-IF

           COMPUTE VINV-INVOICE-ID = FUNCTION NUMVAL(MINVIDI)

           EXEC SQL
                SELECT VENDOR_ID, VENDOR_INV_NO, INVOICE_DATE,
                       SHIPPING, DISCOUNT, INVOICE_TOTAL, STATUS,
                       ENTER_OPER_ID
                INTO  :VINV-VENDOR-ID, :VINV-VENDOR-INV-NO,
                      :VINV-INVOICE-DATE, :VINV-SHIPPING,
                      :VINV-DISCOUNT, :VINV-INVOICE-TOTAL,
                      :VINV-STATUS, :VINV-ENTER-OPER-ID
                FROM   IBMUSER.VENDOR_INVOICES
                WHERE  INVOICE_ID = :VINV-INVOICE-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   PERFORM A2020-SHOW-HEADER THRU A2020-EXIT
              WHEN SQLCODE = 100
                   MOVE 'NO INVOICE WITH THAT ID.' TO MESSAGEO
                   PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
              WHEN OTHER
                   MOVE 'A2010-GET-INVOICE.' TO ERR-LOC
                   MOVE  SQLCODE             TO ERR-CODE
                   MOVE  'Y'                 TO ERROR-HANDLING
                   PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2010-EXIT.
           EXIT
           .
       A2020-SHOW-HEADER.
           MOVE VINV-INVOICE-ID    TO WE-INVOICE-ID
           MOVE WE-INVOICE-ID      TO MINVIDO
           MOVE VINV-VENDOR-ID     TO WE-VENDOR-ID
           MOVE WE-VENDOR-ID       TO MVNDIDO
           MOVE VINV-VENDOR-INV-NO TO MVINVNO
           MOVE VINV-INVOICE-DATE  TO MINVDTO
           MOVE VINV-SHIPPING      TO WE-MONEY-5
           MOVE WE-MONEY-5         TO MSHIPO
           MOVE VINV-DISCOUNT      TO WE-MONEY-5
           MOVE WE-MONEY-5         TO MDISCO
           MOVE VINV-INVOICE-TOTAL TO WE-MONEY-7
           MOVE WE-MONEY-7         TO MTOTALO
           MOVE VINV-STATUS        TO MSTATO
           .
       A2020-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ADD AN INVOICE HEADER - THE VENDOR MUST BE ON THE MASTER, AND----
      *THE SAME VENDOR INVOICE NUMBER MAY NOT BE KEYED TWICE (THE-------
      *COMMONEST WAY TO PAY A SUPPLIER DOUBLE)--------------------------
       A2100-ADD-HEADER.
           IF MVNDIDI = LOW-VALUE OR SPACES
              MOVE 'VENDOR ID IS REQUIRED - SEE VENMNT01.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           IF MVINVNI = LOW-VALUE OR SPACES
              MOVE 'VENDOR INVOICE NUMBER IS REQUIRED.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           IF MINVDTI = LOW-VALUE OR SPACES
              MOVE 'INVOICE DATE (YYYY-MM-DD) IS REQUIRED.'
                                             TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           IF MTOTALI = LOW-VALUE OR SPACES
              MOVE 'INVOICE TOTAL IS REQUIRED.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           COMPUTE VINV-VENDOR-ID = FUNCTION NUMVAL(MVNDIDI)
           MOVE VINV-VENDOR-ID TO VENDR-VENDOR-ID

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
                   MOVE    'A2100-ADD-HEADER.'   TO ERR-LOC
                   MOVE     SQLCODE              TO ERR-CODE
                   MOVE    'Y'                   TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE MVINVNI TO VINV-VENDOR-INV-NO
           MOVE MINVDTI TO VINV-INVOICE-DATE

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-DUP-COUNT
                FROM   IBMUSER.VENDOR_INVOICES
                WHERE  VENDOR_ID     = :VINV-VENDOR-ID
                AND    VENDOR_INV_NO = :VINV-VENDOR-INV-NO
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2100-ADD-HEADER.'   TO ERR-LOC
              MOVE     SQLCODE              TO ERR-CODE
              MOVE    'Y'                   TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF WS-DUP-COUNT > 0
              MOVE 'THAT VENDOR INVOICE NUMBER IS ALREADY ON FILE.'
                                             TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           IF MSHIPI = LOW-VALUE OR SPACES
              MOVE 0 TO VINV-SHIPPING
           ELSE
              COMPUTE VINV-SHIPPING = FUNCTION NUMVAL(MSHIPI)
           END-IF

           IF MDISCI = LOW-VALUE OR SPACES
              MOVE 0 TO VINV-DISCOUNT
           ELSE
              COMPUTE VINV-DISCOUNT = FUNCTION NUMVAL(MDISCI)
           END-IF

           COMPUTE VINV-INVOICE-TOTAL = FUNCTION NUMVAL(MTOTALI)

           IF VINV-SHIPPING < 0 OR VINV-DISCOUNT < 0
              MOVE 'SHIPPING AND DISCOUNT ARE KEYED AS POSITIVE.'
                                             TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           IF VINV-INVOICE-TOTAL < 0
              MOVE 'CREDIT NOTES GO STRAIGHT TO ACCOUNTS PAYABLE.'
                                             TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

      *DRAW THE NEXT INVOICE ID FROM THE CENTRAL ASSIGNER - THE SEED----
      *IS ONLY USED THE FIRST TIME THE KEY ROW IS CREATED---------------
           MOVE 'INVOICID' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(INVOICE_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.VENDOR_INVOICES
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2100-ADD-HEADER.'   TO ERR-LOC
              MOVE     SQLCODE              TO ERR-CODE
              MOVE    'Y'                   TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT
           MOVE WS-NEXT-KEY-VALUE TO VINV-INVOICE-ID
           MOVE 'E'               TO VINV-STATUS
           MOVE WS-OPER-ID        TO VINV-ENTER-OPER-ID

           EXEC SQL
                INSERT INTO IBMUSER.VENDOR_INVOICES
                       (INVOICE_ID, VENDOR_ID, VENDOR_INV_NO,
                        INVOICE_DATE, SHIPPING, DISCOUNT,
                        INVOICE_TOTAL, STATUS, ENTER_OPER_ID,
                        ENTER_DATE, MATCH_DATE, RELEASE_OPER,
                        APPROVE_DATE)
                VALUES (:VINV-INVOICE-ID, :VINV-VENDOR-ID,
                        :VINV-VENDOR-INV-NO, :VINV-INVOICE-DATE,
                        :VINV-SHIPPING, :VINV-DISCOUNT,
                        :VINV-INVOICE-TOTAL, 'E',
                        :VINV-ENTER-OPER-ID, CURRENT DATE,
                        NULL, NULL, NULL)
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   PERFORM A2020-SHOW-HEADER THRU A2020-EXIT
                   MOVE 'INVOICE ADDED - NOW ADD ITS LINES.'
                                             TO MESSAGEO
                   PERFORM Z0000-SEND-MAP  THRU Z0000-EXIT
              WHEN OTHER
                   MOVE    'A2100-ADD-HEADER.'   TO ERR-LOC
                   MOVE     SQLCODE              TO ERR-CODE
                   MOVE    'Y'                   TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ADD A LINE TO AN INVOICE STILL BEING ENTERED. THE ORDER LINE-----
      *MUST BELONG TO THE INVOICE'S VENDOR; WHETHER IT HAS BEEN---------
      *RECEIVED IS LEFT TO THE MATCH RUN, WHICH HOLDS THE INVOICE-------
       A2200-ADD-LINE.
           PERFORM A2010-GET-INVOICE THRU A2010-EXIT

           IF VINV-STATUS NOT = 'E'
              MOVE 'INVOICE ALREADY SUBMITTED - LINES ARE CLOSED.'
                                             TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           IF MLINEIDI = LOW-VALUE OR SPACES
              MOVE 'ORDER LINE ID IS REQUIRED.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           IF MPRICEI = LOW-VALUE OR SPACES
              MOVE 'UNIT PRICE AS BILLED IS REQUIRED.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           COMPUTE ORDER-LINE-ID = FUNCTION NUMVAL(MLINEIDI)

           EXEC SQL
                SELECT VALUE(VENDOR_ID, 0), VALUE(FUND_CODE, ' ')
                INTO  :ORDER-VENDOR-ID, :ORDER-FUND-CODE
                FROM   IBMUSER.ORDERS
                WHERE  LINE_ID = :ORDER-LINE-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE 'NO ORDER LINE WITH THAT ID.' TO MESSAGEO
                   PERFORM Z0000-SEND-MAP          THRU Z0000-EXIT
              WHEN OTHER
                   MOVE    'A2200-ADD-LINE.'     TO ERR-LOC
                   MOVE     SQLCODE              TO ERR-CODE
                   MOVE    'Y'                   TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           IF ORDER-VENDOR-ID NOT = VINV-VENDOR-ID
              MOVE 'ORDER LINE IS FROM A DIFFERENT VENDOR.'
                                             TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           IF MQTYI = LOW-VALUE OR SPACES
              MOVE 1 TO VINL-QTY
           ELSE
              COMPUTE VINL-QTY = FUNCTION NUMVAL(MQTYI)
              IF VINL-QTY < 1
                 MOVE 'QUANTITY MUST BE AT LEAST 1.' TO MESSAGEO
                 PERFORM Z0000-SEND-MAP            THRU Z0000-EXIT
              END-IF
           END-IF

           COMPUTE VINL-UNIT-PRICE = FUNCTION NUMVAL(MPRICEI)
           COMPUTE VINL-LINE-AMOUNT = VINL-QTY * VINL-UNIT-PRICE

           MOVE VINV-INVOICE-ID TO VINL-INVOICE-ID
           MOVE ORDER-LINE-ID   TO VINL-ORDER-LINE-ID
           MOVE ORDER-FUND-CODE TO VINL-FUND-CODE

      *LINE NUMBERS RUN WITHIN THE INVOICE - ONLY THE ENTERING CLERK----
      *WORKS ON AN 'E' INVOICE SO NO CENTRAL KEY IS NEEDED--------------
           EXEC SQL
                SELECT VALUE(MAX(INV_LINE_NO), 0)
                INTO  :VINL-INV-LINE-NO
                FROM   IBMUSER.INVOICE_LINES
                WHERE  INVOICE_ID = :VINL-INVOICE-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2200-ADD-LINE.'     TO ERR-LOC
              MOVE     SQLCODE              TO ERR-CODE
              MOVE    'Y'                   TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           ADD 1 TO VINL-INV-LINE-NO

           EXEC SQL
                INSERT INTO IBMUSER.INVOICE_LINES
                       (INVOICE_ID, INV_LINE_NO, ORDER_LINE_ID, QTY,
                        UNIT_PRICE, LINE_AMOUNT, MATCH_STATUS,
                        FUND_CODE, FUND_ADJ)
                VALUES (:VINL-INVOICE-ID, :VINL-INV-LINE-NO,
                        :VINL-ORDER-LINE-ID, :VINL-QTY,
                        :VINL-UNIT-PRICE, :VINL-LINE-AMOUNT, ' ',
                        :VINL-FUND-CODE, 0)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2200-ADD-LINE.'     TO ERR-LOC
              MOVE     SQLCODE              TO ERR-CODE
              MOVE    'Y'                   TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM A2310-LOAD-LINES THRU A2310-EXIT
           MOVE 'INVOICE LINE ADDED.' TO MESSAGEO
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A2200-EXIT.
           EXIT
           .
       A2300-LIST-INVOICE.
           PERFORM A2010-GET-INVOICE THRU A2010-EXIT
           PERFORM A2310-LOAD-LINES  THRU A2310-EXIT

           IF INVL-SUB = 0
              MOVE 'INVOICE HAS NO LINES YET.' TO MESSAGEO
           END-IF

           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A2300-EXIT.
           EXIT
           .
       A2310-LOAD-LINES.
           MOVE 'N' TO END-OF-FILE
           MOVE 0   TO INVL-SUB

           EXEC SQL
                OPEN IL_CURSOR
           END-EXEC

           PERFORM A2320-FETCH-LINE THRU A2320-EXIT
                   UNTIL NO-MORE-RECORDS

           EXEC SQL
                CLOSE IL_CURSOR
           END-EXEC
           .
       A2310-EXIT.
           EXIT
           .
       A2320-FETCH-LINE.
           EXEC SQL
                FETCH IL_CURSOR INTO :VINL-INV-LINE-NO
                                    ,:VINL-ORDER-LINE-ID
                                    ,:VINL-QTY
                                    ,:VINL-UNIT-PRICE
                                    ,:VINL-LINE-AMOUNT
                                    ,:VINL-FUND-CODE
                                    ,:VINL-MATCH-STATUS
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   IF INVL-SUB < 12
                      ADD  1                  TO INVL-SUB
                      MOVE VINL-INV-LINE-NO   TO WI-LINE-NO
                      MOVE VINL-ORDER-LINE-ID TO WI-ORDER-LINE-ID
                      MOVE VINL-QTY           TO WI-QTY
                      MOVE VINL-UNIT-PRICE    TO WI-UNIT-PRICE
                      MOVE VINL-LINE-AMOUNT   TO WI-LINE-AMOUNT
                      MOVE VINL-FUND-CODE     TO WI-FUND-CODE
                      MOVE VINL-MATCH-STATUS  TO WI-MATCH-STATUS
                      MOVE WS-INVL-LINE       TO INVLO(INVL-SUB)
                   ELSE
                      MOVE 'MORE LINES THAN FIT ON ONE SCREEN.'
                                              TO MESSAGEO
                   END-IF
              WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-FILE
              WHEN OTHER
                   MOVE    'A2320-FETCH-LINE.'  TO ERR-LOC
                   MOVE     SQLCODE             TO ERR-CODE
                   MOVE    'Y'                  TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2320-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *SUBMIT AN INVOICE FOR THE NEXT MATCH RUN - IT MUST HAVE AT-------
      *LEAST ONE LINE---------------------------------------------------
       A2400-SUBMIT.
           PERFORM A2010-GET-INVOICE THRU A2010-EXIT

           IF VINV-STATUS NOT = 'E'
              MOVE 'INVOICE IS NOT BEING ENTERED - NOTHING TO SUBMIT.'
                                             TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-LINE-COUNT
                FROM   IBMUSER.INVOICE_LINES
                WHERE  INVOICE_ID = :VINV-INVOICE-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2400-SUBMIT.'       TO ERR-LOC
              MOVE     SQLCODE              TO ERR-CODE
              MOVE    'Y'                   TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF WS-LINE-COUNT = 0
              MOVE 'ADD THE INVOICE LINES BEFORE SUBMITTING.'
                                             TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           EXEC SQL
                UPDATE IBMUSER.VENDOR_INVOICES
                SET    STATUS     = 'S'
                WHERE  INVOICE_ID = :VINV-INVOICE-ID
                AND    STATUS     = 'E'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2400-SUBMIT.'       TO ERR-LOC
              MOVE     SQLCODE              TO ERR-CODE
              MOVE    'Y'                   TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE 'S' TO MSTATO
           PERFORM A2310-LOAD-LINES THRU A2310-EXIT
           MOVE 'INVOICE SUBMITTED FOR MATCHING.' TO MESSAGEO
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A2400-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *RELEASE A VARIANCE HOLD - AN ADMIN, AND NOT THE CLERK WHO KEYED--
      *THE INVOICE, ACCEPTS IT AS BILLED. IT GOES BACK TO 'S' FOR THE---
      *NEXT MATCH RUN, WHICH STILL HOLDS IT IF A LINE IS UNRECEIVED-----
      *OR CANCELLED - ONLY THE VARIANCES ARE OVERRIDDEN-----------------
       A2500-RELEASE.
           IF NOT OPER-IS-ADMIN
              MOVE 'ONLY AN ADMIN MAY RELEASE A VARIANCE HOLD.'
                                             TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           PERFORM A2010-GET-INVOICE THRU A2010-EXIT

           IF VINV-STATUS NOT = 'V'
              MOVE 'INVOICE IS NOT ON A VARIANCE HOLD.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           IF VINV-ENTER-OPER-ID = WS-OPER-ID
              MOVE 'YOU CANNOT RELEASE AN INVOICE YOU KEYED.'
                                             TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           MOVE WS-OPER-ID TO VINV-RELEASE-OPER

           EXEC SQL
                UPDATE IBMUSER.VENDOR_INVOICES
                SET    STATUS       = 'S',
                       RELEASE_OPER = :VINV-RELEASE-OPER
                WHERE  INVOICE_ID   = :VINV-INVOICE-ID
                AND    STATUS       = 'V'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2500-RELEASE.'      TO ERR-LOC
              MOVE     SQLCODE              TO ERR-CODE
              MOVE    'Y'                   TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE 'S' TO MSTATO
           PERFORM A2310-LOAD-LINES THRU A2310-EXIT
           MOVE 'VARIANCE RELEASED - PAYS AS BILLED AT THE NEXT RUN.'
                                             TO MESSAGEO
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A2500-EXIT.
           EXIT
           .
      *SEND MAP PARAGRAPH-----------------------------------------------
       Z0000-SEND-MAP.
           MOVE ATTR-UNPROT-MDT     TO MACTIONA
           MOVE ATTR-UNPROT-NUM-MDT TO MINVIDA
           MOVE ATTR-UNPROT-NUM-MDT TO MVNDIDA
           MOVE ATTR-UNPROT-MDT     TO MVINVNA
           MOVE ATTR-UNPROT-MDT     TO MINVDTA
           MOVE ATTR-UNPROT-MDT     TO MSHIPA
           MOVE ATTR-UNPROT-MDT     TO MDISCA
           MOVE ATTR-UNPROT-MDT     TO MTOTALA
           MOVE ATTR-UNPROT-NUM-MDT TO MLINEIDA
           MOVE ATTR-UNPROT-NUM-MDT TO MQTYA
           MOVE ATTR-UNPROT-MDT     TO MPRICEA

           EXEC CICS
                SEND MAP(WS-MAP)
                     MAPSET(WS-MAPSET)
                     FROM(INVENTMO)
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
           MOVE 'INVENT1 '   TO ERRLG-PROGRAM
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
                WHERE  FUNC_NAME = 'INVENT1 '
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
                WHERE  FUNC_NAME = 'INVENT1 '
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
