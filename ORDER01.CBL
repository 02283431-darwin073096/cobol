      * LINE CARRIES ISBN, VENDOR, QUANTITY AND UNIT COST; RECEIVING  *
      * A LINE MATCHES THE ISBN AGAINST IBMUSER.BOOKS (SAME ISBN-     *
      * MATCH IDIOM AS BKVLOAD1'S 2200-MATCH-BOOK), BUMPS THE BOOK'S  *
      * TOTAL_COPIES AND COPIES_AVAILABLE BY THE QUANTITY RECEIVED,   *
      * LEAVES A BOOKS_AUDIT ROW - SO COPY COUNTS FINALLY TIE BACK    *
      * TO PURCHASE RECORDS. STARTED DIRECTLY BY ITS OWN TRANSID,     *
      * LIKE BORRW01.                                                 *
      *           VENDOR ID MUST EXIST ON THE VENDORS MASTER, SEE     *
      *           VENMNT01; THE NAME IS CARRIED ALONG FOR OLD         *
      *           REPORTS)                                            *
      *    -- R > RECEIVE THE KEYED LINE ID INTO THE CATALOG - QTY IS *
      *           THE QUANTITY IN THIS SHIPMENT (BLANK = ALL STILL    *
      *           OUTSTANDING). EACH SHIPMENT IS AN ORDER_RECEIPTS    *
      *           ROW; COPIES AND FUND SPEND MOVE BY WHAT CAME IN AND *
      *           THE LINE STAYS OPEN, BACK-ORDERED, FOR THE REST     *
      *    -- C > CANCEL THE KEYED LINE ID (A PART-RECEIVED LINE      *
      *           CLOSES SHORT AT WHAT WAS RECEIVED)                  *
      *    -- L > LIST OPEN ORDER LINES (QTY OUTSTANDING, BO = PART   *
      *           RECEIVED)                                           *
      *                                                               *
      * RELATED PROGRAMS: BKVLOAD1, INSERT01, INVENT1                 *
      *    -- BKVLOAD1 > SAME ISBN-MATCH IDIOM                        *
      *    -- INSERT01 > CATALOGS A TITLE THE ORDER ISBN DOESN'T MATCH*
      *    -- INVENT1  > VENDOR INVOICES BILLING THESE LINES, MATCHED *
      *                  BY INVMATCH                                  *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
           05  WS-STRAND-CNT-X         PIC 9(4)                      .
           05  WS-FIRST-HOLD-SW        PIC X(1)                      .
               88  FIRST-HOLD-DONE              VALUE 'Y'            .
           05  WS-NEXT-XFER-ID         PIC S9(9) COMP                .
           05  WS-RECV-QTY             PIC S9(4) COMP                .
           05  WS-OUTSTANDING          PIC S9(4) COMP                .
           05  WS-RECV-QTY-X           PIC ZZZ9                      .
           05  WS-OUTSTANDING-X        PIC ZZZ9                      .
           05  WS-NEXT-RECEIPT-ID      PIC S9(9) COMP                .

       01  WS-ORDER-LINE.
           05  WO-LINE-ID              PIC Z(003)9                    .
           05  WO-QTY                  PIC ZZZ9                       .
           05  FILLER                  PIC X(002) VALUE SPACES        .
           05  WO-COST                 PIC ZZZZ9.99                   .
           05  FILLER                  PIC X(001) VALUE SPACES        .
           05  WO-BACKORD              PIC X(002)                     .


       01  WS-ERRLOG-VARS.
                INCLUDE DCLOHOLD
           END-EXEC.

           EXEC SQL
                INCLUDE DCLORCPT
           END-EXEC.

           EXEC SQL
                INCLUDE DCLXFER
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBOOKS
           END-EXEC.
      *THE PATRONS QUEUED ON THE RECEIVED LINE'S ISBN, IN PLACEMENT-----
      *ORDER - CONVERTED INTO NORMAL HOLDS AT RECEIVING-----------------
           EXEC SQL DECLARE OH_CURSOR CURSOR FOR
                SELECT OHOLD_ID, BORROWER_ID, VALUE(PICKUP_BRANCH, 0)
                FROM   IBMUSER.ORDER_HOLDS
                WHERE  ISBN   = :ORDER-ISBN
                AND    STATUS = 'P'
                ORDER BY OHOLD_ID
           END-EXEC.

      *-----------------------------------------------------------------
      *THE OPEN LINES - QTY IS WHAT IS STILL OUTSTANDING, SO A LINE-----
      *PART RECEIVED SHOWS ONLY ITS BACK-ORDERED REMAINDER--------------
           EXEC SQL DECLARE OL_CURSOR CURSOR FOR
                SELECT LINE_ID, ISBN, VENDOR,
                       QTY - VALUE(RECEIVED_QTY, 0),
                       UNIT_COST, VALUE(RECEIVED_QTY, 0)
                FROM   IBMUSER.ORDERS
                WHERE  STATUS = 'O'
                ORDER BY LINE_ID
                INSERT INTO IBMUSER.ORDERS
                       (LINE_ID, ISBN, VENDOR, VENDOR_ID, QTY,
                        UNIT_COST, ORDER_DATE, RECEIVED_DATE, STATUS,
                        EXPECT_DATE, CLAIM_COUNT, FUND_CODE,
                        RECEIVED_QTY)
                VALUES (:ORDER-LINE-ID, :ORDER-ISBN, :ORDER-VENDOR,
                        :ORDER-VENDOR-ID,
                        :ORDER-QTY, :ORDER-UNIT-COST,
                        CURRENT DATE, NULL, 'O',
                        CURRENT DATE + :WS-EXP-DAYS DAYS, 0,
                        :ORDER-FUND-CODE, 0)
           END-EXEC

           EVALUATE TRUE
           MOVE MFNDCDI TO FUND-FUND-CODE

           EXEC SQL
                SELECT ALLOCATED, ENCUMBERED, SPENT,
                       VALUE(STATUS, 'O'), VALUE(SUCCESSOR_CODE, ' ')
                INTO  :FUND-ALLOCATED, :FUND-ENCUMBERED, :FUND-SPENT,
                      :FUND-STATUS, :FUND-SUCCESSOR-CODE
                FROM   IBMUSER.FUNDS
                WHERE  FUND_CODE = :FUND-FUND-CODE
           END-EXEC
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

      *A FUND CLOSED AT YEAR END TAKES NO NEW ORDERS - POINT THE--------
      *OPERATOR AT THE FUND THAT REPLACED IT----------------------------
           IF FUND-STATUS = 'C'
              MOVE SPACES TO MESSAGEO
              STRING 'FUND CLOSED FOR THE YEAR - USE '
                                             DELIMITED BY SIZE
                     FUND-SUCCESSOR-CODE     DELIMITED BY SPACE
                     '.'                     DELIMITED BY SIZE
                     INTO MESSAGEO
              PERFORM Z0000-SEND-MAP     THRU Z0000-EXIT
           END-IF

           COMPUTE WS-LINE-VALUE  = ORDER-QTY * ORDER-UNIT-COST
           COMPUTE WS-FREE-AMOUNT = FUND-ALLOCATED
                                  - FUND-ENCUMBERED
           EXIT
           .
      *-----------------------------------------------------------------
      *RECEIVE A SHIPMENT AGAINST AN OPEN ORDER LINE - MATCH ITS ISBN--
      *AGAINST THE CATALOG (SAME IDIOM AS BKVLOAD1'S 2200-MATCH-BOOK),--
      *BUMP THE MATCHED BOOK'S COPY COUNTS BY THE QUANTITY RECEIVED,----
      *RECORD THE RECEIPT AND AUDIT THE CATALOG CHANGE. THE QTY FIELD---
      *IS THE QUANTITY IN THIS SHIPMENT (BLANK = ALL OUTSTANDING); THE--
      *LINE CLOSES ONLY WHEN THE LAST COPY IS IN, UNTIL THEN IT IS------
      *BACK-ORDERED FOR THE REST. AN ISBN NOT IN THE CATALOG LEAVES THE-
      *LINE OPEN - THE TITLE MUST BE CATALOGED THROUGH INSERT01 FIRST---
       A2200-RECEIVE-LINE.
           IF MLINEIDI = LOW-VALUE OR SPACES

           EXEC SQL
                SELECT ISBN, QTY, UNIT_COST,
                       VALUE(FUND_CODE, ' '),
                       VALUE(RECEIVED_QTY, 0)
                INTO  :ORDER-ISBN, :ORDER-QTY, :ORDER-UNIT-COST,
                      :ORDER-FUND-CODE, :ORDER-RECEIVED-QTY
                FROM   IBMUSER.ORDERS
                WHERE  LINE_ID = :ORDER-LINE-ID
                AND    STATUS  = 'O'
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           COMPUTE WS-OUTSTANDING = ORDER-QTY - ORDER-RECEIVED-QTY

           IF MQTYI = LOW-VALUE OR SPACES
              MOVE WS-OUTSTANDING TO WS-RECV-QTY
           ELSE
              COMPUTE WS-RECV-QTY = FUNCTION NUMVAL(MQTYI)
           END-IF

           IF WS-RECV-QTY < 1 OR WS-RECV-QTY > WS-OUTSTANDING
              MOVE WS-OUTSTANDING TO WS-OUTSTANDING-X
              MOVE SPACES         TO MESSAGEO
              STRING 'QUANTITY RECEIVED MUST BE 1 TO '
                                          DELIMITED BY SIZE
                     WS-OUTSTANDING-X     DELIMITED BY SIZE
                     ' (STILL OUTSTANDING).'
                                          DELIMITED BY SIZE
                     INTO MESSAGEO
              END-STRING
              PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           END-IF

           MOVE LENGTH OF BOOKS-ISBN-TEXT TO BOOKS-ISBN-LEN
           MOVE ORDER-ISBN                TO BOOKS-ISBN-TEXT


           EXEC SQL
                UPDATE IBMUSER.BOOKS
                SET    TOTAL_COPIES     = TOTAL_COPIES + :WS-RECV-QTY,
                       COPIES_AVAILABLE = COPIES_AVAILABLE
                                        + :WS-RECV-QTY
                WHERE  BOOK_ID          = :BOOKS-BOOK-ID
           END-EXEC

              END-IF
           END-IF

           PERFORM A2240-WRITE-RECEIPT THRU A2240-EXIT

      *THE LAST OUTSTANDING COPY CLOSES THE LINE; A PART SHIPMENT-------
      *LEAVES IT OPEN, BACK-ORDERED FOR THE REST------------------------
           ADD WS-RECV-QTY TO ORDER-RECEIVED-QTY

           IF ORDER-RECEIVED-QTY NOT < ORDER-QTY
              EXEC SQL
                   UPDATE IBMUSER.ORDERS
                   SET    STATUS        = 'R',
                          RECEIVED_QTY  = :ORDER-RECEIVED-QTY,
                          RECEIVED_DATE = CURRENT DATE
                   WHERE  LINE_ID       = :ORDER-LINE-ID
              END-EXEC
           ELSE
              EXEC SQL
                   UPDATE IBMUSER.ORDERS
                   SET    RECEIVED_QTY  = :ORDER-RECEIVED-QTY
                   WHERE  LINE_ID       = :ORDER-LINE-ID
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE    'A2200-RECEIVE-LINE.' TO ERR-LOC

           PERFORM A2250-LOG-AUDIT THRU A2250-EXIT

      *WHAT WAS ENCUMBERED AT ORDERING FOR THE COPIES JUST RECEIVED IS--
      *NOW SPENT - THE BACK-ORDERED REST STAYS ENCUMBERED---------------
           IF ORDER-FUND-CODE NOT = SPACES
              COMPUTE WS-LINE-VALUE = WS-RECV-QTY * ORDER-UNIT-COST
              MOVE ORDER-FUND-CODE TO FUND-FUND-CODE

              EXEC SQL
           PERFORM A2270-CONVERT-ORDER-HOLDS
                                       THRU A2270-EXIT

           IF ORDER-RECEIVED-QTY NOT < ORDER-QTY
              MOVE 'ORDER LINE RECEIVED INTO THE CATALOG.' TO MESSAGEO
           ELSE
              MOVE WS-RECV-QTY    TO WS-RECV-QTY-X
              COMPUTE WS-OUTSTANDING = ORDER-QTY - ORDER-RECEIVED-QTY
              MOVE WS-OUTSTANDING TO WS-OUTSTANDING-X
              MOVE SPACES         TO MESSAGEO
              STRING WS-RECV-QTY-X        DELIMITED BY SIZE
                     ' RECEIVED INTO THE CATALOG - '
                                          DELIMITED BY SIZE
                     WS-OUTSTANDING-X     DELIMITED BY SIZE
                     ' STILL ON BACK-ORDER.'
                                          DELIMITED BY SIZE
                     INTO MESSAGEO
              END-STRING
           END-IF
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A2200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE ROW PER SHIPMENT ON IBMUSER.ORDER_RECEIPTS - THE FILL RATE---
      *AND DAYS-TO-RECEIVE ARE MEASURED FROM THESE, AND THE FUND IT-----
      *WAS SPENT ON KEPT FOR THE FUND RECONCILIATION--------------------
       A2240-WRITE-RECEIPT.
           MOVE 'RECPTID ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(RECEIPT_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.ORDER_RECEIPTS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2240-WRITE-RECEIPT.' TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT
           MOVE WS-NEXT-KEY-VALUE TO WS-NEXT-RECEIPT-ID

           MOVE WS-NEXT-RECEIPT-ID TO ORCPT-RECEIPT-ID
           MOVE ORDER-LINE-ID      TO ORCPT-LINE-ID
           MOVE WS-RECV-QTY        TO ORCPT-RECEIVE-QTY
           MOVE WS-OPER-ID         TO ORCPT-OPER-ID
           MOVE ORDER-FUND-CODE    TO ORCPT-FUND-CODE

           EXEC SQL
                INSERT INTO IBMUSER.ORDER_RECEIPTS
                       (RECEIPT_ID, LINE_ID, RECEIVE_QTY,
                        RECEIVE_DATE, OPER_ID, FUND_CODE)
                VALUES (:ORCPT-RECEIPT-ID, :ORCPT-LINE-ID,
                        :ORCPT-RECEIVE-QTY, CURRENT DATE,
                        :ORCPT-OPER-ID, :ORCPT-FUND-CODE)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2240-WRITE-RECEIPT.' TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       A2240-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *RECORD THE COPY-COUNT CHANGE IN THE BOOKS MAINTENANCE AUDIT------
      *TRAIL, THE SAME WAY UPDATE01'S A1225-LOG-AUDIT DOES--------------
       A2250-LOG-AUDIT.
      *('S') FOR NOTSPOOL TO DELIVER------------------------------------
       A2260-NOTIFY-SUGGESTER.
           EXEC SQL
                SELECT SUGG_ID, BORROWER_ID, TITLE, VALUE(SOURCE, 'P')
                INTO  :SUGG-SUGG-ID, :SUGG-BORROWER-ID, :SUGG-TITLE,
                      :SUGG-SOURCE
                FROM   IBMUSER.SUGGESTIONS
                WHERE  ORDER_LINE_ID = :ORDER-LINE-ID
                AND    STATUS        = 'A'
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

      *A HOLDBUY SUGGESTION HAS NO SUGGESTER TO TELL--------------------
           IF SUGG-SOURCE = 'S'
              GO TO A2260-EXIT
           END-IF

           MOVE SUGG-BORROWER-ID TO NOTIC-BORROWER-ID
           MOVE 'S'              TO NOTIC-NOTICE-TYPE
           MOVE SPACES           TO NOTIC-NOTICE-TEXT
           EXEC SQL
                FETCH OH_CURSOR INTO :OHOLD-OHOLD-ID
                                    ,:OHOLD-BORROWER-ID
                                    ,:OHOLD-PICKUP-BRANCH
           END-EXEC

           EVALUATE TRUE
           MOVE WS-MATCH-BOOK-ID  TO HOLDS-BOOK-ID
           MOVE OHOLD-BORROWER-ID TO HOLDS-BORROWER-ID

           MOVE OHOLD-PICKUP-BRANCH TO HOLDS-PICKUP-BRANCH

      *ONLY THE PROMOTED FIRST HOLD IS READY - THE QUEUED ONES GET A----
      *NULL READY_DATE UNTIL THEIR OWN PROMOTION, AS EVERYWHERE ELSE.---
      *A FIRST HOLD TO BE COLLECTED AT A BRANCH RIDES A ONE-COPY--------
      *SHIPMENT THERE ('T') AND TURNS READY WHEN BRXFER1 RECEIVES IT----
           EVALUATE TRUE
              WHEN NOT FIRST-HOLD-DONE AND HOLDS-PICKUP-BRANCH NOT = 0
                   PERFORM A2290-SHIP-TO-PICKUP THRU A2290-EXIT
                   MOVE 'T' TO HOLDS-STATUS

                   EXEC SQL
                        INSERT INTO IBMUSER.HOLDS
                               (HOLD_ID, BOOK_ID, BORROWER_ID,
                                PLACED_DATE, READY_DATE, STATUS,
                                PICKUP_BRANCH, XFER_ID)
                        VALUES (:HOLDS-HOLD-ID, :HOLDS-BOOK-ID,
                                :HOLDS-BORROWER-ID,
                                CURRENT DATE, NULL, :HOLDS-STATUS,
                                :HOLDS-PICKUP-BRANCH, :HOLDS-XFER-ID)
                   END-EXEC
              WHEN NOT FIRST-HOLD-DONE
                   MOVE 'R' TO HOLDS-STATUS

                   EXEC SQL
                        INSERT INTO IBMUSER.HOLDS
                               (HOLD_ID, BOOK_ID, BORROWER_ID,
                                PLACED_DATE, READY_DATE, STATUS,
                                PICKUP_BRANCH)
                        VALUES (:HOLDS-HOLD-ID, :HOLDS-BOOK-ID,
                                :HOLDS-BORROWER-ID,
                                CURRENT DATE, CURRENT DATE,
                                :HOLDS-STATUS, :HOLDS-PICKUP-BRANCH)
                   END-EXEC
              WHEN OTHER
                   MOVE 'Q' TO HOLDS-STATUS

                   EXEC SQL
                        INSERT INTO IBMUSER.HOLDS
                               (HOLD_ID, BOOK_ID, BORROWER_ID,
                                PLACED_DATE, READY_DATE, STATUS,
                                PICKUP_BRANCH)
                        VALUES (:HOLDS-HOLD-ID, :HOLDS-BOOK-ID,
                                :HOLDS-BORROWER-ID,
                                CURRENT DATE, NULL, :HOLDS-STATUS,
                                :HOLDS-PICKUP-BRANCH)
                   END-EXEC
           END-EVALUATE

           IF SQLCODE NOT = 0
              MOVE    'A2285-WRITE-HOLD.'   TO ERR-LOC

      *THE FIRST IN THE QUEUE GETS A JUST-RECEIVED COPY PARKED FOR-----
      *IT - TAKE IT OUT OF THE AVAILABILITY THE RECEIVE JUST ADDED-----
      *(THE NOTICE WAITS FOR THE PICKUP BRANCH WHEN IT IS SHIPPED)------
           IF NOT FIRST-HOLD-DONE
              MOVE 'Y' TO WS-FIRST-HOLD-SW

                 PERFORM  XXXX-ERROR-HANDLING
              END-IF

              IF HOLDS-STATUS = 'R'
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
              END-IF
           END-IF

           EXEC SQL
           EXIT
           .
      *-----------------------------------------------------------------
      *RECEIVING IS AT THE MAIN DESK - OPEN A ONE-COPY SHIPMENT FROM----
      *THERE (BRANCH 0) TO THE FIRST HOLD'S PICKUP BRANCH, THE SAME WAY-
      *BRXFER1'S DISPATCH DOES. THE HOLD CARRIES THE XFER ID------------
       A2290-SHIP-TO-PICKUP.
           MOVE 'XFERID  ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(XFER_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.TRANSFERS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2290-SHIP-TO-PICKUP.' TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT
           MOVE WS-NEXT-KEY-VALUE   TO WS-NEXT-XFER-ID

           MOVE WS-NEXT-XFER-ID     TO XFER-XFER-ID
           MOVE HOLDS-BOOK-ID       TO XFER-BOOK-ID
           MOVE 0                   TO XFER-FROM-BRANCH
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
              MOVE    'A2290-SHIP-TO-PICKUP.' TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE XFER-XFER-ID TO HOLDS-XFER-ID
           .
       A2290-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *QUEUE ONE ROW ON THE CENTRAL NOTICES TABLE (STATUS 'Q') FOR THE-
      *NOTSPOOL NIGHTLY SPOOL TO DELIVER - THE CALLER SETS BORROWER,---
      *TYPE AND TEXT IN DCLNOTIC BEFOREHAND. TWO DESKS CAN QUEUE AT----
           EXIT
           .
      *-----------------------------------------------------------------
      *CANCEL AN OPEN ORDER LINE. A LINE ALREADY PART RECEIVED ONLY-----
      *HAS ITS BACK-ORDERED REST CANCELLED - IT CLOSES 'R' SHORT AT-----
      *WHAT CAME IN, SO THE COPIES AND THE SPEND ON IT STAND------------
       A2300-CANCEL-LINE.
           IF MLINEIDI = LOW-VALUE OR SPACES
              MOVE 'LINE ID IS REQUIRED.'    TO MESSAGEO
      *ENCUMBRANCE, AND ITS ISBN TO CLOSE THE WAITING ORDER-HOLDS,------
      *ONCE THE CANCEL GOES THROUGH-------------------------------------
           EXEC SQL
                SELECT ISBN, QTY, UNIT_COST, VALUE(FUND_CODE, ' '),
                       VALUE(RECEIVED_QTY, 0)
                INTO  :ORDER-ISBN, :ORDER-QTY, :ORDER-UNIT-COST,
                      :ORDER-FUND-CODE, :ORDER-RECEIVED-QTY
                FROM   IBMUSER.ORDERS
                WHERE  LINE_ID = :ORDER-LINE-ID
                AND    STATUS  = 'O'
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF SQLCODE = 0 AND ORDER-RECEIVED-QTY > 0
              PERFORM A2330-CLOSE-SHORT THRU A2330-EXIT
           END-IF

           EXEC SQL
                UPDATE IBMUSER.ORDERS
                SET    STATUS  = 'C'
           EXIT
           .
      *-----------------------------------------------------------------
      *CANCEL THE BACK-ORDERED REST OF A PART-RECEIVED LINE - CLOSE IT--
      *'R' AT THE QUANTITY RECEIVED AND RELEASE ONLY THE ENCUMBRANCE----
      *STILL HELD FOR THE COPIES THAT WILL NOT COME. ITS ORDER-HOLDS----
      *WERE ALREADY CONVERTED AT THE FIRST RECEIPT----------------------
       A2330-CLOSE-SHORT.
           EXEC SQL
                UPDATE IBMUSER.ORDERS
                SET    STATUS        = 'R',
                       RECEIVED_DATE = CURRENT DATE
                WHERE  LINE_ID       = :ORDER-LINE-ID
                AND    STATUS        = 'O'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2330-CLOSE-SHORT.'  TO ERR-LOC
              MOVE     SQLCODE              TO ERR-CODE
              MOVE    'Y'                   TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF ORDER-FUND-CODE NOT = SPACES
              COMPUTE WS-LINE-VALUE = (ORDER-QTY - ORDER-RECEIVED-QTY)
                                    * ORDER-UNIT-COST
              MOVE ORDER-FUND-CODE TO FUND-FUND-CODE

              EXEC SQL
                   UPDATE IBMUSER.FUNDS
                   SET    ENCUMBERED = ENCUMBERED - :WS-LINE-VALUE
                   WHERE  FUND_CODE  = :FUND-FUND-CODE
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE    'A2330-CLOSE-SHORT.'  TO ERR-LOC
                 MOVE     SQLCODE              TO ERR-CODE
                 MOVE    'Y'                   TO ERROR-HANDLING
                 PERFORM  XXXX-ERROR-HANDLING
              END-IF
           END-IF

           MOVE ORDER-RECEIVED-QTY TO WS-RECV-QTY-X
           MOVE SPACES             TO MESSAGEO
           STRING 'BACK-ORDER CANCELLED - LINE CLOSED AT '
                                          DELIMITED BY SIZE
                  WS-RECV-QTY-X           DELIMITED BY SIZE
                  ' RECEIVED.'            DELIMITED BY SIZE
                  INTO MESSAGEO
           END-STRING
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A2330-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *LIST THE OPEN ORDER LINES, OLDEST FIRST---------------------------
       A2400-LIST-LINES.
           MOVE 'N' TO END-OF-FILE
                                    ,:ORDER-VENDOR
                                    ,:ORDER-QTY
                                    ,:ORDER-UNIT-COST
                                    ,:ORDER-RECEIVED-QTY
           END-EXEC

           EVALUATE TRUE
                      MOVE ORDER-VENDOR     TO WO-VENDOR
                      MOVE ORDER-QTY        TO WO-QTY
                      MOVE ORDER-UNIT-COST  TO WO-COST
                      IF ORDER-RECEIVED-QTY > 0
                         MOVE 'BO'          TO WO-BACKORD
                      ELSE
                         MOVE SPACES        TO WO-BACKORD
                      END-IF
                      MOVE WS-ORDER-LINE    TO ORDRO(ORDR-SUB)
                   ELSE
                      MOVE 'MORE OPEN LINES THAN FIT ON ONE SCREEN.'
