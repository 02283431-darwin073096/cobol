      *    -- F12   > EXIT                                            *
      *                                                               *
      * ACTIONS (MACTION FIELD):                                      *
      *    -- L > LIST THE NEW (UNREVIEWED) SUGGESTIONS - THOSE THE   *
      *           HOLDBUY RUN RAISED FOR LONG HOLD QUEUES SHOW 'SYS'  *
      *           IN PLACE OF A BORROWER                              *
      *    -- A > ACCEPT THE KEYED SUGGESTION ID INTO AN ORDER LINE   *
      *           (VENDOR ID, FUND CODE, QTY AND COST REQUIRED - A    *
      *           BLANK QTY ON A HOLDBUY SUGGESTION ORDERS THE COPIES *
      *           IT PROPOSED)                                        *
      *    -- D > DECLINE THE KEYED SUGGESTION ID WITH A REASON       *
      *                                                               *
      * RELATED PROGRAMS: SUGG01, ORDER01, FUNDMNT1                   *
      *    -- SUGG01  > CAPTURES THE SUGGESTIONS REVIEWED HERE        *
      *    -- ORDER01 > RECEIVES THE ACCEPTED LINES                   *
      *    -- HOLDBUY > RAISES SUGGESTIONS FOR TITLES WITH LONG QUEUES*
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
           05  WG-SUGG-ID              PIC Z(008)9                    .
           05  FILLER                  PIC X(002) VALUE SPACES        .
           05  WG-BORROWER-ID          PIC Z(003)9                    .
           05  WG-BORROWER-X REDEFINES WG-BORROWER-ID
                                       PIC X(004)                     .
           05  FILLER                  PIC X(002) VALUE SPACES        .
           05  WG-TITLE                PIC X(040)                     .
           05  FILLER                  PIC X(002) VALUE SPACES        .
      *THE NEW SUGGESTIONS, OLDEST FIRST - TWELVE LINES IS PLENTY FOR---
      *ONE SITTING; MORE GETS A MESSAGE----------------------------------
           EXEC SQL DECLARE SG_CURSOR CURSOR FOR
                SELECT SUGG_ID, BORROWER_ID, TITLE, ISBN,
                       VALUE(SOURCE, 'P')
                FROM   IBMUSER.SUGGESTIONS
                WHERE  STATUS = 'N'
                ORDER BY SUGG_ID
                                    ,:SUGG-BORROWER-ID
                                    ,:SUGG-TITLE
                                    ,:SUGG-ISBN
                                    ,:SUGG-SOURCE
           END-EXEC

           EVALUATE TRUE
                      ADD  1                 TO SUGG-SUB
                      MOVE SUGG-SUGG-ID      TO WG-SUGG-ID
                      MOVE SUGG-BORROWER-ID  TO WG-BORROWER-ID
                      IF SUGG-SOURCE = 'S'
                         MOVE ' SYS'         TO WG-BORROWER-X
                      END-IF
                      MOVE SUGG-TITLE(1:40)  TO WG-TITLE
                      MOVE SUGG-ISBN         TO WG-ISBN
                      MOVE WS-SUGG-LINE      TO SUGGO(SUGG-SUB)
           PERFORM A2010-CHECK-ID THRU A2010-EXIT

           EXEC SQL
                SELECT TITLE, VALUE(ISBN, ' '), VALUE(SUGG_QTY, 0)
                INTO  :SUGG-TITLE, :SUGG-ISBN, :SUGG-SUGG-QTY
                FROM   IBMUSER.SUGGESTIONS
                WHERE  SUGG_ID = :SUGG-SUGG-ID
                AND    STATUS  = 'N'
                   PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

      *A BLANK QUANTITY TAKES WHAT HOLDBUY PROPOSED, OR ONE COPY--------
           IF MQTYI = LOW-VALUE OR SPACES
              IF SUGG-SUGG-QTY > 0
                 MOVE SUGG-SUGG-QTY TO ORDER-QTY
              ELSE
                 MOVE 1        TO ORDER-QTY
              END-IF
           ELSE
              COMPUTE ORDER-QTY = FUNCTION NUMVAL(MQTYI)
           END-IF
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

           IF SQLCODE NOT = 0
           MOVE MFNDCDI TO FUND-FUND-CODE

           EXEC SQL
                SELECT ALLOCATED, ENCUMBERED, SPENT,
                       VALUE(STATUS, 'O'), VALUE(SUCCESSOR_CODE, ' ')
                INTO  :FUND-ALLOCATED, :FUND-ENCUMBERED, :FUND-SPENT,
                      :FUND-STATUS, :FUND-SUCCESSOR-CODE
                FROM   IBMUSER.FUNDS
                WHERE  FUND_CODE = :FUND-FUND-CODE
           END-EXEC
                   PERFORM XXXX-ERROR-HANDLING
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
