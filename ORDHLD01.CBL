      * ONLY HAVE ON ORDER CAN NOW QUEUE FOR IT: THE HOLD IS PLACED   *
      * AGAINST AN OPEN ORDER01 LINE'S ISBN ON IBMUSER.ORDER_HOLDS,   *
      * AND WHEN THE LINE IS RECEIVED ORDER01 CONVERTS THE QUEUE      *
      * INTO NORMAL IBMUSER.HOLDS ROWS IN PLACEMENT ORDER (A LINE     *
      * ALREADY PART RECEIVED TAKES NO MORE ORDER-HOLDS - THE COPIES  *
      * ARE ON THE SHELF FOR NORMAL HOLDS). STARTED                   *
      * DIRECTLY BY ITS OWN TRANSID.                                  *
      * FUNTIONS AVAILABLE:                                           *
      *    -- ENTER > PROCESS THE KEYED ACTION                        *
      *                                                               *
      * ACTIONS (MACTION FIELD):                                      *
      *    -- P > PLACE A HOLD ON THE KEYED OPEN ORDER LINE FOR THE   *
      *           KEYED BORROWER, COLLECTED AT THE KEYED PICKUP       *
      *           BRANCH (BLANK = MAIN DESK)                          *
      *    -- I > INQUIRE - SHOW THE LINE'S ISBN AND QUEUE LENGTH     *
      *                                                               *
      * RELATED PROGRAMS: ORDER01, LOAN01                             *
                INCLUDE DCLBORRW
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBRNCH
           END-EXEC.

           EXEC SQL
                INCLUDE DCLOPER
           END-EXEC.
           COMPUTE ORDER-LINE-ID = FUNCTION NUMVAL(MLINEIDI)

           EXEC SQL
                SELECT ISBN, VALUE(RECEIVED_QTY, 0)
                INTO  :ORDER-ISBN, :ORDER-RECEIVED-QTY
                FROM   IBMUSER.ORDERS
                WHERE  LINE_ID = :ORDER-LINE-ID
                AND    STATUS  = 'O'
           END-EXEC

      *A BACK-ORDERED LINE HAS COPIES IN THE CATALOG ALREADY AND ITS----
      *QUEUE WAS CONVERTED AT THE FIRST RECEIPT - A NEW PATRON QUEUES---
      *FOR THOSE COPIES WITH A NORMAL HOLD INSTEAD----------------------
           EVALUATE TRUE
              WHEN SQLCODE = 0 AND ORDER-RECEIVED-QTY > 0
                   MOVE ORDER-ISBN TO MISBNO
                   MOVE 'TITLE RECEIVED - PLACE A NORMAL HOLD.'
                                                      TO MESSAGEO
                   PERFORM Z0000-SEND-MAP             THRU Z0000-EXIT
              WHEN SQLCODE = 0
                   MOVE ORDER-ISBN TO MISBNO
              WHEN SQLCODE = 100
                   PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

      *WHERE THE BORROWER WILL COLLECT - BLANK MEANS THE MAIN DESK;-----
      *CARRIED ONTO THE CONVERTED HOLD AT RECEIVING---------------------
           IF MPICKI = LOW-VALUE OR SPACES
              MOVE 0 TO OHOLD-PICKUP-BRANCH
           ELSE
              COMPUTE OHOLD-PICKUP-BRANCH = FUNCTION NUMVAL(MPICKI)
           END-IF

           IF OHOLD-PICKUP-BRANCH NOT = 0
              MOVE OHOLD-PICKUP-BRANCH TO BRNCH-BRANCH-ID

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
                      MOVE 'UNKNOWN PICKUP BRANCH ID.' TO MESSAGEO
                      PERFORM Z0000-SEND-MAP        THRU Z0000-EXIT
                 WHEN OTHER
                      MOVE 'A2100-PLACE-HOLD.'   TO ERR-LOC
                      MOVE  SQLCODE              TO ERR-CODE
                      MOVE  'Y'                  TO ERROR-HANDLING
                      PERFORM XXXX-ERROR-HANDLING
              END-EVALUATE
           END-IF

           MOVE ORDER-ISBN TO OHOLD-ISBN

      *DRAW THE NEXT ORDER-HOLD ID FROM THE CENTRAL ASSIGNER - THE SEED
           EXEC SQL
                INSERT INTO IBMUSER.ORDER_HOLDS
                       (OHOLD_ID, ISBN, BORROWER_ID, PLACED_DATE,
                        STATUS, PICKUP_BRANCH)
                VALUES (:OHOLD-OHOLD-ID, :OHOLD-ISBN,
                        :OHOLD-BORROWER-ID, CURRENT DATE, 'P',
                        :OHOLD-PICKUP-BRANCH)
           END-EXEC

           EVALUATE TRUE
           MOVE ATTR-UNPROT-MDT     TO MACTIONA
           MOVE ATTR-UNPROT-NUM-MDT TO MLINEIDA
           MOVE ATTR-UNPROT-NUM-MDT TO MBIDA
           MOVE ATTR-UNPROT-NUM-MDT TO MPICKA

           EXEC CICS
                SEND MAP(WS-MAP)
