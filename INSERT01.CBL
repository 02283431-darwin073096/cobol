      *                                                               *
      * --- THIS PROGRAM WILL BE USE TO INSERT NEW RECORD IN          *
      * IBMUSER.BOOKS                                                 *
      *                                                               *
      * --- A NEW VOLUME OF A SERIES WITH AN ACTIVE STANDING ORDER    *
      * (SEE SERMNT01) ALSO RAISES ITS IBMUSER.ORDERS LINE ON THE     *
      * STANDING ORDER'S TERMS - THE CONFIRMATION MESSAGE SAYS WHICH  *
      * LINE, OR WHY NONE COULD BE RAISED                             *
      *                                                               *
      * --- THE ITEM TYPE (BLANK = B, A PRINTED BOOK) MUST BE ON      *
      * IBMUSER.ITEM_TYPES. ONLY A PRINTED TYPE HAS ITS ISBN HELD TO  *
      * THE ISBN-13 CHECK DIGIT - A DVD, PASS OR LAPTOP MAY BE LEFT   *
      * WITHOUT ONE OR CARRY A LOCAL IDENTIFIER IN THE ISBN FIELD     *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.

       01  WS-SORT-WORK                PIC X(166)                    .

       01  WS-STORD-VARS.
           05  WS-STO-NOTE             PIC X(40)                      .
           05  WS-STO-COUNT            PIC S9(9) COMP                 .
           05  WS-STO-LINE-X           PIC ZZZ9                       .
           05  WS-EXP-DAYS             PIC S9(4) COMP VALUE +30       .
           05  WS-LINE-VALUE           PIC S9(9)V9(2) USAGE COMP-3    .
           05  WS-FREE-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3    .

       01  WS-KEY-VARS.
           05  WS-KEY-NAME             PIC X(08)                      .
           05  WS-KEY-SEED             PIC S9(9) COMP                 .
           05  WS-NEXT-KEY-VALUE       PIC S9(9) COMP                 .

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.
                INCLUDE DCLBKAUF
           END-EXEC.

           EXEC SQL
                INCLUDE DCLSTORD
           END-EXEC.

           EXEC SQL
                INCLUDE DCLORDER
           END-EXEC.

           EXEC SQL
                INCLUDE DCLVENDR
           END-EXEC.

           EXEC SQL
                INCLUDE DCLFUND
           END-EXEC.

           EXEC SQL
                INCLUDE DCLSETTG
           END-EXEC.

           EXEC SQL
                INCLUDE DCLITYPE
           END-EXEC.

           COPY INSERT1.
           COPY DFHAID.
           COPY ATTR.
                       PERFORM A2300-INSERT-AUTHORS THRU A2300-EXIT
                       PERFORM A2400-LINK-SUBJECTS THRU A2400-EXIT
                       PERFORM Z9600-INDEX-TITLE   THRU Z9600-EXIT
                       MOVE    SPACES                TO WS-STO-NOTE
                       PERFORM A2500-STANDING-ORDER THRU A2500-EXIT
                       MOVE    'Y'                    TO WS-CONFIRM-DONE
                       MOVE    LOW-VALUES            TO INSERTMO
                       IF WS-STO-NOTE = SPACES
                          MOVE 'INSERT SUCCESSFUL.'  TO MESSAGEO
                       ELSE
                          MOVE SPACES                TO MESSAGEO
                          STRING 'INSERT SUCCESSFUL - ' WS-STO-NOTE
                                 DELIMITED BY SIZE INTO MESSAGEO
                       END-IF
                       PERFORM  Z0000-SEND-MAP     THRU Z0000-EXIT
                    END-IF

              END-IF
           END-IF

           IF MITYPEI = LOW-VALUE OR SPACES
              MOVE 'B'               TO BOOKS-ITEM-TYPE
           ELSE
              MOVE MITYPEI           TO BOOKS-ITEM-TYPE
           END-IF
           PERFORM A2165-CHECK-ITEM-TYPE THRU A2165-EXIT

      *ONLY A PRINTED ITEM'S ISBN IS HELD TO THE CHECK DIGIT------------
           IF MISBNNOI = LOW-VALUE OR SPACES
              CONTINUE
           ELSE
              MOVE LENGTH OF MISBNNOI   TO BOOKS-ISBN-LEN
              MOVE MISBNNOI             TO BOOKS-ISBN-TEXT
              IF ITYPE-PRINT-FLAG = 'Y'
                 PERFORM A2155-CHECK-ISBN THRU A2155-EXIT
              END-IF
           END-IF

           IF MPUBDTEI = LOW-VALUE OR SPACES OR 'YYYY-MM-DD'
           END-IF

           MOVE 0      TO WS-AUTH-COUNT
           MOVE SPACES TO WS-AUTH-NAME(1) WS-AUTH-NAME(2)
                          WS-AUTH-NAME(3) WS-AUTH-NAME(4)
                          WS-AUTH-NAME(5)

           IF MAUTHORI = LOW-VALUE OR SPACES
              CONTINUE
           EXIT
           .
      *-----------------------------------------------------------------
      *THE ITEM TYPE MUST BE ON IBMUSER.ITEM_TYPES (SEE DCLITYPE) - A---
      *PLAIN BOOK IS ACCEPTED AS PRINTED EVEN BEFORE ITS ROW IS SET UP-
       A2165-CHECK-ITEM-TYPE.
           MOVE BOOKS-ITEM-TYPE TO ITYPE-ITEM-TYPE

           EXEC SQL
                SELECT DESCRIPTION, PRINT_FLAG
                INTO  :ITYPE-DESCRIPTION, :ITYPE-PRINT-FLAG
                FROM   IBMUSER.ITEM_TYPES
                WHERE  ITEM_TYPE = :ITYPE-ITEM-TYPE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE ITYPE-DESCRIPTION      TO MITYPNMO
               WHEN SQLCODE = 100 AND BOOKS-ITEM-TYPE = 'B'
                    MOVE 'Y'                    TO ITYPE-PRINT-FLAG
                    MOVE 'BOOK'                 TO MITYPNMO
               WHEN SQLCODE = 100
                    MOVE    SPACES               TO CONFIRMO
                    MOVE 'UNKNOWN ITEM TYPE.'    TO MESSAGEO
                    PERFORM Z0000-SEND-MAP     THRU Z0000-EXIT
               WHEN OTHER
                    MOVE 'A2165-CHECK-ITEM-TYPE' TO ERR-LOC
                    MOVE  SQLCODE                TO ERR-CODE
                    MOVE  'Y'                    TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2165-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A KEYED SERIES MUST EXIST ON THE SERIES MASTER (SEE SERMNT01)----
       A2170-CHECK-SERIES.
           MOVE BOOKS-SERIES-ID TO SERIE-SERIES-ID
                 ,SERIES_ID
                 ,VOLUME_NO
                 ,SORT_TITLE
                 ,ITEM_TYPE
                )
                VALUES
                (
                ,:BOOKS-SERIES-ID
                ,:BOOKS-VOLUME-NO
                ,:BOOKS-SORT-TITLE
                ,:BOOKS-ITEM-TYPE
                )
           END-EXEC

       A2410-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A NEW VOLUME OF A SERIES WITH AN ACTIVE STANDING ORDER (SEE------
      *SERMNT01) RAISES ITS ORDERS LINE HERE, ON THE STANDING ORDER'S---
      *VENDOR, FUND, QUANTITY, COST AND BRANCH - THE SAME LINE ORDER01--
      *WOULD ADD BY HAND. THE BOOK IS ALREADY IN; WHEN THE LINE CANNOT--
      *BE RAISED (NO ISBN, VENDOR DISABLED, FUND GONE OR SHORT) THE-----
      *REASON GOES BACK IN WS-STO-NOTE FOR THE OPERATOR TO ORDER THE----
      *VOLUME ON ORDER01. AN ISBN ALREADY ON AN OPEN OR RECEIVED LINE---
      *IS NOT ORDERED TWICE---------------------------------------------
       A2500-STANDING-ORDER.
           IF BOOKS-SERIES-ID = 0
              GO TO A2500-EXIT
           END-IF

           MOVE BOOKS-SERIES-ID TO STORD-SERIES-ID

           EXEC SQL
                SELECT VENDOR_ID, FUND_CODE, QTY, UNIT_COST,
                       VALUE(BRANCH_ID, 0)
                INTO  :STORD-VENDOR-ID, :STORD-FUND-CODE,
                      :STORD-QTY, :STORD-UNIT-COST,
                      :STORD-BRANCH-ID
                FROM   IBMUSER.STANDING_ORDERS
                WHERE  SERIES_ID = :STORD-SERIES-ID
                AND    STATUS    = 'A'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   GO TO A2500-EXIT
              WHEN OTHER
                   MOVE    'A2500-STANDING-ORDER.' TO ERR-LOC
                   MOVE     SQLCODE               TO ERR-CODE
                   MOVE    'Y'                    TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           IF MISBNNOI = LOW-VALUE OR SPACES
              MOVE 'STANDING ORDER NOT RAISED - NO ISBN.'
                                             TO WS-STO-NOTE
              GO TO A2500-EXIT
           END-IF

           MOVE MISBNNOI TO ORDER-ISBN

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-STO-COUNT
                FROM   IBMUSER.ORDERS
                WHERE  ISBN    = :ORDER-ISBN
                AND    STATUS <> 'C'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2500-STANDING-ORDER.' TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF WS-STO-COUNT > 0
              MOVE 'ISBN ALREADY ON ORDER - NONE RAISED.'
                                             TO WS-STO-NOTE
              GO TO A2500-EXIT
           END-IF

           MOVE STORD-VENDOR-ID TO VENDR-VENDOR-ID

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
                   MOVE 'STANDING ORDER NOT RAISED - NO VENDOR.'
                                             TO WS-STO-NOTE
                   GO TO A2500-EXIT
              WHEN OTHER
                   MOVE    'A2500-STANDING-ORDER.' TO ERR-LOC
                   MOVE     SQLCODE               TO ERR-CODE
                   MOVE    'Y'                    TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE STORD-FUND-CODE TO FUND-FUND-CODE

           EXEC SQL
                SELECT ALLOCATED, ENCUMBERED, SPENT,
                       VALUE(STATUS, 'O')
                INTO  :FUND-ALLOCATED, :FUND-ENCUMBERED, :FUND-SPENT,
                      :FUND-STATUS
                FROM   IBMUSER.FUNDS
                WHERE  FUND_CODE = :FUND-FUND-CODE
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE 'STANDING ORDER NOT RAISED - NO FUND.'
                                             TO WS-STO-NOTE
                   GO TO A2500-EXIT
              WHEN OTHER
                   MOVE    'A2500-STANDING-ORDER.' TO ERR-LOC
                   MOVE     SQLCODE               TO ERR-CODE
                   MOVE    'Y'                    TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           IF FUND-STATUS = 'C'
              MOVE 'STANDING ORDER NOT RAISED - FUND CLOSED.'
                                             TO WS-STO-NOTE
              GO TO A2500-EXIT
           END-IF

           COMPUTE WS-LINE-VALUE  = STORD-QTY * STORD-UNIT-COST
           COMPUTE WS-FREE-AMOUNT = FUND-ALLOCATED
                                  - FUND-ENCUMBERED
                                  - FUND-SPENT

           IF WS-LINE-VALUE > WS-FREE-AMOUNT
              MOVE 'STANDING ORDER NOT RAISED - FUND SHORT.'
                                             TO WS-STO-NOTE
              GO TO A2500-EXIT
           END-IF

           PERFORM A2510-RAISE-LINE THRU A2510-EXIT
           .
       A2500-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *DRAW THE LINE ID, HOLD THE LINE'S VALUE ON THE FUND AND WRITE----
      *THE ORDERS LINE (SAME SHAPE AS ORDER01'S A2100-ADD-LINE, PLUS----
      *THE STANDING ORDER'S BRANCH)-------------------------------------
       A2510-RAISE-LINE.
           MOVE 'LINEID  ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(LINE_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.ORDERS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2510-RAISE-LINE.'    TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT
           MOVE WS-NEXT-KEY-VALUE TO ORDER-LINE-ID

      *HOW LONG THE LINE SHOULD TAKE TO ARRIVE - 'EXPDAYS', DEFAULT 30-
           MOVE 'EXPDAYS ' TO SETTG-SETTING-ID

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   COMPUTE WS-EXP-DAYS =
                           FUNCTION NUMVAL(SETTG-SETTING-VALUE)
              WHEN SQLCODE = 100
                   MOVE 30 TO WS-EXP-DAYS
              WHEN OTHER
                   MOVE    'A2510-RAISE-LINE.'   TO ERR-LOC
                   MOVE     SQLCODE              TO ERR-CODE
                   MOVE    'Y'                   TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           EXEC SQL
                UPDATE IBMUSER.FUNDS
                SET    ENCUMBERED = ENCUMBERED + :WS-LINE-VALUE
                WHERE  FUND_CODE  = :FUND-FUND-CODE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2510-RAISE-LINE.'    TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE VENDR-NAME      TO ORDER-VENDOR
           MOVE STORD-VENDOR-ID TO ORDER-VENDOR-ID
           MOVE STORD-QTY       TO ORDER-QTY
           MOVE STORD-UNIT-COST TO ORDER-UNIT-COST
           MOVE STORD-FUND-CODE TO ORDER-FUND-CODE
           MOVE STORD-BRANCH-ID TO ORDER-BRANCH-ID

           EXEC SQL
                INSERT INTO IBMUSER.ORDERS
                       (LINE_ID, ISBN, VENDOR, VENDOR_ID, QTY,
                        UNIT_COST, ORDER_DATE, RECEIVED_DATE, STATUS,
                        EXPECT_DATE, CLAIM_COUNT, FUND_CODE,
                        RECEIVED_QTY, BRANCH_ID)
                VALUES (:ORDER-LINE-ID, :ORDER-ISBN, :ORDER-VENDOR,
                        :ORDER-VENDOR-ID,
                        :ORDER-QTY, :ORDER-UNIT-COST,
                        CURRENT DATE, NULL, 'O',
                        CURRENT DATE + :WS-EXP-DAYS DAYS, 0,
                        :ORDER-FUND-CODE, 0, :ORDER-BRANCH-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2510-RAISE-LINE.'    TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE ORDER-LINE-ID TO WS-STO-LINE-X
           STRING 'STANDING ORDER LINE ' DELIMITED BY SIZE
                  WS-STO-LINE-X          DELIMITED BY SIZE
                  ' RAISED.'             DELIMITED BY SIZE
                  INTO WS-STO-NOTE
           .
       A2510-EXIT.
           EXIT
           .
      *SEND MAP PARAGRAPH-----------------------------------------------
       Z0000-SEND-MAP.
           PERFORM Z1000-MOVE-ATTR THRU Z1000-EXIT
           MOVE ATTR-UNPROT-NUM-MDT TO MPUBDTEA
           MOVE ATTR-UNPROT-NUM-MDT TO MPUBIDA
           MOVE ATTR-UNPROT-MDT     TO MAUTHORA
           MOVE ATTR-UNPROT-MDT     TO MITYPEA
           .
       Z1000-EXIT.
           EXIT
           MOVE SPACES              TO MPUBIDO
           MOVE SPACES              TO MPUBNAMO
           MOVE SPACES              TO MAUTHORO
           MOVE SPACES              TO MITYPEO
           MOVE SPACES              TO MITYPNMO
           MOVE SPACES              TO MESSAGEO
           MOVE SPACES              TO CONFIRMO
           .
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
      *RECORD THE FAILURE IN THE CENTRAL ERROR LOG BEFORE THE MESSAGE--
      *REACHES THE TERMINAL, SO THE EVIDENCE SURVIVES THE SCREEN CLEAR-
      *(BEST-EFFORT - A FAILURE HERE MUST NOT MASK THE REAL ERROR)-----
           MOVE WS-FLD-NUM(6:4)          TO BKAUF-NEW-VALUE(1:4)
           MOVE 'GENRE_ID'               TO BKAUF-COLUMN-NAME
           PERFORM Z9300-ONE-FIELD     THRU Z9300-EXIT

           MOVE SPACES                   TO BKAUF-OLD-VALUE
           MOVE SPACES                   TO BKAUF-NEW-VALUE
           MOVE BOOKS-ITEM-TYPE          TO BKAUF-NEW-VALUE(1:1)
           MOVE 'ITEM_TYPE'              TO BKAUF-COLUMN-NAME
           PERFORM Z9300-ONE-FIELD     THRU Z9300-EXIT
           .
       A2270-EXIT.
           EXIT
