      * GENRE 0); A MATCHED ROW LEAVES THOSE COLUMNS ALONE, SINCE THE  *
      * VENDOR HAS NO OPINION ON THEM.                                 *
      *                                                                *
      * --- THE FEED MAY ALSO CARRY A SERIES ID AND VOLUME NUMBER      *
      * (BLANK = NOT PART OF A SERIES); AN UNKNOWN SERIES IS REJECTED. *
      * A NEW VOLUME OF A SERIES WITH AN ACTIVE STANDING ORDER (SEE    *
      * SERMNT01) RAISES ITS IBMUSER.ORDERS LINE ON THE STANDING       *
      * ORDER'S TERMS, THE SAME AS INSERT01 ON-LINE; THE LINE RAISED,  *
      * OR WHY NONE COULD BE, IS LISTED WITH THE EXCEPTIONS.           *
      *                                                                *
      * --- THE FEED MAY ALSO CARRY AN ITEM TYPE (BLANK = B, A PRINTED *
      * BOOK); AN UNKNOWN TYPE IS REJECTED. ONLY A PRINTED TYPE (SEE   *
      * DCLITYPE) NEEDS AN ISBN THAT PASSES THE CHECK DIGIT - A DVD OR *
      * OTHER NON-PRINT ROW MAY COME WITHOUT ONE, AND IS THEN MATCHED  *
      * TO THE CATALOG BY TITLE AND ITEM TYPE INSTEAD. AN ISBN ALREADY *
      * ON FILE UNDER ANOTHER ITEM TYPE IS REJECTED RATHER THAN LET    *
      * THE FEED OVERWRITE THAT ITEM.                                  *
      *                                                                *
      * RELATED PROGRAMS:                                             *
      *    -- BKLOAD01 > SAME REJECT-LISTING SHAPE, BOOK_ID-KEYED FEED *
      *    -- INSERT01 > SAME VALIDATION RULES, ON-LINE INSERT PATH    *
      *    -- SERMNT01 > MAINTAINS THE SERIES' STANDING ORDERS         *
      *    -- UPDATE01 > SAME VALIDATION RULES, ON-LINE UPDATE PATH    *
      *****************************************************************
      *--------------------
           05  IP-TOTAL-PAGES        PIC 9(004)                       .
           05  FILLER                PIC X(002)                       .
           05  IP-PUBLISHED-DATE     PIC X(010)                       .
           05  FILLER                PIC X(002)                       .
           05  IP-SERIES-ID          PIC 9(004)                       .
           05  FILLER                PIC X(002)                       .
           05  IP-VOLUME-NO          PIC 9(004)                       .
           05  FILLER                PIC X(002)                       .
           05  IP-ITEM-TYPE          PIC X(001)                       .
           05  FILLER                PIC X(011)                       .

       FD  PRT-REJECT
           RECORD CONTAINS 230
               10  FILLER          PIC X(005) VALUE ALL SPACES        .
               10  FILLER          PIC X(009) VALUE 'REJECTED:'        .
               10  WS-TR-REJECT    PIC ZZZZ9                          .
               10  FILLER          PIC X(005) VALUE ALL SPACES        .
               10  FILLER          PIC X(010) VALUE 'ST ORDERS:'      .
               10  WS-TR-STORD     PIC ZZZZ9                          .
               10  FILLER          PIC X(142) VALUE ALL SPACES        .

       01  WS-VARS.
           05  WS-READ-COUNT       PIC  9(05) VALUE 0                 .
           05  WS-INSERT-COUNT     PIC  9(05) VALUE 0                 .
           05  WS-UPDATE-COUNT     PIC  9(05) VALUE 0                 .
           05  WS-REJECT-COUNT     PIC  9(05) VALUE 0                 .
           05  WS-STORD-COUNT      PIC  9(05) VALUE 0                 .
           05  WS-REJ-WRITTEN      PIC  9                             .
               88  NO-REJECTS-YET              VALUE 0                .
           05  LAST-REC            PIC  9                             .
               88  CKPT-ROW-EXISTS               VALUE 'Y'             .
           05  WS-NEXT-BOOK-ID         PIC S9(4) COMP                 .
           05  WS-MATCH-BOOK-ID        PIC S9(4) COMP                 .
           05  WS-MATCH-ITEM-TYPE      PIC X(01)                      .
           05  WS-TODAY.
               10  WS-TODAY-YYYY       PIC 9(04)                      .
               10  WS-TODAY-MM         PIC 9(02)                      .
           05  WS-OLD-PUBID            PIC 9(004)                     .
           05  WS-FLD-NUM              PIC 9(009)                     .

       01  WS-STORD-VARS.
           05  WS-STO-COUNT            PIC S9(9) COMP                 .
           05  WS-STO-LINE-X           PIC ZZZ9                       .
           05  WS-EXP-DAYS             PIC S9(4) COMP VALUE +30       .
           05  WS-LINE-VALUE           PIC S9(9)V9(2) USAGE COMP-3    .
           05  WS-FREE-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3    .

       01  WS-KEY-VARS.
           05  WS-KEY-NAME             PIC X(08)                      .
           05  WS-KEY-SEED             PIC S9(9) COMP                 .
           05  WS-NEXT-KEY-VALUE       PIC S9(9) COMP                 .

       01  WS-BRUN-VARS.
           05  WS-BRUN-RUN-ID          PIC S9(9) COMP                 .
           05  WS-BRUN-COUNT           PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-COUNT      PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-X          PIC ZZZ9                       .
           05  WS-BRUN-TODAY.
               10  WS-BR-YYYY          PIC 9(04)                      .
               10  WS-BR-MM            PIC 9(02)                      .
                INCLUDE DCLPUBLR
           END-EXEC.

           EXEC SQL
                INCLUDE DCLSERIE
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
                INCLUDE DCLITYPE
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
           MOVE IP-TOTAL-PAGES     TO BOOKS-TOTAL-PAGES
           MOVE IP-PUBLISHED-DATE  TO BOOKS-PUBLISHER-DATE

      *SERIES AND VOLUME ARE OPTIONAL ON THE FEED - BLANK MEANS NONE----
           IF IP-SERIES-ID IS NUMERIC
              MOVE IP-SERIES-ID    TO BOOKS-SERIES-ID
           ELSE
              MOVE ZEROS           TO BOOKS-SERIES-ID
           END-IF

           IF IP-VOLUME-NO IS NUMERIC AND BOOKS-SERIES-ID > 0
              MOVE IP-VOLUME-NO    TO BOOKS-VOLUME-NO
           ELSE
              MOVE ZEROS           TO BOOKS-VOLUME-NO
           END-IF

      *ITEM TYPE IS OPTIONAL ON THE FEED - BLANK MEANS A PRINTED BOOK--
           IF IP-ITEM-TYPE = SPACES OR LOW-VALUE
              MOVE 'B'             TO BOOKS-ITEM-TYPE
           ELSE
              MOVE IP-ITEM-TYPE    TO BOOKS-ITEM-TYPE
           END-IF

           PERFORM 2105-CHECK-ITEM-TYPE THRU 2105-EXIT

           IF NOT ROW-IS-REJECTED
              PERFORM 2110-CHECK-ISBN      THRU 2110-EXIT
           END-IF

           IF NOT ROW-IS-REJECTED
              PERFORM 2120-CHECK-PUBLISHER THRU 2120-EXIT
              PERFORM 2130-CHECK-PUBDATE   THRU 2130-EXIT
           END-IF

           IF NOT ROW-IS-REJECTED AND BOOKS-SERIES-ID > 0
              PERFORM 2160-CHECK-SERIES    THRU 2160-EXIT
           END-IF

           IF ROW-IS-REJECTED
              MOVE IP-ISBN      TO WS-REJ-ISBN
              MOVE IP-TITLE     TO WS-REJ-TITLE
              PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
           ELSE
              PERFORM 2200-MATCH-BOOK   THRU 2200-EXIT
              EVALUATE TRUE
                 WHEN ROW-IS-REJECTED
                      MOVE IP-ISBN      TO WS-REJ-ISBN
                      MOVE IP-TITLE     TO WS-REJ-TITLE
                      ADD  1            TO WS-REJECT-COUNT
                      PERFORM 2300-WRITE-REJECT    THRU 2300-EXIT
                 WHEN ROW-IS-MATCHED
                      PERFORM 2210-UPDATE-EXISTING THRU 2210-EXIT
                 WHEN OTHER
                      PERFORM 2250-INSERT-NEW      THRU 2250-EXIT
              END-EVALUATE
           END-IF

           ADD 1 TO WS-CKPT-SINCE-COMMIT
           EXIT
           .
      *-----------------------------------------------------------------
      *REJECT AN ITEM TYPE THAT ISN'T ON IBMUSER.ITEM_TYPES - A PLAIN---
      *BOOK IS ACCEPTED AS PRINTED EVEN BEFORE ITS ROW IS SET UP--------
       2105-CHECK-ITEM-TYPE.
           MOVE BOOKS-ITEM-TYPE TO ITYPE-ITEM-TYPE

           EXEC SQL
                SELECT PRINT_FLAG
                INTO  :ITYPE-PRINT-FLAG
                FROM   IBMUSER.ITEM_TYPES
                WHERE  ITEM_TYPE = :ITYPE-ITEM-TYPE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100 AND BOOKS-ITEM-TYPE = 'B'
                    MOVE 'Y'                        TO ITYPE-PRINT-FLAG
               WHEN SQLCODE = 100
                    MOVE 'Y'                        TO ROW-REJECTED
                    MOVE 'UNKNOWN ITEM TYPE.'       TO WS-REJ-REASON
               WHEN OTHER
                    MOVE    '2105-CHECK-ITEM-TYPE.' TO ERR-LOC
                    MOVE     SQLCODE                TO ERR-CODE
                    MOVE    'Y'                     TO ERROR-HANDLING
                    PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2105-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *REJECT A BLANK ISBN (NOTHING TO MATCH THE VENDOR'S ROW AGAINST--
      *OUR CATALOG WITH) OR ONE WHOSE CHECK DIGIT DOESN'T COMPUTE. A----
      *NON-PRINT ITEM NEEDS NO ISBN, AND WHATEVER IDENTIFIER IT DOES----
      *CARRY IS NOT HELD TO THE ISBN-13 CHECK DIGIT---------------------
       2110-CHECK-ISBN.
           IF ITYPE-PRINT-FLAG NOT = 'Y'
              GO TO 2110-EXIT
           END-IF

           IF IP-ISBN = SPACES
              MOVE 'Y'                           TO ROW-REJECTED
              MOVE 'ISBN IS REQUIRED.'           TO WS-REJ-REASON
           EXIT
           .
      *-----------------------------------------------------------------
      *A SERIES ON THE FEED MUST EXIST ON THE SERIES MASTER (SAME-------
      *CHECK AS INSERT01'S A2170-CHECK-SERIES)--------------------------
       2160-CHECK-SERIES.
           MOVE BOOKS-SERIES-ID TO SERIE-SERIES-ID

           EXEC SQL
                SELECT NAME
                INTO  :SERIE-NAME
                FROM   IBMUSER.SERIES
                WHERE  SERIES_ID = :SERIE-SERIES-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE 'Y'                      TO ROW-REJECTED
                    MOVE 'UNKNOWN SERIES ID.'      TO WS-REJ-REASON
               WHEN OTHER
                    MOVE    '2160-CHECK-SERIES.'    TO ERR-LOC
                    MOVE     SQLCODE                TO ERR-CODE
                    MOVE    'Y'                      TO ERROR-HANDLING
                    PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2160-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *LOOK UP THE VENDOR'S ISBN AGAINST THE CATALOG - A MATCH MEANS---
      *THIS ROW UPDATES THE EXISTING BOOK INSTEAD OF INSERTING A NEW---
      *ONE. A NON-PRINT ROW WITHOUT AN ISBN IS MATCHED ON ITS TITLE AND-
      *ITEM TYPE. A MATCH OF ANOTHER ITEM TYPE IS REJECTED, SO A FAKE---
      *ISBN ON A DVD IS NEVER OVERWRITTEN BY A BOOK'S FEED ROW----------
       2200-MATCH-BOOK.
           IF IP-ISBN = SPACES
              EXEC SQL
                   SELECT BOOK_ID, VALUE(ITEM_TYPE, 'B')
                   INTO  :WS-MATCH-BOOK-ID, :WS-MATCH-ITEM-TYPE
                   FROM   IBMUSER.BOOKS
                   WHERE  TITLE     = :BOOKS-TITLE
                     AND  ITEM_TYPE = :BOOKS-ITEM-TYPE
                     AND  DELETED_FLAG <> 'Y'
                   ORDER BY BOOK_ID
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
           ELSE
              EXEC SQL
                   SELECT BOOK_ID, VALUE(ITEM_TYPE, 'B')
                   INTO  :WS-MATCH-BOOK-ID, :WS-MATCH-ITEM-TYPE
                   FROM   IBMUSER.BOOKS
                   WHERE  ISBN = :BOOKS-ISBN
                     AND  DELETED_FLAG <> 'Y'
              END-EXEC
           END-IF

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   IF WS-MATCH-ITEM-TYPE = SPACES
                      MOVE 'B' TO WS-MATCH-ITEM-TYPE
                   END-IF
                   IF WS-MATCH-ITEM-TYPE = BOOKS-ITEM-TYPE
                      MOVE 'Y' TO ROW-MATCHED
                   ELSE
                      MOVE 'Y' TO ROW-REJECTED
                      MOVE 'ISBN ON FILE UNDER ANOTHER ITEM TYPE.'
                                                   TO WS-REJ-REASON
                   END-IF
              WHEN SQLCODE = 100
                   MOVE 'N' TO ROW-MATCHED
              WHEN OTHER
      *-----------------------------------------------------------------
      *MATCHED ISBN - UPDATE THE EXISTING ROW'S TITLE/PAGES/PUBLISHER--
      *DATE/PUBLISHER ID, LEAVING RATING/COPIES/GENRE ALONE (THE-------
      *VENDOR FEED HAS NO OPINION ON THOSE). SERIES/VOLUME ARE ONLY----
      *CHANGED WHEN THE FEED CARRIES A SERIES---------------------------
       2210-UPDATE-EXISTING.
           MOVE WS-MATCH-BOOK-ID TO BOOKS-BOOK-ID
           PERFORM Z9650-BUILD-SORT-TITLE THRU Z9650-EXIT
                      ,TOTAL_PAGES    =   :BOOKS-TOTAL-PAGES
                      ,PUBLISHER_DATE =   :BOOKS-PUBLISHER-DATE
                      ,PUBLISHER_ID   =   :BOOKS-PUBLISHER-ID
                      ,SERIES_ID      =   CASE WHEN :BOOKS-SERIES-ID > 0
                                          THEN :BOOKS-SERIES-ID
                                          ELSE SERIES_ID END
                      ,VOLUME_NO      =   CASE WHEN :BOOKS-SERIES-ID > 0
                                          THEN :BOOKS-VOLUME-NO
                                          ELSE VOLUME_NO END
                      ,CHANGE_SEQ     =   CHANGE_SEQ + 1
                 WHERE BOOK_ID        =   :BOOKS-BOOK-ID
           END-EXEC
                 ,COPIES_AVAILABLE
                 ,GENRE_ID
                 ,INSERT_TIMESTAMP
                 ,SERIES_ID
                 ,VOLUME_NO
                 ,SORT_TITLE
                 ,ITEM_TYPE
                )
                VALUES
                (
                ,1
                ,0
                ,:BOOKS-INSERT-TIMESTAMP
                ,:BOOKS-SERIES-ID
                ,:BOOKS-VOLUME-NO
                ,:BOOKS-SORT-TITLE
                ,:BOOKS-ITEM-TYPE
                )
           END-EXEC

                   MOVE 'I' TO BKAUD-ACTION
                   PERFORM 2350-LOG-AUDIT THRU 2350-EXIT
                   PERFORM Z9600-INDEX-TITLE THRU Z9600-EXIT
                   PERFORM 2400-STANDING-ORDER THRU 2400-EXIT
              WHEN SQLCODE = -180
                   MOVE IP-ISBN                TO WS-REJ-ISBN
                   MOVE IP-TITLE               TO WS-REJ-TITLE
           EXIT
           .
      *-----------------------------------------------------------------
      *A NEW VOLUME OF A SERIES WITH AN ACTIVE STANDING ORDER (SEE------
      *SERMNT01) RAISES ITS ORDERS LINE ON THE STANDING ORDER'S VENDOR,-
      *FUND, QUANTITY, COST AND BRANCH - THE SAME RULES AS INSERT01'S---
      *A2500-STANDING-ORDER. THE LINE RAISED, OR WHY NONE COULD BE------
      *(VENDOR DISABLED, FUND GONE OR SHORT), GOES ON THE LISTING SO----
      *ACQUISITIONS CAN ORDER THE VOLUME BY HAND ON ORDER01 - NEITHER---
      *COUNTS AS A REJECT, THE BOOK ITSELF IS LOADED--------------------
       2400-STANDING-ORDER.
           IF BOOKS-SERIES-ID = 0 OR IP-ISBN = SPACES
              GO TO 2400-EXIT
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
                   GO TO 2400-EXIT
              WHEN OTHER
                   MOVE    '2400-STANDING-ORDER.' TO ERR-LOC
                   MOVE     SQLCODE               TO ERR-CODE
                   MOVE    'Y'                    TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE IP-ISBN     TO WS-REJ-ISBN
           MOVE IP-TITLE    TO WS-REJ-TITLE
           MOVE IP-ISBN     TO ORDER-ISBN

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-STO-COUNT
                FROM   IBMUSER.ORDERS
                WHERE  ISBN    = :ORDER-ISBN
                AND    STATUS <> 'C'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    '2400-STANDING-ORDER.' TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF WS-STO-COUNT > 0
              MOVE 'ISBN ALREADY ON ORDER - NONE RAISED.'
                                             TO WS-REJ-REASON
              PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
              GO TO 2400-EXIT
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
                                             TO WS-REJ-REASON
                   PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
                   GO TO 2400-EXIT
              WHEN OTHER
                   MOVE    '2400-STANDING-ORDER.' TO ERR-LOC
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
                                             TO WS-REJ-REASON
                   PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
                   GO TO 2400-EXIT
              WHEN OTHER
                   MOVE    '2400-STANDING-ORDER.' TO ERR-LOC
                   MOVE     SQLCODE               TO ERR-CODE
                   MOVE    'Y'                    TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           IF FUND-STATUS = 'C'
              MOVE 'STANDING ORDER NOT RAISED - FUND CLOSED.'
                                             TO WS-REJ-REASON
              PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
              GO TO 2400-EXIT
           END-IF

           COMPUTE WS-LINE-VALUE  = STORD-QTY * STORD-UNIT-COST
           COMPUTE WS-FREE-AMOUNT = FUND-ALLOCATED
                                  - FUND-ENCUMBERED
                                  - FUND-SPENT

           IF WS-LINE-VALUE > WS-FREE-AMOUNT
              MOVE 'STANDING ORDER NOT RAISED - FUND SHORT.'
                                             TO WS-REJ-REASON
              PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
              GO TO 2400-EXIT
           END-IF

           PERFORM 2410-RAISE-LINE THRU 2410-EXIT

           ADD  1             TO WS-STORD-COUNT
           MOVE ORDER-LINE-ID TO WS-STO-LINE-X
           MOVE SPACES        TO WS-REJ-REASON
           STRING 'STANDING ORDER LINE ' DELIMITED BY SIZE
                  WS-STO-LINE-X          DELIMITED BY SIZE
                  ' RAISED.'             DELIMITED BY SIZE
                  INTO WS-REJ-REASON
           PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
           .
       2400-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *DRAW THE LINE ID, HOLD THE LINE'S VALUE ON THE FUND AND WRITE----
      *THE ORDERS LINE (SAME SHAPE AS ORDER01'S A2100-ADD-LINE, PLUS----
      *THE STANDING ORDER'S BRANCH)-------------------------------------
       2410-RAISE-LINE.
           MOVE 'LINEID  ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(LINE_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.ORDERS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    '2410-RAISE-LINE.'     TO ERR-LOC
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
                   MOVE    '2410-RAISE-LINE.'    TO ERR-LOC
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
              MOVE    '2410-RAISE-LINE.'     TO ERR-LOC
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
              MOVE    '2410-RAISE-LINE.'     TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       2410-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A PRIOR RUN LEFT A ROW ON IBMUSER.LOAD_CHECKPOINT BEHIND ONLY---
      *IF IT DID NOT FINISH CLEAN (3300-CLEAR-CHECKPOINT DELETES IT ON-
      *A NORMAL END). FINDING ONE HERE MEANS THIS IS A RESTART - SKIP--
           MOVE WS-INSERT-COUNT TO WS-TR-INSERT
           MOVE WS-UPDATE-COUNT TO WS-TR-UPDATE
           MOVE WS-REJECT-COUNT TO WS-TR-REJECT
           MOVE WS-STORD-COUNT  TO WS-TR-STORD
           MOVE WS-SPACES       TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE WS-TRAILER      TO OP-FIELDS
           DISPLAY 'ROWS INSERTED: ' WS-INSERT-COUNT
           DISPLAY 'ROWS UPDATED:  ' WS-UPDATE-COUNT
           DISPLAY 'ROWS REJECTED: ' WS-REJECT-COUNT
           DISPLAY 'ORDERS RAISED: ' WS-STORD-COUNT

           DISPLAY 'END 3000-CLOSE-FILES'
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
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   'Z9400-NEXT-KEY'        TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
              END-IF

              EXEC SQL
                   UPDATE IBMUSER.KEY_ASSIGN
                   SET    LAST_VALUE = LAST_VALUE + 1
                   WHERE  KEY_NAME   = :WS-KEY-NAME
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   'Z9400-NEXT-KEY'        TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                SELECT LAST_VALUE
                INTO  :WS-NEXT-KEY-VALUE
                FROM   IBMUSER.KEY_ASSIGN
                WHERE  KEY_NAME = :WS-KEY-NAME
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   'Z9400-NEXT-KEY'        TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       Z9400-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *RECORD THE FAILURE IN THE CENTRAL ERROR LOG BEFORE THE RUN------
      *ENDS, SO THE EVIDENCE OUTLIVES THE JOB LOG (BEST-EFFORT - A-----
      *FAILURE HERE MUST NOT MASK THE REAL ERROR)-----------------------
           EXEC SQL
                COMMIT
           END-EXEC

           PERFORM Z9150-CHECK-PREDECESSORS THRU Z9150-EXIT
           .
       Z9100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *HOLD THE RUN WHEN A PREDECESSOR ON IBMUSER.BATCH_DEPS HAS NOT----
      *ENDED CLEAN - TODAY FOR A NIGHTLY PREDECESSOR, INSIDE ITS WEEK---
      *OR MONTH FOR A WEEKLY OR MONTHLY ONE (ITS BATCH_SCHED FREQUENCY)-
      *THE RUN IS STAMPED HELD ('H') AND ENDS RC 12 BEFORE ANY WORK IS--
      *DONE, SO NOTHING RUNS ON HALF-FINISHED DATA. BEST-EFFORT LIKE----
      *THE REST OF THE REGISTRY - IF THE CHECK ITSELF FAILS, THE JOB----
      *RUNS-------------------------------------------------------------
       Z9150-CHECK-PREDECESSORS.
           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-BRUN-HELD-COUNT
                FROM   IBMUSER.BATCH_DEPS D
                       LEFT OUTER JOIN IBMUSER.BATCH_SCHED S
                          ON S.JOB_NAME = D.PRED_JOB_NAME
                WHERE  D.JOB_NAME = :BRUN-JOB-NAME
                AND    NOT EXISTS
                       (SELECT 1
                        FROM   IBMUSER.BATCH_RUNS R
                        WHERE  R.JOB_NAME = D.PRED_JOB_NAME
                        AND    R.STATUS   = 'C'
                        AND    R.START_DATE >=
                               CHAR(CURRENT DATE -
                                    (CASE S.FREQUENCY
                                          WHEN 'W' THEN 7
                                          WHEN 'M' THEN 31
                                          ELSE 0 END) DAYS, ISO))
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-BRUN-HELD-COUNT = 0
              GO TO Z9150-EXIT
           END-IF

           EXEC SQL
                UPDATE IBMUSER.BATCH_RUNS
                SET    END_DATE = :BRUN-START-DATE,
                       END_TIME = :BRUN-START-TIME,
                       STATUS   = 'H'
                WHERE  RUN_ID   = :WS-BRUN-RUN-ID
           END-EXEC

           EXEC SQL
                COMMIT
           END-EXEC

           MOVE WS-BRUN-HELD-COUNT TO WS-BRUN-HELD-X
           DISPLAY BRUN-JOB-NAME ' HELD FOR PREDECESSOR - '
                   WS-BRUN-HELD-X ' NOT RUN CLEAN'
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .
       Z9150-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *CLOSE THE RUN CLEAN ('C') - BEST-EFFORT, A REGISTRY FAILURE------
      *MUST NOT FAIL A JOB THAT OTHERWISE WORKED------------------------
       Z9200-CLOSE-RUN.
