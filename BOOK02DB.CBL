      *                                                               *
      * --- THIS PROGRAM WILL SHOW ON SECOND MAP THE DETAILS OF THE   *
      * SELECTED BOOK FROM THE FIRST MAP                              *
      * PF4 PLACES A HOLD FOR THE KEYED BORROWER, TO BE COLLECTED AT  *
      * THE KEYED PICKUP BRANCH (BLANK = MAIN DESK). 'Y' IN THE ANY-  *
      * EDITION FIELD LETS A COPY OF ANY EDITION LINKED TO THE SAME   *
      * WORK (SEE WRKMNT01) FILL THE HOLD                             *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
               10  ERR-CODE            PIC S9(4) COMP                .
           05  WS-MESSAGE-DUMMY        PIC X(20)                     .
           05  WS-NEXT-HOLD-ID         PIC S9(9) COMP                .
           05  WS-HOLD-WORK-ID         PIC S9(4) COMP                .
           05  WS-EDITION-AVAIL        PIC S9(9) COMP                .

       01  TSQ-BOOK-INFO.
           05  WS-BOOKID               PIC 9(04)                     .
      *COME ORDER (HOLD_ID ASSIGNED MAX-PLUS-ONE, SO THE LOWEST QUEUED--
      *HOLD_ID IS ALWAYS THE OLDEST). A HOLD ONLY MAKES SENSE WHEN NO--
      *COPY IS ON THE SHELF - OTHERWISE THE PATRON SHOULD JUST CHECK---
      *THE BOOK OUT. AN ANY-EDITION HOLD LOOKS AT THE SHELF FOR EVERY---
      *EDITION OF THE BOOK'S WORK THE SAME WAY-------------------------
       A1400-PLACE-HOLD.
           IF MHLDBIDI = LOW-VALUE OR SPACES
              MOVE 'KEY A BORROWER ID TO PLACE A HOLD.' TO MESSAGEO
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

      *WHERE THE BORROWER WILL COLLECT - BLANK MEANS THE MAIN DESK. A---
      *COPY THAT COMES BACK ANYWHERE ELSE IS SHIPPED THERE FOR THEM-----
           IF MHLDBRI = LOW-VALUE OR SPACES
              MOVE 0 TO HOLDS-PICKUP-BRANCH
           ELSE
              COMPUTE HOLDS-PICKUP-BRANCH = FUNCTION NUMVAL(MHLDBRI)
           END-IF

           IF HOLDS-PICKUP-BRANCH NOT = 0
              MOVE HOLDS-PICKUP-BRANCH TO BRNCH-BRANCH-ID

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
                      MOVE '1' TO SEND-FLAG
                      PERFORM  Z0000-SEND-MAP        THRU Z0000-EXIT
                 WHEN OTHER
                      MOVE    'A1400-PLACE-HOLD.'     TO ERR-LOC
                      MOVE     SQLCODE                 TO ERR-CODE
                      MOVE    'Y'                      TO ERROR-HANDLING
                      PERFORM  XXXX-ERROR-HANDLING
              END-EVALUATE
           END-IF

           PERFORM A1410-CHECK-ANY-EDITION THRU A1410-EXIT

      *DRAW THE NEXT HOLD ID FROM THE CENTRAL ASSIGNER - THE SEED IS----
      *ONLY USED THE FIRST TIME THE KEY ROW IS CREATED-------------------
           MOVE 'HOLDID  ' TO WS-KEY-NAME
           EXEC SQL
                INSERT INTO IBMUSER.HOLDS
                       (HOLD_ID, BOOK_ID, BORROWER_ID,
                        PLACED_DATE, READY_DATE, STATUS,
                        PICKUP_BRANCH, ANY_EDITION)
                VALUES (:HOLDS-HOLD-ID, :HOLDS-BOOK-ID,
                        :HOLDS-BORROWER-ID,
                        CURRENT DATE, NULL, 'Q',
                        :HOLDS-PICKUP-BRANCH, :HOLDS-ANY-EDITION)
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0 AND MHLDANYI = 'Y'
                   AND HOLDS-ANY-EDITION = 'N'
                   MOVE 'HOLD PLACED - NO OTHER EDITIONS LINKED.'
                                                   TO MESSAGEO
                   MOVE '1' TO SEND-FLAG
                   PERFORM  Z0000-SEND-MAP       THRU Z0000-EXIT
              WHEN SQLCODE = 0
                   MOVE 'HOLD PLACED.'             TO MESSAGEO
                   MOVE '1' TO SEND-FLAG
           EXIT
           .
      *-----------------------------------------------------------------
      *ANY-EDITION HOLD - ONLY MEANINGFUL WHEN THE BOOK IS LINKED TO A--
      *WORK (WRKMNT01); A STANDALONE TITLE TAKES AN ORDINARY HOLD. A----
      *COPY OF ANY EDITION ON THE SHELF MEANS THE PATRON SHOULD CHECK---
      *THAT ONE OUT INSTEAD---------------------------------------------
       A1410-CHECK-ANY-EDITION.
           MOVE 'N' TO HOLDS-ANY-EDITION

           IF MHLDANYI NOT = 'Y'
              GO TO A1410-EXIT
           END-IF

           EXEC SQL
                SELECT VALUE(WORK_ID, 0)
                INTO  :WS-HOLD-WORK-ID
                FROM   IBMUSER.BOOKS
                WHERE  BOOK_ID = :BOOKS-BOOK-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A1410-CHECK-ANY-EDITION.' TO ERR-LOC
              MOVE     SQLCODE                    TO ERR-CODE
              MOVE    'Y'                         TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF WS-HOLD-WORK-ID = 0
              GO TO A1410-EXIT
           END-IF

           EXEC SQL
                SELECT VALUE(SUM(COPIES_AVAILABLE), 0)
                INTO  :WS-EDITION-AVAIL
                FROM   IBMUSER.BOOKS
                WHERE  WORK_ID      = :WS-HOLD-WORK-ID
                AND    DELETED_FLAG <> 'Y'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A1410-CHECK-ANY-EDITION.' TO ERR-LOC
              MOVE     SQLCODE                    TO ERR-CODE
              MOVE    'Y'                         TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF WS-EDITION-AVAIL > 0
              MOVE 'ANOTHER EDITION IS ON THE SHELF - CHECK IT OUT.'
                                              TO MESSAGEO
              MOVE '1' TO SEND-FLAG
              PERFORM  Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           MOVE 'Y' TO HOLDS-ANY-EDITION
           .
       A1410-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *PAGING OF SELECTED IDS-------------------------------------------
       A3000-PAGING-PROCESS.
           EVALUATE TRUE
      *SEND MAP PARAGRAPH-----------------------------------------------
       Z0000-SEND-MAP.
           MOVE ATTR-UNPROT-NUM-MDT TO MHLDBIDA
           MOVE ATTR-UNPROT-NUM-MDT TO MHLDBRA
           MOVE ATTR-UNPROT-MDT     TO MHLDANYA

           IF SEND-ERASE
               EXEC CICS
