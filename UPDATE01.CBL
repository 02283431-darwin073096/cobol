      *                                                               *
      * --- THIS PROGRAM WILL SHOW ON SECOND MAP THE DETAILS OF THE   *
      * SELECTED BOOK FROM THE FIRST MAP                              *
      *                                                               *
      * --- THE ITEM TYPE (BLANK KEEPS THE ONE ON FILE) MUST BE ON    *
      * IBMUSER.ITEM_TYPES. ONLY A PRINTED TYPE HAS ITS ISBN HELD TO  *
      * THE ISBN-13 CHECK DIGIT - A DVD, PASS OR LAPTOP MAY BE LEFT   *
      * WITHOUT ONE OR CARRY A LOCAL IDENTIFIER IN THE ISBN FIELD     *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
           05  WS-NEXT-LOG-ID          PIC S9(9) COMP                .
           05  WS-NEXT-RATING-ID       PIC S9(4) COMP                .
           05  WS-OLD-RATING           PIC S9(1)V9(2) USAGE COMP-3    .
           05  WS-OLD-ITEM-TYPE        PIC X(01)                      .
           05  WS-OPEN-ITEMS           PIC S9(9) COMP                 .
           05  WS-FUNC-AUTH-SW         PIC X(1)  VALUE 'N'           .
               88  FUNCTION-ALLOWED               VALUE 'Y'          .
               10  WS-TITLE5           PIC X(26)                     .
           05  WS-PAGES                PIC 9(04)                     .
           05  WS-RATING               PIC 9.99                      .
           05  WS-ISBNNO               PIC X(13)                     .
           05  WS-PUBDTE               PIC X(10)                     .
           05  WS-PUBID                PIC 9(04)                     .
           05  WS-COPIES               PIC 9(04)                     .
                INCLUDE DCLBKSUB
           END-EXEC.

           EXEC SQL
                INCLUDE DCLITYPE
           END-EXEC.

           COPY UPDATE1.
           COPY DFHAID.
           COPY ATTR.
              END-IF
           END-IF

      *A BLANK ITEM TYPE KEEPS THE ONE ON FILE--------------------------
           PERFORM A1234-GET-ITEM-TYPE THRU A1234-EXIT
           IF MITYPEI = LOW-VALUE OR SPACES
              CONTINUE
           ELSE
              MOVE MITYPEI           TO BOOKS-ITEM-TYPE
           END-IF
           PERFORM A1235-CHECK-ITEM-TYPE THRU A1235-EXIT

      *ONLY A PRINTED ITEM'S ISBN IS HELD TO THE CHECK DIGIT------------
           IF MISBNNOI = LOW-VALUE OR SPACES
              CONTINUE
           ELSE
              MOVE LENGTH OF MISBNNOI   TO BOOKS-ISBN-LEN
              MOVE MISBNNOI             TO BOOKS-ISBN-TEXT
              IF ITYPE-PRINT-FLAG = 'Y'
                 PERFORM A1216-CHECK-ISBN THRU A1216-EXIT
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
           MOVE WS-FLD-NUM(6:4)          TO BKAUF-NEW-VALUE(1:4)
           MOVE 'VOLUME_NO'              TO BKAUF-COLUMN-NAME
           PERFORM A1228-ONE-FIELD     THRU A1228-EXIT

           MOVE SPACES                   TO BKAUF-OLD-VALUE
           MOVE SPACES                   TO BKAUF-NEW-VALUE
           MOVE WS-OLD-ITEM-TYPE         TO BKAUF-OLD-VALUE(1:1)
           MOVE BOOKS-ITEM-TYPE          TO BKAUF-NEW-VALUE(1:1)
           MOVE 'ITEM_TYPE'              TO BKAUF-COLUMN-NAME
           PERFORM A1228-ONE-FIELD     THRU A1228-EXIT
           .
       A1227-EXIT.
           EXIT
       A1233-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE ITEM TYPE ON FILE FOR BOOKS-BOOK-ID - BLANK OR NULL READS AS-
      *A BOOK. KEPT IN WS-OLD-ITEM-TYPE FOR THE FIELD-LEVEL AUDIT-------
       A1234-GET-ITEM-TYPE.
           EXEC SQL
                SELECT VALUE(ITEM_TYPE, 'B')
                INTO  :BOOKS-ITEM-TYPE
                FROM   IBMUSER.BOOKS
                WHERE  BOOK_ID = :BOOKS-BOOK-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   IF BOOKS-ITEM-TYPE = SPACES
                      MOVE 'B'               TO BOOKS-ITEM-TYPE
                   END-IF
              WHEN SQLCODE = 100
                   MOVE 'B'                  TO BOOKS-ITEM-TYPE
              WHEN OTHER
                   MOVE 'A1234-GET-ITEM-TYPE'    TO ERR-LOC
                   MOVE  SQLCODE                 TO ERR-CODE
                   MOVE  'Y'                     TO ERROR-HANDLING
                   PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE BOOKS-ITEM-TYPE TO WS-OLD-ITEM-TYPE
           .
       A1234-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE ITEM TYPE MUST BE ON IBMUSER.ITEM_TYPES (SEE DCLITYPE) - A---
      *PLAIN BOOK IS ACCEPTED AS PRINTED EVEN BEFORE ITS ROW IS SET UP-
       A1235-CHECK-ITEM-TYPE.
           MOVE BOOKS-ITEM-TYPE TO ITYPE-ITEM-TYPE

           EXEC SQL
                SELECT DESCRIPTION, PRINT_FLAG
                INTO  :ITYPE-DESCRIPTION, :ITYPE-PRINT-FLAG
                FROM   IBMUSER.ITEM_TYPES
                WHERE  ITEM_TYPE = :ITYPE-ITEM-TYPE
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE ITYPE-DESCRIPTION        TO MITYPNMO
              WHEN SQLCODE = 100 AND BOOKS-ITEM-TYPE = 'B'
                   MOVE 'Y'                      TO ITYPE-PRINT-FLAG
                   MOVE 'BOOK'                   TO MITYPNMO
              WHEN SQLCODE = 100
                   MOVE    SPACES                TO CONFIRMO
                   MOVE 'UNKNOWN ITEM TYPE.'     TO MESSAGEO
                   PERFORM Z0000-SEND-MAP      THRU Z0000-EXIT
              WHEN OTHER
                   MOVE 'A1235-CHECK-ITEM-TYPE'  TO ERR-LOC
                   MOVE  SQLCODE                 TO ERR-CODE
                   MOVE  'Y'                     TO ERROR-HANDLING
                   PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A1235-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
       A1220-UPDATE-DATA.
           MOVE 'N' TO WS-RETRY-SW
                      ,SERIES_ID      =   :BOOKS-SERIES-ID
                      ,VOLUME_NO      =   :BOOKS-VOLUME-NO
                      ,SORT_TITLE     =   :BOOKS-SORT-TITLE
                      ,ITEM_TYPE      =   :BOOKS-ITEM-TYPE
                      ,CHANGE_SEQ     =   CHANGE_SEQ + 1
                 WHERE BOOK_ID        =   :BOOKS-BOOK-ID
                   AND CHANGE_SEQ     =   :BOOKS-CHANGE-SEQ
                 PERFORM A1219-CHECK-GENRE THRU A1219-EXIT
              END-IF

              MOVE WS-BOOKID       TO   BOOKS-BOOK-ID
              PERFORM A1234-GET-ITEM-TYPE   THRU A1234-EXIT
              MOVE BOOKS-ITEM-TYPE TO   MITYPEO
              PERFORM A1235-CHECK-ITEM-TYPE THRU A1235-EXIT

           ELSE
              MOVE 'Y' TO ERROR-HANDLING
              MOVE 'ERROR IN A2000-READQ-PARA.'  TO ERR-LOC
           MOVE ATTR-UNPROT-NUM-MDT TO MSERIDA
           MOVE ATTR-UNPROT-NUM-MDT TO MVOLA
           MOVE ATTR-UNPROT-MDT     TO MSRTTLA
           MOVE ATTR-UNPROT-MDT     TO MITYPEA
           .
       Z1000-EXIT.
           EXIT
           MOVE SPACES              TO MCALLO
           MOVE SPACES              TO MSERIDO
           MOVE SPACES              TO MVOLO
           MOVE SPACES              TO MITYPEO
           MOVE SPACES              TO MITYPNMO
           MOVE SPACES              TO CONFIRMO
           .
       Z2000-EXIT.
