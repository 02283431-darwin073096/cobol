      *           THROUGH ORDER01 RECEIVING WAS COUNTED THERE AND     *
      *           ONLY GETS ITS ACCESSION RECORD HERE                 *
      *    -- C > CHANGE STATUS/CONDITION OF THE KEYED ACCESSION NO   *
      *           - MOVING A COPY TO 'W' (WITHDRAWN) OR 'D' (DAMAGED) *
      *           STAMPS THE WITHDRAWAL REASON AND DATE THAT DISP01   *
      *           CARRIES ONTO THE COPY'S DISPOSAL                    *
      *    -- L > LIST THE COPIES OF THE KEYED BOOK ID                *
      *                                                               *
      * RELATED PROGRAMS: LOAN01, BOOK02DB, DISP01                    *
      *    -- LOAN01   > CHECKS OUT A SPECIFIC ACCESSION NUMBER       *
      *    -- DISP01   > RECORDS WHERE A WITHDRAWN COPY WENT          *
      *    -- BOOK02DB > SHOWS A BOOK'S COPIES ON THE DETAIL SCREEN   *
      *****************************************************************
      *--------------------
               10  FILLER              PIC X(06) VALUE 'CODE: '      .
               10  ERR-CODE            PIC S9(4) COMP                .
           05  COPY-ACTION             PIC X(1)                      .
           05  WS-OLD-STATUS           PIC X(1)                      .

       01  WS-COPY-LINE.
           05  WC-ACCESSION-NO         PIC X(012)                     .
                INCLUDE DCLCOPY
           END-EXEC.

           EXEC SQL
                INCLUDE DCLCPHST
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBOOKS
           END-EXEC.
              END-EVALUATE
           END-IF

           PERFORM Z7700-COPY-BEFORE THRU Z7700-EXIT

           EXEC SQL
                INSERT INTO IBMUSER.COPIES
                       (ACCESSION_NO, BOOK_ID, STATUS, CONDITION,

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   PERFORM Z7710-COPY-HISTORY THRU Z7710-EXIT
              WHEN SQLCODE = -803
                   MOVE 'ACCESSION NUMBER ALREADY ON FILE.' TO MESSAGEO
                   PERFORM Z0000-SEND-MAP               THRU Z0000-EXIT
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE COPY-STATUS TO WS-OLD-STATUS

           IF MSTATI NOT = LOW-VALUE AND MSTATI NOT = SPACES
              MOVE MSTATI TO COPY-STATUS
           END-IF
              MOVE MSHLFI TO COPY-SHELF-LOC
           END-IF

           PERFORM Z7700-COPY-BEFORE THRU Z7700-EXIT

           EXEC SQL
                UPDATE IBMUSER.COPIES
                SET    STATUS       = :COPY-STATUS,
                WHERE  ACCESSION_NO = :COPY-ACCESSION-NO
           END-EXEC

           IF SQLCODE = 0 AND COPY-STATUS NOT = WS-OLD-STATUS
              AND (COPY-STATUS = 'W' OR COPY-STATUS = 'D')
              PERFORM A2210-STAMP-WITHDRAWAL THRU A2210-EXIT
           END-IF

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   PERFORM Z7710-COPY-HISTORY THRU Z7710-EXIT
                   MOVE 'COPY CHANGED.' TO MESSAGEO
                   PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
              WHEN OTHER
           EXIT
           .
      *-----------------------------------------------------------------
      *THE COPY HAS JUST LEFT STOCK AT THE DESK - RECORD WHY AND WHEN---
      *(K = WITHDRAWN, D = DAMAGED) SO DISP01 AND DISPRPT CAN TELL------
      *THE DESK'S WITHDRAWALS FROM MISSFU'S AND REPAIR01'S--------------
       A2210-STAMP-WITHDRAWAL.
           IF COPY-STATUS = 'W'
              MOVE 'K' TO COPY-WD-REASON
           ELSE
              MOVE 'D' TO COPY-WD-REASON
           END-IF

           EXEC SQL
                UPDATE IBMUSER.COPIES
                SET    WD_REASON    = :COPY-WD-REASON,
                       WD_DATE      = CURRENT DATE
                WHERE  ACCESSION_NO = :COPY-ACCESSION-NO
           END-EXEC
           .
       A2210-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *LIST THE COPIES OF THE KEYED BOOK, ACCESSION ORDER - TWELVE------
      *LINES IS PLENTY FOR ANY TITLE WE OWN; MORE GETS A MESSAGE--------
       A2300-LIST-COPIES.
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
           MOVE 'COPY01  '         TO CPHST-PROGRAM
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
      *RECORD THE FAILURE IN THE CENTRAL ERROR LOG BEFORE THE MESSAGE--
