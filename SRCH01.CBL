      * ACTIONS (MACTION FIELD):                                      *
      *    -- S > RECORD A SEARCH ATTEMPT FOR THE KEYED ACCESSION     *
      *    -- F > FOUND - CLOSE THE SEARCH, PUT THE COPY BACK TO      *
      *           AVAILABLE AND THE BOOK'S AVAILABILITY UP ONE; A     *
      *           COPY LISTED BY A CLAIMS-RETURNED DISPUTE ALSO       *
      *           CLOSES ITS LOAN WITH NO FINE                        *
      *    -- I > INQUIRE - SHOW THE SEARCH ROW FOR AN ACCESSION      *
      *                                                               *
      * RELATED PROGRAMS: STOCKTK, MISSFU, ORDER01                    *
      *    -- MISSFU  > FEEDS AND EXPIRES THE SEARCH LIST             *
      *    -- STOCKTK > THE STOCKTAKE THAT FLAGS COPIES MISSING       *
      *    -- LOAN01  > LISTS A CLAIMED-RETURNED COPY ('C' ACTION)    *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
       01  SWITCH.
           05  ERROR-HANDLING          PIC X    VALUE 'N'             .
               88  SOME-ERROR                   VALUE 'Y'             .
           05  WS-CLAIM-SW             PIC X    VALUE 'N'             .
               88  CLAIM-CLOSED                 VALUE 'Y'             .

       01  WS-VARS.
           05  WS-TRANSID              PIC X(04) VALUE 'SRC1'         .
                INCLUDE DCLCOPY
           END-EXEC.

           EXEC SQL
                INCLUDE DCLCPHST
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBOOKS
           END-EXEC.

           EXEC SQL
                INCLUDE DCLLOANS
           END-EXEC.

           EXEC SQL
                INCLUDE DCLCLAIM
           END-EXEC.

           EXEC SQL
                INCLUDE DCLOPER
           END-EXEC.

           MOVE SRCH-ACCESSION-NO TO COPY-ACCESSION-NO

           PERFORM Z7700-COPY-BEFORE THRU Z7700-EXIT

           EXEC SQL
                UPDATE IBMUSER.COPIES
                SET    STATUS       = 'A'
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z7710-COPY-HISTORY THRU Z7710-EXIT

           MOVE SRCH-BOOK-ID TO BOOKS-BOOK-ID

           EXEC SQL
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM A2210-CLOSE-CLAIM THRU A2210-EXIT

           IF CLAIM-CLOSED
              MOVE 'COPY FOUND - CLAIMED LOAN CLOSED, NO FINE.'
                                                  TO MESSAGEO
           ELSE
              MOVE 'COPY FOUND - BACK ON THE SHELF.' TO MESSAGEO
           END-IF
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A2200-EXIT.
           EXIT
           .
      *THE COPY MAY BE ON THE LIST BECAUSE A BORROWER CLAIMED IT WAS----
      *RETURNED (LOAN01'S 'C' - LOAN STATUS 'D'). FINDING IT PROVES THE-
      *CLAIM: THE LOAN CLOSES AS A RETURN WITH NO FINE, THE COPY GOES---
      *BACK INTO ITS BRANCH'S AVAILABILITY AND THE CLAIM IS FOUND ('F')-
       A2210-CLOSE-CLAIM.
           MOVE 'N' TO WS-CLAIM-SW

           EXEC SQL
                SELECT LOAN_ID, BOOK_ID, VALUE(BRANCH_ID, 0)
                INTO  :LOANS-LOAN-ID, :LOANS-BOOK-ID,
                      :LOANS-BRANCH-ID
                FROM   IBMUSER.LOANS
                WHERE  ACCESSION_NO = :COPY-ACCESSION-NO
                AND    STATUS       = 'D'
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE 'Y' TO WS-CLAIM-SW
               WHEN SQLCODE = 100
                    GO TO A2210-EXIT
               WHEN OTHER
                    MOVE 'A2210-CLOSE-CLAIM.'       TO ERR-LOC
                    MOVE  SQLCODE                   TO ERR-CODE
                    MOVE  'Y'                       TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           EXEC SQL
                UPDATE IBMUSER.LOANS
                SET    RETURN_DATE = CURRENT DATE,
                       STATUS      = 'R'
                WHERE  LOAN_ID     = :LOANS-LOAN-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'A2210-CLOSE-CLAIM.'       TO ERR-LOC
              MOVE  SQLCODE                   TO ERR-CODE
              MOVE  'Y'                       TO ERROR-HANDLING
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF LOANS-BRANCH-ID > 0
              EXEC SQL
                   UPDATE IBMUSER.BRANCH_HOLDINGS
                   SET    AVAILABLE = AVAILABLE + 1
                   WHERE  BOOK_ID   = :LOANS-BOOK-ID
                   AND    BRANCH_ID = :LOANS-BRANCH-ID
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE 'A2210-CLOSE-CLAIM.'       TO ERR-LOC
                 MOVE  SQLCODE                   TO ERR-CODE
                 MOVE  'Y'                       TO ERROR-HANDLING
                 PERFORM XXXX-ERROR-HANDLING
              END-IF
           END-IF

           EXEC SQL
                UPDATE IBMUSER.LOAN_CLAIMS
                SET    STATUS        = 'F',
                       RESOLVED_DATE = CURRENT DATE
                WHERE  LOAN_ID       = :LOANS-LOAN-ID
                AND    STATUS        = 'O'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'A2210-CLOSE-CLAIM.'       TO ERR-LOC
              MOVE  SQLCODE                   TO ERR-CODE
              MOVE  'Y'                       TO ERROR-HANDLING
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       A2210-EXIT.
           EXIT
           .
       A2300-INQUIRE.
           PERFORM A2010-CHECK-ACCESSION THRU A2010-EXIT

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
           MOVE 'SRCH01  '         TO CPHST-PROGRAM
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
