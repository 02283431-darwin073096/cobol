      * CHECKS AND STATE CHANGES LOAN01'S ONLINE PATH MAKES:          *
      *    -- BORROWER MUST EXIST, BE ACTIVE, UNEXPIRED AND UNDER     *
      *       THE LOAN LIMIT                                          *
      *    -- BORROWER MUST NOT BE BLOCKED (ACTIVE BORROWER_BLOCKS    *
      *       ROW, OR FINES OWED AT OR OVER THE BLOCK THRESHOLD)      *
      *    -- THE COPY MUST EXIST AND BE ON THE SHELF                 *
      *    -- THE BORROWER MUST BE UNDER THE ITEM_POLICY LIMIT FOR    *
      *       THE TITLE'S ITEM TYPE, WHERE ONE IS SET                 *
      *    -- DUE DATE FROM THE BORROWER TYPE'S LOAN_POLICY, OR THE   *
      *       ITEM_POLICY ROW FOR THE ITEM TYPE, ROLLED PAST          *
      *       CALENDAR CLOSED DAYS                                    *
      *    -- LOANS ROW, COPY 'O', AVAILABILITY DOWN, AUDIT 'L'       *
      *       (LOAN_TIME IS THE TIME THE DESK CAPTURED IT, SO THE     *
      *       DESKRPT HOURLY COUNTS SHOW WHEN THE DESK WAS BUSY)      *
      * POSTED CAPTURES ARE DELETED FROM THE KSDS; UNPOSTABLE ONES    *
      * ARE DELETED TOO BUT LISTED WITH THEIR REASON ON RPLOUT SO     *
      * THE DESK CAN CHASE THE BOOK BY HAND.                          *
           05  WS-NEXT-LOAN-ID     PIC S9(09) COMP                    .
           05  WS-NEXT-AUDIT-ID    PIC S9(04) COMP                    .
           05  WS-LOAN-DAYS        PIC S9(04) COMP                    .
           05  WS-BLOCK-LIMIT      PIC S9(5)V9(2) USAGE COMP-3        .
           05  WS-FINES-OWED       PIC S9(7)V9(2) USAGE COMP-3        .
           05  WS-FAMILY-BLOCK     PIC S9(4) USAGE COMP               .
           05  WS-OWED-EDIT        PIC ZZ,ZZ9.99                      .
           05  WS-CLOSED-COUNT     PIC S9(09) COMP                    .
           05  WS-POLICY-SW        PIC X      VALUE 'N'               .
               88  POLICY-FOUND               VALUE 'Y'               .
           05  WS-ITPOL-SW         PIC X      VALUE 'N'               .
               88  ITEM-POLICY-FOUND          VALUE 'Y'               .
           05  WS-ITEM-TYPE        PIC X(01)                          .
           05  WS-ITEM-OUT         PIC S9(04) COMP                    .
           05  WS-OPEN-DAY-SW      PIC X      VALUE 'N'               .
               88  DUE-DAY-OPEN               VALUE 'Y'               .
           05  WS-EXPIRED-SW       PIC X      VALUE 'N'               .
       01  WS-BRUN-VARS.
           05  WS-BRUN-RUN-ID          PIC S9(9) COMP                 .
           05  WS-BRUN-COUNT           PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-COUNT      PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-X          PIC ZZZ9                       .
           05  WS-BRUN-TODAY.
               10  WS-BR-YYYY          PIC 9(04)                      .
               10  WS-BR-MM            PIC 9(02)                      .
              INCLUDE DCLCOPY
           END-EXEC.

           EXEC SQL
              INCLUDE DCLCPHST
           END-EXEC.

           EXEC SQL
              INCLUDE DCLBKAUD
           END-EXEC.
              INCLUDE DCLLNPOL
           END-EXEC.

           EXEC SQL
              INCLUDE DCLITPOL
           END-EXEC.

           EXEC SQL
              INCLUDE DCLBBLK
           END-EXEC.

           EXEC SQL
              INCLUDE DCLFINES
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSETTG
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------

           PERFORM 2200-CHECK-BORROWER THRU 2200-EXIT

           IF WS-REJECT-REASON = SPACES
              PERFORM 2250-CHECK-BLOCKS THRU 2250-EXIT
           END-IF

           IF WS-REJECT-REASON = SPACES
              PERFORM 2300-CHECK-COPY THRU 2300-EXIT
           END-IF

           IF WS-REJECT-REASON = SPACES
              PERFORM 2350-CHECK-ITEM-LIMIT THRU 2350-EXIT
           END-IF

           IF WS-REJECT-REASON = SPACES
              PERFORM 2400-POST-LOAN THRU 2400-EXIT
              ADD 1 TO WS-TOTAL-POSTED
           EXIT
           .
      *-----------------------------------------------------------------
      *THE SAME BORROWER BLOCKS LOAN01'S A1238 ENFORCES - AN ACTIVE-----
      *IBMUSER.BORROWER_BLOCKS ROW, THEN OUTSTANDING FINES AT OR OVER---
      *THE TYPE'S BLOCK_FINES (NULL/NO ROW -> 'BLKFINES' SETTING)-------
       2250-CHECK-BLOCKS.
           MOVE BORRW-BORROWER-ID TO BBLK-BORROWER-ID

           EXEC SQL
                SELECT REASON, NOTE
                INTO  :BBLK-REASON, :BBLK-NOTE
                FROM   IBMUSER.BORROWER_BLOCKS
                WHERE  BORROWER_ID = :BBLK-BORROWER-ID
                AND    STATUS      = 'A'
                ORDER BY BLOCK_ID
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    EVALUATE BBLK-REASON
                       WHEN 'A'
                            MOVE 'BLOCKED - BAD ADDRESS'
                                            TO WS-REJECT-REASON
                       WHEN 'C'
                            MOVE 'BLOCKED - CARD REPORTED LOST'
                                            TO WS-REJECT-REASON
                       WHEN OTHER
                            MOVE 'BLOCKED - DESK BLOCK'
                                            TO WS-REJECT-REASON
                    END-EVALUATE
                    GO TO 2250-EXIT
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    MOVE   'Y'                   TO ERROR-HANDLING
                    MOVE   '2250-CHECK-BLOCKS'   TO ERR-LOC
                    MOVE    SQLCODE              TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE BORRW-BORROWER-TYPE TO LNPOL-BORROWER-TYPE

           IF LNPOL-BORROWER-TYPE = SPACES OR LOW-VALUE
              MOVE 'A' TO LNPOL-BORROWER-TYPE
           END-IF

           MOVE -1 TO LNPOL-BLOCK-FINES

           EXEC SQL
                SELECT VALUE(BLOCK_FINES, -1)
                INTO  :LNPOL-BLOCK-FINES
                FROM   IBMUSER.LOAN_POLICY
                WHERE  BORROWER_TYPE = :LNPOL-BORROWER-TYPE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE   'Y'                   TO ERROR-HANDLING
              MOVE   '2250-CHECK-BLOCKS'   TO ERR-LOC
              MOVE    SQLCODE              TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF LNPOL-BLOCK-FINES < 0
              MOVE 'BLKFINES' TO SETTG-SETTING-ID

              EXEC SQL
                   SELECT SETTING_VALUE
                   INTO  :SETTG-SETTING-VALUE
                   FROM   IBMUSER.LIB_SETTINGS
                   WHERE  SETTING_ID = :SETTG-SETTING-ID
              END-EXEC

              EVALUATE TRUE
                  WHEN SQLCODE = 0
                       COMPUTE WS-BLOCK-LIMIT =
                               FUNCTION NUMVAL(SETTG-SETTING-VALUE)
                  WHEN SQLCODE = 100
                       GO TO 2250-EXIT
                  WHEN OTHER
                       MOVE   'Y'                   TO ERROR-HANDLING
                       MOVE   '2250-CHECK-BLOCKS'   TO ERR-LOC
                       MOVE    SQLCODE              TO ERR-CODE
                       PERFORM XXXX-ERROR-HANDLING
              END-EVALUATE
           ELSE
              MOVE LNPOL-BLOCK-FINES TO WS-BLOCK-LIMIT
           END-IF

           IF WS-BLOCK-LIMIT NOT > 0
              GO TO 2250-EXIT
           END-IF

           MOVE BORRW-BORROWER-ID TO FINES-BORROWER-ID

      *'FAMBLOCK' = 1 ON IBMUSER.LIB_SETTINGS WEIGHS THE FAMILY'S-------
      *COMBINED BALANCE - GUARDIAN, DEPENDENTS AND SIBLINGS (SEE--------
      *DCLBORRW) - INSTEAD OF THE BORROWER'S OWN. NO ROW = OWN ONLY-----
           MOVE 'FAMBLOCK' TO SETTG-SETTING-ID

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   COMPUTE WS-FAMILY-BLOCK =
                           FUNCTION NUMVAL(SETTG-SETTING-VALUE)
              WHEN SQLCODE = 100
                   MOVE 0 TO WS-FAMILY-BLOCK
              WHEN OTHER
                   MOVE   'Y'                   TO ERROR-HANDLING
                   MOVE   '2250-CHECK-BLOCKS'   TO ERR-LOC
                   MOVE    SQLCODE              TO ERR-CODE
                   PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           EXEC SQL
                SELECT VALUE(SUM(AMOUNT - VALUE(PAID_AMOUNT, 0)), 0)
                INTO  :WS-FINES-OWED
                FROM   IBMUSER.FINES
                WHERE  STATUS      = 'O'
                AND   (BORROWER_ID = :FINES-BORROWER-ID
                   OR (:WS-FAMILY-BLOCK = 1
                  AND  BORROWER_ID IN
                      (SELECT M.BORROWER_ID
                       FROM   IBMUSER.BORROWERS M,
                              IBMUSER.BORROWERS S
                       WHERE  S.BORROWER_ID = :FINES-BORROWER-ID
                       AND   (M.BORROWER_ID = S.GUARDIAN_ID
                          OR  M.GUARDIAN_ID = S.BORROWER_ID
                          OR (S.GUARDIAN_ID > 0
                         AND  M.GUARDIAN_ID = S.GUARDIAN_ID)))))
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                   TO ERROR-HANDLING
              MOVE   '2250-CHECK-BLOCKS'   TO ERR-LOC
              MOVE    SQLCODE              TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-FINES-OWED >= WS-BLOCK-LIMIT
              MOVE WS-FINES-OWED TO WS-OWED-EDIT
              STRING 'BLOCKED - FINES OWED ' DELIMITED BY SIZE
                     WS-OWED-EDIT            DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
              END-STRING
           END-IF
           .
       2250-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE SCANNED COPY MUST EXIST AND STILL BE ON THE SHELF------------
       2300-CHECK-COPY.
           MOVE CAP-ACCESSION-NO TO COPY-ACCESSION-NO
           EXIT
           .
      *-----------------------------------------------------------------
      *THE TITLE'S ITEM TYPE AND ITS IBMUSER.ITEM_POLICY ROW FOR THE----
      *BORROWER TYPE (SAME SHAPE AS LOAN01'S A1262/A1263) - A ROW WITH--
      *MAX_ITEMS OVER ZERO CAPS HOW MANY OF THE TYPE MAY BE OUT AT ONCE-
       2350-CHECK-ITEM-LIMIT.
           MOVE 'N'          TO WS-ITPOL-SW
           MOVE 'B'          TO WS-ITEM-TYPE
           MOVE COPY-BOOK-ID TO BOOKS-BOOK-ID

           EXEC SQL
                SELECT VALUE(ITEM_TYPE, 'B')
                INTO  :WS-ITEM-TYPE
                FROM   IBMUSER.BOOKS
                WHERE  BOOK_ID = :BOOKS-BOOK-ID
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE   'Y'                     TO ERROR-HANDLING
              MOVE   '2350-CHECK-ITEM-LIMIT' TO ERR-LOC
              MOVE    SQLCODE                TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-ITEM-TYPE = SPACES
              MOVE 'B' TO WS-ITEM-TYPE
           END-IF

           MOVE BORRW-BORROWER-TYPE TO ITPOL-BORROWER-TYPE
           MOVE WS-ITEM-TYPE        TO ITPOL-ITEM-TYPE

           IF ITPOL-BORROWER-TYPE = SPACES OR LOW-VALUE
              MOVE 'A' TO ITPOL-BORROWER-TYPE
           END-IF

           EXEC SQL
                SELECT LOAN_DAYS, MAX_ITEMS
                INTO  :ITPOL-LOAN-DAYS, :ITPOL-MAX-ITEMS
                FROM   IBMUSER.ITEM_POLICY
                WHERE  BORROWER_TYPE = :ITPOL-BORROWER-TYPE
                AND    ITEM_TYPE     = :ITPOL-ITEM-TYPE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE 'Y' TO WS-ITPOL-SW
               WHEN SQLCODE = 100
                    GO TO 2350-EXIT
               WHEN OTHER
                    MOVE   'Y'                     TO ERROR-HANDLING
                    MOVE   '2350-CHECK-ITEM-LIMIT' TO ERR-LOC
                    MOVE    SQLCODE                TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           IF ITPOL-MAX-ITEMS NOT > 0
              GO TO 2350-EXIT
           END-IF

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-ITEM-OUT
                FROM   IBMUSER.LOANS L,
                       IBMUSER.BOOKS B
                WHERE  L.BORROWER_ID = :BORRW-BORROWER-ID
                AND    L.STATUS      = 'O'
                AND    B.BOOK_ID     = L.BOOK_ID
                AND    VALUE(NULLIF(B.ITEM_TYPE, ' '), 'B')
                                     = :WS-ITEM-TYPE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                     TO ERROR-HANDLING
              MOVE   '2350-CHECK-ITEM-LIMIT' TO ERR-LOC
              MOVE    SQLCODE                TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-ITEM-OUT >= ITPOL-MAX-ITEMS
              MOVE 'BORROWER AT THE ITEM TYPE LIMIT'
                                   TO WS-REJECT-REASON
           END-IF
           .
       2350-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *EVERYTHING STILL HOLDS - OPEN THE LOAN AS OF THE CAPTURE DATE----
      *WITH THE BORROWER TYPE'S LOAN PERIOD, ROLLED PAST CLOSED DAYS,---
      *AND MOVE THE COPY AND AVAILABILITY THE WAY LOAN01 DOES-----------
           MOVE BORRW-NAME-TEXT   TO LOANS-BORROWER-TEXT
           MOVE CAP-ACCESSION-NO  TO LOANS-ACCESSION-NO

           MOVE CAP-TIME(1:2)     TO LOANS-LOAN-TIME(1:2)
           MOVE ':'               TO LOANS-LOAN-TIME(3:1)
           MOVE CAP-TIME(3:2)     TO LOANS-LOAN-TIME(4:2)
           MOVE ':'               TO LOANS-LOAN-TIME(6:1)
           MOVE CAP-TIME(5:2)     TO LOANS-LOAN-TIME(7:2)

           EXEC SQL
                INSERT INTO IBMUSER.LOANS
                       (LOAN_ID, BOOK_ID, BORROWER_ID,
                        BORROWER, LOAN_DATE, DUE_DATE,
                        RETURN_DATE, STATUS,
                        RENEWAL_COUNT, ACCESSION_NO,
                        BRANCH_ID, LOAN_TIME)
                VALUES (:LOANS-LOAN-ID, :LOANS-BOOK-ID,
                        :LOANS-BORROWER-ID,
                        :LOANS-BORROWER,
                        :LOANS-DUE-DATE,
                        NULL, 'O', 0,
                        :LOANS-ACCESSION-NO,
                        0, :LOANS-LOAN-TIME)
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM 7700-COPY-BEFORE THRU 7700-EXIT

           EXEC SQL
                UPDATE IBMUSER.COPIES
                SET    STATUS       = 'O'
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM 7710-COPY-HISTORY THRU 7710-EXIT

           MOVE COPY-BOOK-ID TO BOOKS-BOOK-ID

           EXEC SQL
           .
      *-----------------------------------------------------------------
      *LOAN PERIOD FOR THE BORROWER TYPE (SAME SHAPE AS LOAN01'S--------
      *A1230-GET-POLICY - NO POLICY ROW MEANS THE OLD 14 DAYS). AN------
      *ITEM_POLICY ROW READ BY 2350 FOR THE ITEM TYPE OVERRIDES IT------
       2450-GET-POLICY.
           MOVE 'N' TO WS-POLICY-SW
           MOVE 14  TO WS-LOAN-DAYS
                    MOVE    SQLCODE            TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           IF ITEM-POLICY-FOUND
              MOVE ITPOL-LOAN-DAYS TO WS-LOAN-DAYS
           END-IF
           .
       2450-EXIT.
           EXIT
           EXIT
           .
      *-----------------------------------------------------------------
      *THE COPY'S STATUS, CONDITION, BRANCH AND SHELF AS THEY STAND-----
      *BEFORE A CHANGE, FOR 7710 TO COMPARE WITH (A COPY NOT YET--------
      *ON FILE COMES BACK BLANK)----------------------------------------
       7700-COPY-BEFORE.
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
                   MOVE   'Y'                  TO ERROR-HANDLING
                   MOVE   '7700-COPY-BEFORE'   TO ERR-LOC
                   MOVE    SQLCODE             TO ERR-CODE
                   PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       7700-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE IBMUSER.COPY_HISTORY ROW WHEN THE COPY NOW DIFFERS FROM WHAT-
      *7700 TOOK - OLD AND NEW VALUES, THE NEXT SEQ_NO FOR THE COPY,----
      *THIS PROGRAM AND THE OPERATOR------------------------------------
       7710-COPY-HISTORY.
           EXEC SQL
                SELECT STATUS, VALUE(CONDITION, ' '),
                       VALUE(BRANCH_ID, 0), VALUE(SHELF_LOC, ' ')
                INTO  :CPHST-NEW-STATUS, :CPHST-NEW-CONDITION,
                      :CPHST-NEW-BRANCH-ID, :CPHST-NEW-SHELF-LOC
                FROM   IBMUSER.COPIES
                WHERE  ACCESSION_NO = :CPHST-ACCESSION-NO
           END-EXEC

           IF SQLCODE = 100
              GO TO 7710-EXIT
           END-IF

           IF SQLCODE NOT = 0
              MOVE   'Y'                  TO ERROR-HANDLING
              MOVE   '7710-COPY-HISTORY'  TO ERR-LOC
              MOVE    SQLCODE             TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF CPHST-NEW-STATUS    = CPHST-OLD-STATUS
          AND CPHST-NEW-CONDITION = CPHST-OLD-CONDITION
          AND CPHST-NEW-BRANCH-ID = CPHST-OLD-BRANCH-ID
          AND CPHST-NEW-SHELF-LOC = CPHST-OLD-SHELF-LOC
              GO TO 7710-EXIT
           END-IF

           EXEC SQL
                SELECT VALUE(MAX(SEQ_NO), 0)
                INTO  :CPHST-SEQ-NO
                FROM   IBMUSER.COPY_HISTORY
                WHERE  ACCESSION_NO = :CPHST-ACCESSION-NO
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                  TO ERROR-HANDLING
              MOVE   '7710-COPY-HISTORY'  TO ERR-LOC
              MOVE    SQLCODE             TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           ADD 1 TO CPHST-SEQ-NO
           MOVE 'OFFRPLY '         TO CPHST-PROGRAM
           MOVE SPACES             TO CPHST-OPER-ID

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
              MOVE   'Y'                  TO ERROR-HANDLING
              MOVE   '7710-COPY-HISTORY'  TO ERR-LOC
              MOVE    SQLCODE             TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       7710-EXIT.
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
