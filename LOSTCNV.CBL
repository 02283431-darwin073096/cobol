      *       IS ASSESSED AGAINST THE BORROWER                        *
      *    -- A FINAL-BILL NOTICE ('F') GOES ON THE CENTRAL NOTICES   *
      *       QUEUE FOR NOTSPOOL TO DELIVER                           *
      * A SECOND PASS CONVERTS CLAIMS-RETURNED DISPUTES (LOAN 'D')    *
      * WHOSE COPY HAS NOT TURNED UP WITHIN 'CLAIMDYS' DAYS (DEFAULT  *
      * 60) OF THE CLAIM THE SAME WAY BUT WITH NO CHARGE OR BILL -    *
      * THE CLAIM CLOSES 'L' AND THE SEARCH-LIST ROW IS WITHDRAWN.    *
      * A REGISTER OF EVERY CONVERSION PRINTS ON LCVOUT SO YEAR-END   *
      * LOAN COUNTS STOP CARRYING ITEMS EVERYONE KNOWS ARE GONE.      *
      *                                                               *
      *    -- LOAN01   > THE MANUAL LOST PATH THIS RUN MIRRORS        *
      *    -- OVRDUE01 > STOPS NOTICING THE LOAN ONCE IT IS LOST      *
      *    -- NOTSPOOL > DELIVERS THE FINAL-BILL NOTICES              *
      *    -- LOAN01   > OPENS THE CLAIMS-RETURNED DISPUTES           *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'CHARGE: '      .
           05  WS-LL-CHARGE          PIC ZZ,ZZ9.99                    .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-LL-NOTE            PIC X(027)                       .
           05  FILLER                PIC X(103) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(016) VALUE 'CHARGES RAISED: '.
               10  WS-SM-CHARGES   PIC ZZ,ZZ9.99                      .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(016) VALUE 'CLAIMS EXPIRED: '.
               10  WS-SM-CLAIMS    PIC ZZZZ9                          .
               10  FILLER          PIC X(155) VALUE ALL SPACES        .
           05  WS-FOOTER.
               10  FILLER          PIC X(108) VALUE ALL '-'           .
               10  FILLER          PIC X(015) VALUE 'NOTHING FOLLOWS' .
           05  WS-TOTAL-CHARGES    PIC S9(7)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  WS-LOST-DAYS        PIC S9(04) COMP VALUE +90          .
           05  WS-CLAIM-DAYS       PIC S9(04) COMP VALUE +60          .
           05  WS-TOTAL-CLAIMS     PIC  9(05) VALUE 0                 .
           05  WS-CLAIM-SW         PIC  X     VALUE 'N'               .
               88  CLAIM-CONVERSION           VALUE 'Y'               .
           05  WS-DAYS-OVERDUE     PIC S9(09) COMP                    .
           05  WS-FINE-RATE        PIC S9(3)V9(2) USAGE COMP-3        .
           05  WS-NEXT-FINE-ID     PIC S9(09) COMP                    .
           05  WS-NTC-BOOK-ID      PIC 9(04)                          .
           05  LAST-REC            PIC  9                             .
               88  EOF                        VALUE 1                 .
           05  LAST-CLAIM          PIC  9     VALUE 0                 .
               88  CLAIM-EOF                  VALUE 1                 .
           05  ERROR-HANDLING          PIC X                          .
               88  SOME-ERROR                   VALUE 'Y'             .
           05  WS-MESSAGE.
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
              INCLUDE DCLFINES
           END-EXEC.
              INCLUDE DCLNOTIC
           END-EXEC.

           EXEC SQL
              INCLUDE DCLCLAIM
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSRCH
           END-EXEC.

      *-----------------------------------------------------------------
      *EVERY OPEN LOAN PAST DUE BY MORE THAN THE THRESHOLD - GROUPED----
      *BY BORROWER SO THE REGISTER READS LIKE THE FINAL BILLS DO--------
                ORDER BY BORROWER_ID, LOAN_ID
           END-EXEC.

      *-----------------------------------------------------------------
      *CLAIMS-RETURNED DISPUTES (LOAN 'D') STILL OPEN MORE THAN---------
      *'CLAIMDYS' DAYS AFTER THE CLAIM - THE COPY NEVER TURNED UP-------
           EXEC SQL DECLARE  L2_CURSOR CURSOR WITH HOLD FOR
                SELECT L.LOAN_ID, L.BOOK_ID, VALUE(L.BORROWER_ID, 0),
                       VALUE(L.ACCESSION_NO, ' '),
                       VALUE(L.BRANCH_ID, 0),
                       CHAR(L.DUE_DATE, ISO),
                       DAYS(CURRENT DATE) - DAYS(L.DUE_DATE)
                FROM   IBMUSER.LOANS       L,
                       IBMUSER.LOAN_CLAIMS K
                WHERE  L.STATUS     = 'D'
                AND    K.LOAN_ID    = L.LOAN_ID
                AND    K.STATUS     = 'O'
                AND    K.CLAIM_DATE <
                       CURRENT DATE - :WS-CLAIM-DAYS DAYS
                ORDER BY 3, 1
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
           PERFORM 0700-GET-THRESHOLD THRU 0700-EXIT.
           PERFORM 1000-OPEN-SQL  THRU 1000-EXIT.
           PERFORM 2000-FETCH     THRU 2000-EXIT.
           PERFORM 2500-CLAIMS    THRU 2500-EXIT.
           PERFORM 2900-WRITE-SUMMARY THRU 2900-EXIT.
           PERFORM 3000-CLOSE-SQL THRU 3000-EXIT.
           PERFORM Z9200-CLOSE-RUN THRU Z9200-EXIT.
           DISPLAY 'END 0000-MAIN-PROCESS'.
           END-EVALUATE

           DISPLAY 'LOST THRESHOLD DAYS: ' WS-LOST-DAYS

      *HOW LONG A CLAIMS-RETURNED COPY IS SEARCHED FOR BEFORE THE-------
      *LOAN GOES LOST - 'CLAIMDYS', DEFAULT 60--------------------------
           MOVE 'CLAIMDYS' TO SETTG-SETTING-ID

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    COMPUTE WS-CLAIM-DAYS =
                            FUNCTION NUMVAL(SETTG-SETTING-VALUE)
               WHEN SQLCODE = 100
                    MOVE 60 TO WS-CLAIM-DAYS
               WHEN OTHER
                    MOVE   'Y'                  TO ERROR-HANDLING
                    MOVE   '0700-GET-THRESHOLD' TO ERR-LOC
                    MOVE    SQLCODE             TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           DISPLAY 'CLAIM SEARCH DAYS:   ' WS-CLAIM-DAYS
           .
       0700-EXIT.
           EXIT
               WHEN SQLCODE = 0
                    PERFORM 2200-CONVERT-ONE THRU 2200-EXIT
               WHEN SQLCODE = 100
                    MOVE    1                       TO LAST-REC
               WHEN OTHER
                    MOVE    1                       TO LAST-REC
           IF LOANS-ACCESSION-NO NOT = SPACES
              MOVE LOANS-ACCESSION-NO TO COPY-ACCESSION-NO

              PERFORM 7700-COPY-BEFORE THRU 7700-EXIT

              EXEC SQL
                   UPDATE IBMUSER.COPIES
                   SET    STATUS       = 'L'
                 MOVE    SQLCODE            TO ERR-CODE
                 PERFORM XXXX-ERROR-HANDLING
              END-IF

              PERFORM 7710-COPY-HISTORY THRU 7710-EXIT
           END-IF

           IF LOANS-BRANCH-ID > 0
              END-IF
           END-IF

      *A CLAIMS-RETURNED LOAN GOES LOST WITH NO REPLACEMENT CHARGE-----
           IF CLAIM-CONVERSION
              MOVE 0                             TO WS-FINE-RATE
              MOVE 'CLAIMS-RETURNED - NO CHARGE' TO WS-LL-NOTE
              PERFORM 2450-CLOSE-CLAIM THRU 2450-EXIT
           ELSE
              MOVE SPACES                        TO WS-LL-NOTE
              PERFORM 2300-CHARGE-REPLACEMENT THRU 2300-EXIT
           END-IF

           PERFORM 2350-LOG-AUDIT          THRU 2350-EXIT

           ADD 1 TO WS-TOTAL-CONVERTED
           EXIT
           .
      *-----------------------------------------------------------------
      *THE CLAIM CLOSES NOT FOUND ('L') AND THE COPY COMES OFF THE------
      *SEARCH LIST AS WITHDRAWN ('W', MISSFU'S EXPIRY CONVENTION)-------
       2450-CLOSE-CLAIM.
           EXEC SQL
                UPDATE IBMUSER.LOAN_CLAIMS
                SET    STATUS        = 'L',
                       RESOLVED_DATE = CURRENT DATE
                WHERE  LOAN_ID       = :LOANS-LOAN-ID
                AND    STATUS        = 'O'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2450-CLOSE-CLAIM'  TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF LOANS-ACCESSION-NO = SPACES
              GO TO 2450-EXIT
           END-IF

           MOVE LOANS-ACCESSION-NO TO SRCH-ACCESSION-NO

           EXEC SQL
                UPDATE IBMUSER.SEARCH_LIST
                SET    STATUS       = 'W'
                WHERE  ACCESSION_NO = :SRCH-ACCESSION-NO
                AND    STATUS       = 'S'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2450-CLOSE-CLAIM'  TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       2450-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *SECOND PASS - EXPIRED CLAIMS-RETURNED DISPUTES GO THROUGH THE----
      *SAME CONVERSION AS A LONG-OVERDUE LOAN, MINUS THE CHARGE---------
       2500-CLAIMS.
           DISPLAY 'START 2500-CLAIMS'
           MOVE 'Y' TO WS-CLAIM-SW

           EXEC SQL
                OPEN L2_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2500-CLAIMS'       TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM 2510-FETCH-CLAIM THRU 2510-EXIT UNTIL CLAIM-EOF

           EXEC SQL
                CLOSE L2_CURSOR
           END-EXEC

           MOVE 'N' TO WS-CLAIM-SW
           DISPLAY 'END 2500-CLAIMS'
           .
       2500-EXIT.
           EXIT
           .
       2510-FETCH-CLAIM.
           EXEC SQL
                FETCH L2_CURSOR INTO :LOANS-LOAN-ID
                                    ,:LOANS-BOOK-ID
                                    ,:LOANS-BORROWER-ID
                                    ,:LOANS-ACCESSION-NO
                                    ,:LOANS-BRANCH-ID
                                    ,:LOANS-DUE-DATE
                                    ,:WS-DAYS-OVERDUE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    PERFORM 2200-CONVERT-ONE THRU 2200-EXIT
                    ADD 1 TO WS-TOTAL-CLAIMS
               WHEN SQLCODE = 100
                    MOVE    1                       TO LAST-CLAIM
               WHEN OTHER
                    MOVE    1                       TO LAST-CLAIM
                    MOVE   'Y'                      TO ERROR-HANDLING
                    MOVE   '2510-FETCH-CLAIM'       TO ERR-LOC
                    MOVE    SQLCODE                 TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2510-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *QUEUE ONE ROW ON THE CENTRAL NOTICES TABLE (STATUS 'Q') FOR THE-
      *NOTSPOOL NIGHTLY SPOOL TO DELIVER - THE CALLER SETS BORROWER,---
      *TYPE AND TEXT IN DCLNOTIC BEFOREHAND (SAME GET-MAX-PLUS-ONE-----
       2900-WRITE-SUMMARY.
           MOVE    WS-TOTAL-CONVERTED      TO WS-SM-CONVERTED
           MOVE    WS-TOTAL-CHARGES        TO WS-SM-CHARGES
           MOVE    WS-TOTAL-CLAIMS         TO WS-SM-CLAIMS
           MOVE    WS-SPACES               TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-BREAKER              TO OP-FIELDS
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
           MOVE 'LOSTCNV '         TO CPHST-PROGRAM
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
