      *    -- THE OLDEST QUEUED HOLD ON THE SAME BOOK, IF ANY, IS     *
      *       PROMOTED TO 'R' THE WAY A1227-FILL-READY-HOLD'S         *
      *       COMPANION A1216-CHECK-HOLD-QUEUE DOES IT (THE PARKED    *
      *       COPY STAYS ON THE SHELF FOR THE NEXT BORROWER). AN      *
      *       ANY-EDITION HOLD ON ANOTHER EDITION OF THE SAME WORK    *
      *       COUNTS AS QUEUED ON THE BOOK, AND IS MOVED ONTO IT      *
      *    -- A PROMOTED HOLD WITH A DIFFERENT PICKUP BRANCH SHIPS    *
      *       THE COPY THERE INSTEAD (TRANSFERS ROW, HOLD 'T'); ITS   *
      *       WINDOW STARTS WHEN BRXFER1 RECEIVES IT, NOT NOW         *
      *    -- WITH NOTHING QUEUED THE PARKED COPY GOES BACK TO        *
      *       AVAILABLE AND THE BOOK'S AVAILABILITY COUNT MOVES UP    *
      * A LISTING OF EVERYTHING DONE GOES TO HLDOUT FOR THE MORNING   *
           05  WS-NEXT-HOLD-ID     PIC S9(09) COMP                    .
           05  WS-NEXT-NOTICE-ID   PIC S9(09) COMP                    .
           05  WS-NTC-BOOK-ID      PIC 9(04)                          .
           05  WS-NEXT-PICKUP      PIC S9(04) COMP                    .
           05  WS-WORK-ID          PIC S9(04) COMP                    .
           05  WS-NEXT-XFER-ID     PIC S9(09) COMP                    .
           05  LAST-REC            PIC  9                             .
               88  EOF                        VALUE 1                 .
           05  ERROR-HANDLING          PIC X                          .
               10  WS-EL-MN            PIC 9(02)                      .
               10  WS-EL-SS            PIC 9(02)                      .

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
              INCLUDE DCLCOPY
           END-EXEC.

           EXEC SQL
              INCLUDE DCLCPHST
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSETTG
           END-EXEC.
              INCLUDE DCLNOTIC
           END-EXEC.

           EXEC SQL
              INCLUDE DCLXFER
           END-EXEC.

      *-----------------------------------------------------------------
      *EVERY READY HOLD WHOSE PARKED COPY HAS SAT UNCLAIMED PAST THE----
      *PICKUP WINDOW - OLDEST FIRST SO THE LISTING READS IN THE ORDER---
      *THE SHELF SHOULD BE CLEARED--------------------------------------
           EXEC SQL DECLARE  H1_CURSOR CURSOR FOR
                SELECT HOLD_ID, BOOK_ID, BORROWER_ID, READY_DATE,
                       VALUE(PICKUP_BRANCH, 0), VALUE(ACCESSION_NO, ' ')
                FROM   IBMUSER.HOLDS
                WHERE  STATUS     = 'R'
                AND    READY_DATE <
                                    ,:HOLDS-BOOK-ID
                                    ,:HOLDS-BORROWER-ID
                                    ,:HOLDS-READY-DATE
                                    ,:HOLDS-PICKUP-BRANCH
                                    ,:HOLDS-ACCESSION-NO
           END-EXEC

           EVALUATE TRUE
      *-----------------------------------------------------------------
      *THE OLDEST QUEUED HOLD ON THE SAME BOOK TAKES OVER THE PARKED----
      *COPY - SAME NULL-SAFE AGGREGATE SHAPE A1216-CHECK-HOLD-QUEUE-----
      *USES (ZERO MEANS AN EMPTY QUEUE, NOT SQLCODE +100). ANY-EDITION--
      *HOLDS ON THE BOOK'S SISTER EDITIONS ARE IN THE SAME QUEUE--------
       2300-PROMOTE-NEXT.
           EXEC SQL
                SELECT VALUE(WORK_ID, 0)
                INTO  :WS-WORK-ID
                FROM   IBMUSER.BOOKS
                WHERE  BOOK_ID = :HOLDS-BOOK-ID
           END-EXEC

           IF SQLCODE = 100
              MOVE 0 TO WS-WORK-ID
           ELSE
              IF SQLCODE NOT = 0
                 MOVE   'Y'                  TO ERROR-HANDLING
                 MOVE   '2300-PROMOTE-NEXT'  TO ERR-LOC
                 MOVE    SQLCODE             TO ERR-CODE
                 PERFORM XXXX-ERROR-HANDLING
              END-IF
           END-IF

           EXEC SQL
                SELECT VALUE(MIN(HOLD_ID), 0)
                INTO  :WS-NEXT-HOLD-ID
                FROM   IBMUSER.HOLDS
                WHERE  STATUS  = 'Q'
                AND   (BOOK_ID = :HOLDS-BOOK-ID
                   OR (:WS-WORK-ID > 0
                  AND  ANY_EDITION = 'Y'
                  AND  BOOK_ID IN
                      (SELECT E.BOOK_ID
                       FROM   IBMUSER.BOOKS E
                       WHERE  E.WORK_ID = :WS-WORK-ID)))
           END-EXEC

           IF SQLCODE NOT = 0

           ADD 1 TO WS-TOTAL-PROMOTED

      *THE PARKED COPY SITS AT THE EXPIRED HOLD'S PICKUP BRANCH - A-----
      *NEXT BORROWER COLLECTING ELSEWHERE HAS IT SHIPPED THERE----------
           EXEC SQL
                SELECT VALUE(PICKUP_BRANCH, 0)
                INTO  :WS-NEXT-PICKUP
                FROM   IBMUSER.HOLDS
                WHERE  HOLD_ID = :WS-NEXT-HOLD-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                  TO ERROR-HANDLING
              MOVE   '2300-PROMOTE-NEXT'  TO ERR-LOC
              MOVE    SQLCODE             TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-NEXT-PICKUP NOT = HOLDS-PICKUP-BRANCH
              PERFORM 2350-SHIP-TO-PICKUP THRU 2350-EXIT
              GO TO 2300-EXIT
           END-IF

           EXEC SQL
                UPDATE IBMUSER.HOLDS
                SET    STATUS       = 'R',
                       READY_DATE   = CURRENT DATE,
                       ACCESSION_NO = :HOLDS-ACCESSION-NO,
                       BOOK_ID      = :HOLDS-BOOK-ID
                WHERE  HOLD_ID      = :WS-NEXT-HOLD-ID
           END-EXEC

           IF SQLCODE NOT = 0
           EXIT
           .
      *-----------------------------------------------------------------
      *THE NEXT BORROWER COLLECTS AT ANOTHER BRANCH - OPEN A ONE-COPY---
      *SHIPMENT FROM THE EXPIRED HOLD'S PICKUP BRANCH AND LET THE-------
      *PROMOTED HOLD RIDE IT ('T'); BRXFER1'S RECEIVE MAKES IT READY----
      *AND SENDS THE NOTICE (SAME LOGIC AS LOAN01'S A1239)--------------
       2350-SHIP-TO-PICKUP.
           MOVE 'XFERID  ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(XFER_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.TRANSFERS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                    TO ERROR-HANDLING
              MOVE   '2350-SHIP-TO-PICKUP'  TO ERR-LOC
              MOVE    SQLCODE               TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT
           MOVE WS-NEXT-KEY-VALUE   TO WS-NEXT-XFER-ID

           MOVE WS-NEXT-XFER-ID     TO XFER-XFER-ID
           MOVE HOLDS-BOOK-ID       TO XFER-BOOK-ID
           MOVE HOLDS-PICKUP-BRANCH TO XFER-FROM-BRANCH
           MOVE WS-NEXT-PICKUP      TO XFER-TO-BRANCH
           MOVE 1                   TO XFER-QTY

           EXEC SQL
                INSERT INTO IBMUSER.TRANSFERS
                       (XFER_ID, BOOK_ID, FROM_BRANCH, TO_BRANCH,
                        QTY, DISPATCH_DATE, RECEIVE_DATE, STATUS)
                VALUES (:XFER-XFER-ID, :XFER-BOOK-ID,
                        :XFER-FROM-BRANCH, :XFER-TO-BRANCH,
                        :XFER-QTY, CURRENT DATE, NULL, 'T')
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                    TO ERROR-HANDLING
              MOVE   '2350-SHIP-TO-PICKUP'  TO ERR-LOC
              MOVE    SQLCODE               TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                UPDATE IBMUSER.HOLDS
                SET    STATUS       = 'T',
                       XFER_ID      = :XFER-XFER-ID,
                       ACCESSION_NO = :HOLDS-ACCESSION-NO,
                       BOOK_ID      = :HOLDS-BOOK-ID
                WHERE  HOLD_ID      = :WS-NEXT-HOLD-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                    TO ERROR-HANDLING
              MOVE   '2350-SHIP-TO-PICKUP'  TO ERR-LOC
              MOVE    SQLCODE               TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF HOLDS-ACCESSION-NO NOT = SPACES
              MOVE HOLDS-ACCESSION-NO TO COPY-ACCESSION-NO

              PERFORM 7700-COPY-BEFORE THRU 7700-EXIT

              EXEC SQL
                   UPDATE IBMUSER.COPIES
                   SET    STATUS       = 'T'
                   WHERE  ACCESSION_NO = :COPY-ACCESSION-NO
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE   'Y'                    TO ERROR-HANDLING
                 MOVE   '2350-SHIP-TO-PICKUP'  TO ERR-LOC
                 MOVE    SQLCODE               TO ERR-CODE
                 PERFORM XXXX-ERROR-HANDLING
              END-IF

              PERFORM 7710-COPY-HISTORY THRU 7710-EXIT
           END-IF

      *THE HOLD-SHELF COPY NEVER COUNTED AS AVAILABLE THERE - IT NOW----
      *LEAVES THAT BRANCH'S HOLDINGS ALTOGETHER-------------------------
           IF HOLDS-PICKUP-BRANCH NOT = 0
              EXEC SQL
                   UPDATE IBMUSER.BRANCH_HOLDINGS
                   SET    COPIES    = COPIES - 1
                   WHERE  BOOK_ID   = :HOLDS-BOOK-ID
                   AND    BRANCH_ID = :HOLDS-PICKUP-BRANCH
                   AND    COPIES    > 0
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE   'Y'                    TO ERROR-HANDLING
                 MOVE   '2350-SHIP-TO-PICKUP'  TO ERR-LOC
                 MOVE    SQLCODE               TO ERR-CODE
                 PERFORM XXXX-ERROR-HANDLING
              END-IF
           END-IF

           MOVE 'TO PICKUP '       TO WS-HL-ACTION
           MOVE WS-NEXT-HOLD-ID    TO WS-HL-HOLD-ID

           MOVE  WS-HOLD-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           .
       2350-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *NOBODY ELSE IS WAITING - ONE PARKED COPY ('H') OF THE BOOK GOES--
      *BACK TO AVAILABLE AND THE BOOK'S AVAILABILITY COUNT MOVES UP-----
      *(A BOOK FROM BEFORE ACCESSION RECORDS HAS NO COPIES ROW TO FLIP,-
       2400-RELEASE-COPY.
           ADD 1 TO WS-TOTAL-RELEASED

      *THE HOLD NAMES ITS PARKED COPY WHEN ONE WAS RECORDED; OLDER------
      *HOLDS FALL BACK TO ANY PARKED COPY OF THE BOOK-------------------
      *THE PARKED COPY IS PICKED OUT FIRST SO ITS RELEASE GOES ON THE---
      *COPY HISTORY UNDER ITS OWN ACCESSION NUMBER----------------------
           IF HOLDS-ACCESSION-NO NOT = SPACES
              MOVE HOLDS-ACCESSION-NO TO COPY-ACCESSION-NO
           ELSE
              EXEC SQL
                   SELECT VALUE(MIN(ACCESSION_NO), ' ')
                   INTO  :COPY-ACCESSION-NO
                   FROM   IBMUSER.COPIES
                   WHERE  BOOK_ID = :HOLDS-BOOK-ID
                   AND    STATUS  = 'H'
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE   'Y'                  TO ERROR-HANDLING
                 MOVE   '2400-RELEASE-COPY'  TO ERR-LOC
                 MOVE    SQLCODE             TO ERR-CODE
                 PERFORM XXXX-ERROR-HANDLING
              END-IF
           END-IF

           IF COPY-ACCESSION-NO NOT = SPACES
              PERFORM 7700-COPY-BEFORE THRU 7700-EXIT

              EXEC SQL
                   UPDATE IBMUSER.COPIES
                   SET    STATUS       = 'A'
                   WHERE  ACCESSION_NO = :COPY-ACCESSION-NO
                   AND    STATUS       = 'H'
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE   'Y'                  TO ERROR-HANDLING
                 MOVE   '2400-RELEASE-COPY'  TO ERR-LOC
                 MOVE    SQLCODE             TO ERR-CODE
                 PERFORM XXXX-ERROR-HANDLING
              END-IF

              PERFORM 7710-COPY-HISTORY THRU 7710-EXIT
           END-IF

           EXEC SQL
              PERFORM XXXX-ERROR-HANDLING
           END-IF

      *A COPY FREED OFF A BRANCH HOLD SHELF GOES BACK ON THAT BRANCH'S-
      *OPEN SHELF COUNT TOO---------------------------------------------
           IF HOLDS-PICKUP-BRANCH NOT = 0
              EXEC SQL
                   UPDATE IBMUSER.BRANCH_HOLDINGS
                   SET    AVAILABLE = AVAILABLE + 1
                   WHERE  BOOK_ID   = :HOLDS-BOOK-ID
                   AND    BRANCH_ID = :HOLDS-PICKUP-BRANCH
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE   'Y'                  TO ERROR-HANDLING
                 MOVE   '2400-RELEASE-COPY'  TO ERR-LOC
                 MOVE    SQLCODE             TO ERR-CODE
                 PERFORM XXXX-ERROR-HANDLING
              END-IF
           END-IF

           MOVE 'RELEASED  '       TO WS-HL-ACTION
           MOVE HOLDS-HOLD-ID      TO WS-HL-HOLD-ID

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
           MOVE 'HOLDEXP '         TO CPHST-PROGRAM
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
