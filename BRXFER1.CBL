      *       IS CREATED IF THE BOOK HAS NEVER BEEN HELD THERE), THE  *
      *       BARCODES GO AVAILABLE AT THE TARGET, AND THE SHIPMENT   *
      *       CLOSES ('R')                                            *
      *       A SHIPMENT OPENED FOR A HOLD WITH A DISTANT PICKUP      *
      *       BRANCH (LOAN01/BULKRET/HOLDEXP) LANDS ITS COPY ON THE   *
      *       HOLD SHELF INSTEAD ('H'), TURNS THE HOLD READY AND      *
      *       QUEUES THE HOLD-READY NOTICE                            *
      * EVERY STEP LEAVES A BOOKS_AUDIT ROW ('T') BEHIND. STARTED     *
      * DIRECTLY BY ITS OWN TRANSID, LIKE BORRW01.                    *
      * FUNTIONS AVAILABLE:                                           *
           05  WS-AUD-DATE             PIC X(10)                      .
           05  WS-AUD-TIME             PIC X(08)                      .
           05  WS-NEXT-AUDIT-ID        PIC S9(4) COMP                .
           05  WS-NEXT-NOTICE-ID       PIC S9(9) COMP                .
           05  WS-NTC-BOOK-ID          PIC 9(4)                      .

       01  WS-ERRLOG-VARS.
           05  WS-ERRLOG-NEXT-ID       PIC S9(9) COMP                 .
                INCLUDE DCLCOPY
           END-EXEC.

           EXEC SQL
                INCLUDE DCLCPHST
           END-EXEC.

           EXEC SQL
                INCLUDE DCLXFER
           END-EXEC.

           EXEC SQL
                INCLUDE DCLHOLDS
           END-EXEC.

           EXEC SQL
                INCLUDE DCLNOTIC
           END-EXEC.

           EXEC SQL
                INCLUDE DCLOPER
           END-EXEC.

      *-----------------------------------------------------------------
      *THE IN-TRANSIT BARCODES OF THE SHIPMENT BEING RECEIVED - STILL---
      *POINTING AT THE SOURCE BRANCH UNTIL THEY LAND. A COPY RIDING----
      *A HOLD'S OWN SHIPMENT IS NOT PART OF THIS CRATE------------------
           EXEC SQL DECLARE XT_CURSOR CURSOR FOR
                SELECT ACCESSION_NO
                FROM   IBMUSER.COPIES C
                WHERE  BOOK_ID   = :BRHLD-BOOK-ID
                AND    BRANCH_ID = :WS-FROM-BRANCH
                AND    STATUS    = 'T'
                AND    NOT EXISTS
                      (SELECT 1
                       FROM   IBMUSER.HOLDS H
                       WHERE  H.ACCESSION_NO = C.ACCESSION_NO
                       AND    H.STATUS       = 'T')
                ORDER BY ACCESSION_NO
           END-EXEC.

           MOVE XFER-TO-BRANCH   TO WS-TO-BRANCH
           MOVE XFER-QTY         TO WS-XFER-QTY

      *A SHIPMENT OPENED FOR A HOLD (LOAN01/BULKRET/HOLDEXP) CARRIES----
      *THAT HOLD'S COPY - IT GOES TO THE HOLD SHELF, NOT THE OPEN SHELF-
           EXEC SQL
                SELECT HOLD_ID, BORROWER_ID, VALUE(ACCESSION_NO, ' ')
                INTO  :HOLDS-HOLD-ID, :HOLDS-BORROWER-ID,
                      :HOLDS-ACCESSION-NO
                FROM   IBMUSER.HOLDS
                WHERE  XFER_ID = :XFER-XFER-ID
                AND    STATUS  = 'T'
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   PERFORM A3500-RECEIVE-HOLD THRU A3500-EXIT
              WHEN SQLCODE = 100
                   CONTINUE
              WHEN OTHER
                   MOVE    'A3000-RECEIVE.'       TO ERR-LOC
                   MOVE     SQLCODE               TO ERR-CODE
                   MOVE    'Y'                    TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           EXEC SQL
                UPDATE IBMUSER.BRANCH_HOLDINGS
                SET    COPIES    = COPIES    + :WS-XFER-QTY,

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   PERFORM Z7700-COPY-BEFORE THRU Z7700-EXIT

                   EXEC SQL
                        UPDATE IBMUSER.COPIES
                        SET    BRANCH_ID    = :WS-TO-BRANCH,
                      PERFORM  XXXX-ERROR-HANDLING
                   END-IF

                   PERFORM Z7710-COPY-HISTORY THRU Z7710-EXIT

                   ADD 1 TO WS-MOVED-COUNT

              WHEN SQLCODE = 100

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   PERFORM Z7700-COPY-BEFORE THRU Z7700-EXIT

                   EXEC SQL
                        UPDATE IBMUSER.COPIES
                        SET    STATUS       = 'T'
                      PERFORM  XXXX-ERROR-HANDLING
                   END-IF

                   PERFORM Z7710-COPY-HISTORY THRU Z7710-EXIT

                   ADD 1 TO WS-MOVED-COUNT

              WHEN SQLCODE = 100
           EXIT
           .
      *-----------------------------------------------------------------
      *A HOLD SHIPMENT HAS ARRIVED AT THE PICKUP BRANCH - THE COPY JOINS
      *THE BRANCH'S HOLDINGS BUT NOT ITS SHELF COUNT (IT SITS ON THE----
      *HOLD SHELF, 'H'), THE HOLD GOES READY ('R') SO THE PICKUP WINDOW-
      *STARTS TODAY, AND THE HOLD-READY NOTICE IS QUEUED----------------
       A3500-RECEIVE-HOLD.
           IF WS-TO-BRANCH NOT = 0
              EXEC SQL
                   UPDATE IBMUSER.BRANCH_HOLDINGS
                   SET    COPIES    = COPIES + :WS-XFER-QTY
                   WHERE  BOOK_ID   = :BRHLD-BOOK-ID
                   AND    BRANCH_ID = :WS-TO-BRANCH
              END-EXEC

              EVALUATE TRUE
                 WHEN SQLCODE = 0
                      CONTINUE
                 WHEN SQLCODE = 100
                      MOVE WS-TO-BRANCH  TO BRHLD-BRANCH-ID
                      MOVE WS-XFER-QTY   TO BRHLD-COPIES
                      MOVE 0             TO BRHLD-AVAILABLE

                      EXEC SQL
                           INSERT INTO IBMUSER.BRANCH_HOLDINGS
                                  (BOOK_ID, BRANCH_ID, COPIES,
                                   AVAILABLE)
                           VALUES (:BRHLD-BOOK-ID, :BRHLD-BRANCH-ID,
                                   :BRHLD-COPIES, :BRHLD-AVAILABLE)
                      END-EXEC

                      IF SQLCODE NOT = 0
                         MOVE    'A3500-RECEIVE-HOLD.' TO ERR-LOC
                         MOVE     SQLCODE              TO ERR-CODE
                         MOVE    'Y'                   TO ERROR-HANDLING
                         PERFORM  XXXX-ERROR-HANDLING
                      END-IF
                 WHEN OTHER
                      MOVE    'A3500-RECEIVE-HOLD.'  TO ERR-LOC
                      MOVE     SQLCODE               TO ERR-CODE
                      MOVE    'Y'                    TO ERROR-HANDLING
                      PERFORM  XXXX-ERROR-HANDLING
              END-EVALUATE
           END-IF

           EXEC SQL
                UPDATE IBMUSER.TRANSFERS
                SET    STATUS       = 'R',
                       RECEIVE_DATE = CURRENT DATE
                WHERE  XFER_ID      = :XFER-XFER-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A3500-RECEIVE-HOLD.'  TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF HOLDS-ACCESSION-NO NOT = SPACES
              MOVE HOLDS-ACCESSION-NO TO COPY-ACCESSION-NO

              PERFORM Z7700-COPY-BEFORE THRU Z7700-EXIT

              EXEC SQL
                   UPDATE IBMUSER.COPIES
                   SET    BRANCH_ID    = :WS-TO-BRANCH,
                          STATUS       = 'H'
                   WHERE  ACCESSION_NO = :COPY-ACCESSION-NO
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE    'A3500-RECEIVE-HOLD.'  TO ERR-LOC
                 MOVE     SQLCODE               TO ERR-CODE
                 MOVE    'Y'                    TO ERROR-HANDLING
                 PERFORM  XXXX-ERROR-HANDLING
              END-IF

              PERFORM Z7710-COPY-HISTORY THRU Z7710-EXIT
           END-IF

           EXEC SQL
                UPDATE IBMUSER.HOLDS
                SET    STATUS     = 'R',
                       READY_DATE = CURRENT DATE
                WHERE  HOLD_ID    = :HOLDS-HOLD-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A3500-RECEIVE-HOLD.'  TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE HOLDS-BORROWER-ID TO NOTIC-BORROWER-ID
           MOVE 'H'               TO NOTIC-NOTICE-TYPE
           MOVE BRHLD-BOOK-ID     TO WS-NTC-BOOK-ID
           MOVE SPACES            TO NOTIC-NOTICE-TEXT
           STRING 'HOLD READY FOR PICKUP - BOOK ID '
                                         DELIMITED BY SIZE
                  WS-NTC-BOOK-ID         DELIMITED BY SIZE
                  INTO NOTIC-NOTICE-TEXT
           END-STRING
           PERFORM Z7000-QUEUE-NOTICE THRU Z7000-EXIT

           MOVE BRHLD-BOOK-ID TO BOOKS-BOOK-ID
           PERFORM A2500-LOG-AUDIT THRU A2500-EXIT

           MOVE 'HOLD SHIPMENT RECEIVED - COPY TO THE HOLD SHELF.'
                                TO MESSAGEO
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A3500-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *QUEUE ONE ROW ON THE CENTRAL NOTICES TABLE (STATUS 'Q') FOR THE-
      *NOTSPOOL NIGHTLY SPOOL TO DELIVER - THE CALLER SETS BORROWER,---
      *TYPE AND TEXT IN DCLNOTIC BEFOREHAND (SAME AS LOAN01)------------
       Z7000-QUEUE-NOTICE.
           MOVE 'NOTICID ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(NOTICE_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.NOTICES
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'Z7000-QUEUE-NOTICE.'  TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT
           MOVE WS-NEXT-KEY-VALUE TO WS-NEXT-NOTICE-ID

           MOVE WS-NEXT-NOTICE-ID TO NOTIC-NOTICE-ID

           EXEC SQL
                INSERT INTO IBMUSER.NOTICES
                       (NOTICE_ID, BORROWER_ID, NOTICE_TYPE,
                        NOTICE_TEXT, QUEUED_DATE, SENT_DATE,
                        CHANNEL, STATUS)
                VALUES (:NOTIC-NOTICE-ID, :NOTIC-BORROWER-ID,
                        :NOTIC-NOTICE-TYPE, :NOTIC-NOTICE-TEXT,
                        CURRENT DATE, NULL, ' ', 'Q')
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'Z7000-QUEUE-NOTICE.'  TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       Z7000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *RECORD THE TRANSFER IN THE BOOKS MAINTENANCE AUDIT TRAIL ('T')---
       A2500-LOG-AUDIT.
           EXEC SQL
              END-EXEC
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
           MOVE 'BRXFER1 '         TO CPHST-PROGRAM
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
      *RECORD THE FAILURE IN THE CENTRAL ERROR LOG BEFORE THE MESSAGE--
      *REACHES THE TERMINAL (SEE BOOK01DB'S Z9500-LOG-ERROR)------------
       Z9500-LOG-ERROR.
