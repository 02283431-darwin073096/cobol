      * EXACTLY WHAT LOAN01'S ONLINE RETURN PATH DOES:                *
      *    -- CLOSE THE OPEN LOANS ROW (STATUS 'R', RETURN DATE)      *
      *    -- PARK THE COPY FOR THE OLDEST QUEUED HOLD ('H'/'R' AND   *
      *       A HOLD-READY NOTICE) OR PUT IT BACK TO AVAILABLE - AN   *
      *       ANY-EDITION HOLD ON A SISTER EDITION OF THE SAME WORK   *
      *       IS IN THE QUEUE TOO, AND IS MOVED ONTO THIS EDITION     *
      *    -- A HOLD FOR PICKUP AT ANOTHER BRANCH SHIPS THE COPY THERE*
      *       INSTEAD (TRANSFERS ROW, HOLD IN TRANSIT 'T')            *
      *    -- RETURN THE COPY TO ITS BRANCH'S AVAILABILITY            *
      *    -- ASSESS THE OVERDUE FINE UNDER THE BORROWER TYPE'S       *
      *       LOAN_POLICY, NET OF CLOSED DAYS - OR, FOR A SHORT LOAN  *
      *       FROM COURSE RESERVES, BY THE HOUR AT THE RESERVE'S RATE *
      *       (AN ITEM_POLICY ROW FOR THE TITLE'S ITEM TYPE OVERRIDES *
      *       THE TYPE'S RATE AND CAP)                                *
      *    -- WRITE THE BOOKS_AUDIT 'R' ROW                           *
      * A SCAN OF A COPY DECLARED LOST CLOSES THE LOST LOAN INSTEAD,  *
      * PUTS THE COPY BACK INTO STOCK AND CANCELS THE REPLACEMENT     *
      * CHARGE - ANY MONEY PAID ON IT IS CREDITED OR LEDGERED AS A    *
      * 'REFUND DUE' PER 'LOSTRFND' AND REGISTERED ON LOST_REFUNDS.   *
      * A SCAN OF A COPY UNDER A CLAIMS-RETURNED DISPUTE (LOAN 'D')   *
      * CLOSES THE LOAN WITH NO FINE AND THE CLAIM AS FOUND.          *
      * SCANS THAT MATCH NO OPEN LOAN COME OUT ON THE BRTOUT          *
      * EXCEPTION LISTING FOR THE DESK TO SORT BY HAND.               *
      *                                                               *
      *    -- LOAN01  > THE ONLINE RETURN PATH THIS RUN MIRRORS       *
      *    -- STOCKTK > SAME FIXED-RECORD SCANNER INPUT SHAPE         *
      *    -- NOTSPOOL > DELIVERS THE HOLD-READY NOTICES              *
      *    -- CASHRPT > PRINTS THE DAY'S LOST_REFUNDS REGISTER        *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
           05  WS-XL-ACCESSION-NO    PIC X(012)                       .
           05  FILLER                PIC X(196) VALUE ALL SPACES      .

      *A COPY DECLARED LOST CAME BACK IN THE DROP - ANY CASH REFUND-----
      *IS DUE TO THE BORROWER, NOBODY WAS AT THE DESK TO PAY IT---------
       01  WS-FOUND-LINE.
           05  FILLER                PIC X(022) VALUE
                                         'LOST COPY RETURNED    '     .
           05  WS-FL-ACCESSION-NO    PIC X(012)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(009) VALUE 'LOAN ID: '     .
           05  WS-FL-LOAN-ID         PIC Z(008)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'BORROWER: '    .
           05  WS-FL-BORROWER-ID     PIC Z(003)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'PAID: '        .
           05  WS-FL-PAID            PIC ZZ,ZZ9.99                    .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'CREDITED: '    .
           05  WS-FL-CREDITED        PIC ZZ,ZZ9.99                    .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(012) VALUE 'REFUND DUE: '  .
           05  WS-FL-REFUND          PIC ZZ,ZZ9.99                    .
           05  FILLER                PIC X(099) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(007) VALUE 'FINES: '         .
               10  WS-SM-FINES     PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(012) VALUE 'LOST FOUND: '    .
               10  WS-SM-FOUND     PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(015) VALUE 'CLAIMS CLOSED: ' .
               10  WS-SM-CLAIMS    PIC ZZZZ9                          .
               10  FILLER          PIC X(136) VALUE ALL SPACES        .
           05  WS-FOOTER.
               10  FILLER          PIC X(108) VALUE ALL '-'           .
               10  FILLER          PIC X(015) VALUE 'NOTHING FOLLOWS' .
           05  WS-TOTAL-RETURNED   PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-EXCEPT     PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-FINES      PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-FOUND      PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-CLAIMS     PIC  9(05) VALUE 0                 .
           05  WS-COPY-NEW-STATUS  PIC X(01)                          .
           05  WS-WORK-ID          PIC S9(04) COMP                    .
           05  WS-DAYS-LATE        PIC S9(09) COMP                    .
           05  WS-MINUTES-LATE     PIC S9(09) COMP                    .
           05  WS-HOURS-LATE       PIC S9(09) COMP                    .
           05  WS-CLOSED-COUNT     PIC S9(09) COMP                    .
           05  WS-FINE-RATE        PIC S9(3)V9(2) USAGE COMP-3        .
           05  WS-MAX-FINE         PIC S9(5)V9(2) USAGE COMP-3        .
           05  WS-NEXT-AUDIT-ID    PIC S9(04) COMP                    .
           05  WS-NEXT-NOTICE-ID   PIC S9(09) COMP                    .
           05  WS-NTC-BOOK-ID      PIC 9(04)                          .
           05  WS-NEXT-XFER-ID     PIC S9(09) COMP                    .
           05  WS-POLICY-SW        PIC X      VALUE 'N'               .
               88  POLICY-FOUND               VALUE 'Y'               .
           05  WS-ITEM-TYPE        PIC X(01)                          .
      *LOST COPY FOUND IN THE DROP - THE CANCELLED CHARGE AND WHERE-----
      *THE MONEY ALREADY TAKEN ON IT GOES ('LOSTRFND' POLICY)-----------
           05  WS-LOST-SW          PIC X      VALUE 'N'               .
               88  LOST-COPY-FOUND            VALUE 'Y'               .
           05  WS-CREDIT-SW        PIC X      VALUE 'N'               .
               88  NO-CREDIT-FINES            VALUE 'Y'               .
           05  WS-REFUND-POLICY    PIC X(01)                          .
           05  WS-DROP-OPER-ID     PIC X(08)  VALUE 'BOOKDROP'        .
           05  WS-LOST-FINE-ID     PIC S9(09) COMP                    .
           05  WS-LOST-PAID        PIC S9(5)V9(2) USAGE COMP-3        .
           05  WS-CREDIT-LEFT      PIC S9(5)V9(2) USAGE COMP-3        .
           05  WS-CREDIT-BAL       PIC S9(5)V9(2) USAGE COMP-3        .
           05  WS-CREDIT-AMT       PIC S9(5)V9(2) USAGE COMP-3        .
           05  WS-CREDIT-TOTAL     PIC S9(5)V9(2) USAGE COMP-3        .
           05  WS-REFUND-AMT       PIC S9(5)V9(2) USAGE COMP-3        .
           05  SCAN-EOF-SW         PIC  9     VALUE 0                 .
               88  SCAN-EOF                   VALUE 1                 .
           05  ERROR-HANDLING          PIC X                          .
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
              INCLUDE DCLNOTIC
           END-EXEC.

           EXEC SQL
              INCLUDE DCLXFER
           END-EXEC.

           EXEC SQL
              INCLUDE DCLFPAY
           END-EXEC.

           EXEC SQL
              INCLUDE DCLLREF
           END-EXEC.

           EXEC SQL
              INCLUDE DCLCLAIM
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSRCH
           END-EXEC.

           EXEC SQL
              INCLUDE DCLCRSV
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       2100-RETURN-ONE.
           MOVE IP-ACCESSION-NO TO LOANS-ACCESSION-NO

      *A DISPUTED LOAN ('D' - CLAIMED RETURNED) IS CLOSED THE SAME WAY--
           EXEC SQL
                SELECT LOAN_ID, BOOK_ID, VALUE(BORROWER_ID, 0),
                       VALUE(BRANCH_ID, 0), STATUS
                INTO  :LOANS-LOAN-ID, :LOANS-BOOK-ID,
                      :LOANS-BORROWER-ID, :LOANS-BRANCH-ID,
                      :LOANS-STATUS
                FROM   IBMUSER.LOANS
                WHERE  ACCESSION_NO = :LOANS-ACCESSION-NO
                AND    STATUS       IN ('O', 'D')
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    PERFORM 2200-CLOSE-LOAN THRU 2200-EXIT
               WHEN SQLCODE = 100
                    PERFORM 2150-FIND-LOST-LOAN THRU 2150-EXIT
                    IF LOST-COPY-FOUND
                       PERFORM 2700-RETURN-LOST THRU 2700-EXIT
                    ELSE
                       ADD 1 TO WS-TOTAL-EXCEPT
                       MOVE IP-ACCESSION-NO TO WS-XL-ACCESSION-NO
                       MOVE  WS-EXCEPT-LINE TO OP-FIELDS
                       WRITE OP-FIELDS
                    END-IF
               WHEN OTHER
                    MOVE   'Y'                 TO ERROR-HANDLING
                    MOVE   '2100-RETURN-ONE'   TO ERR-LOC
           EXEC SQL
                UPDATE IBMUSER.LOANS
                SET    RETURN_DATE = CURRENT DATE,
                       RETURN_TIME = CURRENT TIME,
                       STATUS      = 'R'
                WHERE  LOAN_ID = :LOANS-LOAN-ID
           END-EXEC
           PERFORM 2300-CHECK-HOLD-QUEUE THRU 2300-EXIT
           PERFORM 2400-UPDATE-COPY      THRU 2400-EXIT
           PERFORM 2500-RETURN-BRANCH    THRU 2500-EXIT

           IF LOANS-STATUS = 'D'
              PERFORM 2210-CLOSE-CLAIM   THRU 2210-EXIT
           ELSE
              PERFORM 2600-ASSESS-FINE   THRU 2600-EXIT
           END-IF

           PERFORM 2800-LOG-AUDIT        THRU 2800-EXIT

           ADD 1 TO WS-TOTAL-RETURNED
           EXIT
           .
      *-----------------------------------------------------------------
      *THE COPY A BORROWER CLAIMED TO HAVE RETURNED CAME THROUGH THE----
      *DROP - NO FINE; THE CLAIM CLOSES AS FOUND ('F') AND THE COPY-----
      *COMES OFF THE SRCH01 SEARCH LIST (AS LOAN01'S A1253)-------------
       2210-CLOSE-CLAIM.
           EXEC SQL
                UPDATE IBMUSER.LOAN_CLAIMS
                SET    STATUS        = 'F',
                       RESOLVED_DATE = CURRENT DATE
                WHERE  LOAN_ID       = :LOANS-LOAN-ID
                AND    STATUS        = 'O'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2210-CLOSE-CLAIM'  TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE LOANS-ACCESSION-NO TO SRCH-ACCESSION-NO

           EXEC SQL
                UPDATE IBMUSER.SEARCH_LIST
                SET    STATUS           = 'F',
                       LAST_SEARCH_DATE = CURRENT DATE
                WHERE  ACCESSION_NO     = :SRCH-ACCESSION-NO
                AND    STATUS           = 'S'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2210-CLOSE-CLAIM'  TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           ADD 1 TO WS-TOTAL-CLAIMS
           .
       2210-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A COPY JUST CAME BACK - IF A BORROWER IS QUEUED ON THIS BOOK THE-
      *COPY IS PARKED FOR THE OLDEST QUEUED HOLD (AND A HOLD-READY------
      *NOTICE QUEUED), OTHERWISE IT GOES STRAIGHT BACK TO AVAILABLE-----
      *(SAME LOGIC AS LOAN01'S A1216-CHECK-HOLD-QUEUE, ANY-EDITION------
      *HOLDS ON THE BOOK'S SISTER EDITIONS INCLUDED)--------------------
       2300-CHECK-HOLD-QUEUE.
           EXEC SQL
                SELECT VALUE(WORK_ID, 0)
                INTO  :WS-WORK-ID
                FROM   IBMUSER.BOOKS
                WHERE  BOOK_ID = :BOOKS-BOOK-ID
           END-EXEC

           IF SQLCODE = 100
              MOVE 0 TO WS-WORK-ID
           ELSE
              IF SQLCODE NOT = 0
                 MOVE   'Y'                     TO ERROR-HANDLING
                 MOVE   '2300-CHECK-HOLD-QUEUE' TO ERR-LOC
                 MOVE    SQLCODE                TO ERR-CODE
                 PERFORM XXXX-ERROR-HANDLING
              END-IF
           END-IF

           EXEC SQL
                SELECT VALUE(MIN(HOLD_ID), 0)
                INTO  :HOLDS-HOLD-ID
                FROM   IBMUSER.HOLDS
                WHERE  STATUS  = 'Q'
                AND   (BOOK_ID = :BOOKS-BOOK-ID
                   OR (:WS-WORK-ID > 0
                  AND  ANY_EDITION = 'Y'
                  AND  BOOK_ID IN
                      (SELECT E.BOOK_ID
                       FROM   IBMUSER.BOOKS E
                       WHERE  E.WORK_ID = :WS-WORK-ID)))
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM XXXX-ERROR-HANDLING
           END-IF

      *A HOLD TO BE COLLECTED AT ANOTHER BRANCH GOES ON THE VAN---------
           IF HOLDS-HOLD-ID > 0
              EXEC SQL
                   SELECT VALUE(PICKUP_BRANCH, 0)
                   INTO  :HOLDS-PICKUP-BRANCH
                   FROM   IBMUSER.HOLDS
                   WHERE  HOLD_ID = :HOLDS-HOLD-ID
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE   'Y'                     TO ERROR-HANDLING
                 MOVE   '2300-CHECK-HOLD-QUEUE' TO ERR-LOC
                 MOVE    SQLCODE                TO ERR-CODE
                 PERFORM XXXX-ERROR-HANDLING
              END-IF

              IF HOLDS-PICKUP-BRANCH NOT = LOANS-BRANCH-ID
                 PERFORM 2360-SHIP-TO-PICKUP THRU 2360-EXIT
                 GO TO 2300-EXIT
              END-IF
           END-IF

           IF HOLDS-HOLD-ID > 0
              MOVE 'H' TO WS-COPY-NEW-STATUS

              EXEC SQL
                   UPDATE IBMUSER.HOLDS
                   SET    STATUS       = 'R',
                          READY_DATE   = CURRENT DATE,
                          ACCESSION_NO = :LOANS-ACCESSION-NO,
                          BOOK_ID      = :BOOKS-BOOK-ID
                   WHERE  HOLD_ID      = :HOLDS-HOLD-ID
              END-EXEC
           ELSE
              MOVE 'A' TO WS-COPY-NEW-STATUS
       2350-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE OLDEST QUEUED HOLD IS COLLECTED ELSEWHERE - OPEN A ONE-COPY--
      *SHIPMENT TO ITS PICKUP BRANCH AND LET THE HOLD RIDE IT ('T');----
      *BRXFER1'S RECEIVE MAKES IT READY AND SENDS THE NOTICE (SAME------
      *LOGIC AS LOAN01'S A1239-SHIP-TO-PICKUP)--------------------------
       2360-SHIP-TO-PICKUP.
           MOVE 'T' TO WS-COPY-NEW-STATUS

           MOVE 'XFERID  ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(XFER_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.TRANSFERS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                     TO ERROR-HANDLING
              MOVE   '2360-SHIP-TO-PICKUP'   TO ERR-LOC
              MOVE    SQLCODE                TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT
           MOVE WS-NEXT-KEY-VALUE   TO WS-NEXT-XFER-ID

           MOVE WS-NEXT-XFER-ID     TO XFER-XFER-ID
           MOVE BOOKS-BOOK-ID       TO XFER-BOOK-ID
           MOVE LOANS-BRANCH-ID     TO XFER-FROM-BRANCH
           MOVE HOLDS-PICKUP-BRANCH TO XFER-TO-BRANCH
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
              MOVE   'Y'                     TO ERROR-HANDLING
              MOVE   '2360-SHIP-TO-PICKUP'   TO ERR-LOC
              MOVE    SQLCODE                TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                UPDATE IBMUSER.HOLDS
                SET    STATUS       = 'T',
                       XFER_ID      = :XFER-XFER-ID,
                       ACCESSION_NO = :LOANS-ACCESSION-NO,
                       BOOK_ID      = :BOOKS-BOOK-ID
                WHERE  HOLD_ID      = :HOLDS-HOLD-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                     TO ERROR-HANDLING
              MOVE   '2360-SHIP-TO-PICKUP'   TO ERR-LOC
              MOVE    SQLCODE                TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF LOANS-BRANCH-ID NOT = 0
              EXEC SQL
                   UPDATE IBMUSER.BRANCH_HOLDINGS
                   SET    COPIES    = COPIES - 1
                   WHERE  BOOK_ID   = :BOOKS-BOOK-ID
                   AND    BRANCH_ID = :LOANS-BRANCH-ID
                   AND    COPIES    > 0
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE   'Y'                     TO ERROR-HANDLING
                 MOVE   '2360-SHIP-TO-PICKUP'   TO ERR-LOC
                 MOVE    SQLCODE                TO ERR-CODE
                 PERFORM XXXX-ERROR-HANDLING
              END-IF
           END-IF
           .
       2360-EXIT.
           EXIT
           .
       2400-UPDATE-COPY.
           MOVE LOANS-ACCESSION-NO TO COPY-ACCESSION-NO

           PERFORM 7700-COPY-BEFORE THRU 7700-EXIT

           EXEC SQL
                UPDATE IBMUSER.COPIES
                SET    STATUS       = :WS-COPY-NEW-STATUS
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM 7710-COPY-HISTORY THRU 7710-EXIT
           .
       2400-EXIT.
           EXIT
      *A1217/A1218: DAYS LATE NET OF CALENDAR CLOSED DAYS, RATE AND-----
      *CAP FROM THE BORROWER TYPE'S LOAN_POLICY (FALLING BACK TO THE----
      *'FINERATE' SETTING), A ZERO RATE MEANS THE TYPE IS NEVER FINED---
      *A SHORT LOAN FROM COURSE RESERVES GOES BY THE HOUR (SEE 2610)----
       2600-ASSESS-FINE.
           MOVE 0 TO WS-HOURS-LATE

           EXEC SQL
                SELECT DAYS(RETURN_DATE) - DAYS(DUE_DATE),
                       CHAR(DUE_DATE, ISO), CHAR(RETURN_DATE, ISO),
                       VALUE(CHAR(DUE_TIME, JIS), ' '),
                       VALUE(RESERVE_ID, 0),
                       CASE WHEN DUE_TIME IS NULL
                              OR RETURN_TIME IS NULL THEN 0
                            ELSE (DAYS(RETURN_DATE) - DAYS(DUE_DATE))
                                 * 1440
                               + (MIDNIGHT_SECONDS(RETURN_TIME)
                                - MIDNIGHT_SECONDS(DUE_TIME)) / 60
                       END
                INTO  :WS-DAYS-LATE
                     ,:LOANS-DUE-DATE
                     ,:LOANS-RETURN-DATE
                     ,:LOANS-DUE-TIME
                     ,:LOANS-RESERVE-ID
                     ,:WS-MINUTES-LATE
                FROM   IBMUSER.LOANS
                WHERE  LOAN_ID = :LOANS-LOAN-ID
           END-EXEC
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF LOANS-DUE-TIME NOT = SPACES
              PERFORM 2610-SHORT-LOAN-LATE THRU 2610-EXIT
              GO TO 2600-EXIT
           END-IF

           IF WS-DAYS-LATE <= 0 OR LOANS-BORROWER-ID = 0
              GO TO 2600-EXIT
           END-IF
              GO TO 2600-EXIT
           END-IF

           PERFORM 2620-WRITE-FINE THRU 2620-EXIT
           .
       2600-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A SHORT LOAN FROM COURSE RESERVES CAME BACK - SAME AS LOAN01'S---
      *A1261: EVERY HOUR OR PART HOUR PAST THE DUE TIME IS FINED AT THE-
      *RESERVE'S HOURLY RATE, A ZERO RATE ON THE BORROWER TYPE'S POLICY-
      *STILL MEANS NEVER FINED, AND THE POLICY CAP STILL APPLIES--------
       2610-SHORT-LOAN-LATE.
           IF WS-MINUTES-LATE <= 0 OR LOANS-BORROWER-ID = 0
              GO TO 2610-EXIT
           END-IF

           MOVE 0                TO CRSV-HOURLY-RATE
           MOVE LOANS-RESERVE-ID TO CRSV-RESERVE-ID

           EXEC SQL
                SELECT HOURLY_RATE
                INTO  :CRSV-HOURLY-RATE
                FROM   IBMUSER.COURSE_RESERVES
                WHERE  RESERVE_ID = :CRSV-RESERVE-ID
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE   'Y'                    TO ERROR-HANDLING
              MOVE   '2610-SHORT-LOAN-LATE' TO ERR-LOC
              MOVE    SQLCODE               TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF CRSV-HOURLY-RATE = 0
              GO TO 2610-EXIT
           END-IF

           PERFORM 2650-GET-POLICY THRU 2650-EXIT

           IF POLICY-FOUND AND WS-FINE-RATE = 0
              GO TO 2610-EXIT
           END-IF

           COMPUTE WS-HOURS-LATE = (WS-MINUTES-LATE + 59) / 60
           MOVE CRSV-HOURLY-RATE TO WS-FINE-RATE

           PERFORM 2620-WRITE-FINE THRU 2620-EXIT
           .
       2610-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *WRITE THE OVERDUE FINE - DAYS OR, FOR A SHORT LOAN, HOURS LATE---
      *AT THE RATE IN HAND, HELD TO THE POLICY CAP----------------------
       2620-WRITE-FINE.
      *DRAW THE NEXT FINE ID FROM THE CENTRAL ASSIGNER - THE SEED IS----
      *ONLY USED THE FIRST TIME THE KEY ROW IS CREATED-------------------
           MOVE 'FINEID  ' TO WS-KEY-NAME

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2620-WRITE-FINE'   TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           MOVE WS-NEXT-FINE-ID   TO FINES-FINE-ID
           MOVE LOANS-BORROWER-ID TO FINES-BORROWER-ID
           MOVE LOANS-LOAN-ID     TO FINES-LOAN-ID

           IF WS-HOURS-LATE > 0
              COMPUTE FINES-AMOUNT = WS-HOURS-LATE * WS-FINE-RATE
           ELSE
              COMPUTE FINES-AMOUNT = WS-DAYS-LATE * WS-FINE-RATE
           END-IF

           IF WS-MAX-FINE > 0 AND FINES-AMOUNT > WS-MAX-FINE
              MOVE WS-MAX-FINE TO FINES-AMOUNT

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2620-WRITE-FINE'   TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           ADD 1 TO WS-TOTAL-FINES
           .
       2620-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *RATE AND CAP FOR THE BORROWER IN HAND - LOAN_POLICY BY TYPE,-----
      *FALLING BACK TO THE GLOBAL 'FINERATE' SETTING (SAME SHAPE AS-----
      *LOAN01'S A1230-GET-POLICY). AN ITEM_POLICY ROW FOR THE BORROWER--
      *TYPE AND THE TITLE'S ITEM TYPE OVERRIDES BOTH (LOAN01'S A1262)---
       2650-GET-POLICY.
           MOVE 'N' TO WS-POLICY-SW
           MOVE 0   TO WS-FINE-RATE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE 'B'           TO WS-ITEM-TYPE
           MOVE LOANS-BOOK-ID TO BOOKS-BOOK-ID

           EXEC SQL
                SELECT VALUE(ITEM_TYPE, 'B')
                INTO  :WS-ITEM-TYPE
                FROM   IBMUSER.BOOKS
                WHERE  BOOK_ID = :BOOKS-BOOK-ID
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2650-GET-POLICY'   TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-ITEM-TYPE = SPACES
              MOVE 'B' TO WS-ITEM-TYPE
           END-IF

           MOVE BORRW-BORROWER-TYPE TO ITPOL-BORROWER-TYPE
           MOVE WS-ITEM-TYPE        TO ITPOL-ITEM-TYPE

           EXEC SQL
                SELECT FINE_RATE, MAX_FINE
                INTO  :ITPOL-FINE-RATE, :ITPOL-MAX-FINE
                FROM   IBMUSER.ITEM_POLICY
                WHERE  BORROWER_TYPE = :ITPOL-BORROWER-TYPE
                AND    ITEM_TYPE     = :ITPOL-ITEM-TYPE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE 'Y'              TO WS-POLICY-SW
                    MOVE ITPOL-FINE-RATE  TO WS-FINE-RATE
                    MOVE ITPOL-MAX-FINE   TO WS-MAX-FINE
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    MOVE   'Y'                 TO ERROR-HANDLING
                    MOVE   '2650-GET-POLICY'   TO ERR-LOC
                    MOVE    SQLCODE            TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           IF NOT POLICY-FOUND
              MOVE 'FINERATE' TO SETTG-SETTING-ID

           EXIT
           .
      *-----------------------------------------------------------------
      *NO OPEN LOAN FOR THE SCAN - BUT IT MAY BE A COPY DECLARED LOST---
      *(STILL MARKED 'L' ON IBMUSER.COPIES) COMING BACK THROUGH THE-----
      *DROP. THE LATEST LOST LOAN ON THE COPY IS THE ONE IT CLOSES------
       2150-FIND-LOST-LOAN.
           MOVE 'N' TO WS-LOST-SW

           EXEC SQL
                SELECT L.LOAN_ID, L.BOOK_ID, VALUE(L.BORROWER_ID, 0),
                       VALUE(L.BRANCH_ID, 0)
                INTO  :LOANS-LOAN-ID, :LOANS-BOOK-ID,
                      :LOANS-BORROWER-ID, :LOANS-BRANCH-ID
                FROM   IBMUSER.LOANS  L,
                       IBMUSER.COPIES C
                WHERE  L.ACCESSION_NO = :LOANS-ACCESSION-NO
                AND    L.STATUS       = 'L'
                AND    C.ACCESSION_NO = L.ACCESSION_NO
                AND    C.STATUS       = 'L'
                ORDER BY L.LOAN_ID DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE 'Y' TO WS-LOST-SW
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    MOVE   'Y'                   TO ERROR-HANDLING
                    MOVE   '2150-FIND-LOST-LOAN' TO ERR-LOC
                    MOVE    SQLCODE              TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2150-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE LOST COPY IS BACK - SAME AS LOAN01'S A1241-RETURN-LOST: THE--
      *LOAN CLOSES AS A RETURN, THE COPY COMES BACK INTO TOTAL_COPIES---
      *AND ITS BRANCH'S HOLDINGS, THEN TAKES THE ORDINARY HOLD QUEUE /--
      *SHELF PATH. NO OVERDUE FINE - THE REPLACEMENT CHARGE STOOD IN----
      *FOR IT, AND 2710 SETTLES THAT------------------------------------
       2700-RETURN-LOST.
           EXEC SQL
                UPDATE IBMUSER.LOANS
                SET    RETURN_DATE = CURRENT DATE,
                       RETURN_TIME = CURRENT TIME,
                       STATUS      = 'R'
                WHERE  LOAN_ID     = :LOANS-LOAN-ID
                AND    STATUS      = 'L'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2700-RETURN-LOST'  TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE LOANS-BOOK-ID TO BOOKS-BOOK-ID

           EXEC SQL
                UPDATE IBMUSER.BOOKS
                SET    TOTAL_COPIES = TOTAL_COPIES + 1
                WHERE  BOOK_ID      = :BOOKS-BOOK-ID
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2700-RETURN-LOST'  TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF LOANS-BRANCH-ID > 0
              EXEC SQL
                   UPDATE IBMUSER.BRANCH_HOLDINGS
                   SET    COPIES    = COPIES + 1
                   WHERE  BOOK_ID   = :LOANS-BOOK-ID
                   AND    BRANCH_ID = :LOANS-BRANCH-ID
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE   'Y'                 TO ERROR-HANDLING
                 MOVE   '2700-RETURN-LOST'  TO ERR-LOC
                 MOVE    SQLCODE            TO ERR-CODE
                 PERFORM XXXX-ERROR-HANDLING
              END-IF
           END-IF

           PERFORM 2300-CHECK-HOLD-QUEUE    THRU 2300-EXIT
           PERFORM 2400-UPDATE-COPY         THRU 2400-EXIT
           PERFORM 2500-RETURN-BRANCH       THRU 2500-EXIT
           PERFORM 2710-SETTLE-LOST-CHARGE  THRU 2710-EXIT
           PERFORM 2800-LOG-AUDIT           THRU 2800-EXIT

           ADD 1 TO WS-TOTAL-RETURNED
           ADD 1 TO WS-TOTAL-FOUND

           EXEC SQL
                COMMIT
           END-EXEC

           MOVE LOANS-ACCESSION-NO TO WS-FL-ACCESSION-NO
           MOVE LOANS-LOAN-ID      TO WS-FL-LOAN-ID
           MOVE LOANS-BORROWER-ID  TO WS-FL-BORROWER-ID
           MOVE WS-LOST-PAID       TO WS-FL-PAID
           MOVE WS-CREDIT-TOTAL    TO WS-FL-CREDITED
           MOVE WS-REFUND-AMT      TO WS-FL-REFUND

           MOVE  WS-FOUND-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           .
       2700-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *CANCEL THE LOAN'S REPLACEMENT CHARGE (FINE TYPE 'L', STATUS 'C')-
      *AND SETTLE WHAT WAS PAID ON IT UNDER 'LOSTRFND' THE SAME WAY-----
      *LOAN01'S A1242 DOES - EXCEPT THAT NO CASH CAN CHANGE HANDS AT----
      *THE DROP, SO THE REFUND IS LEDGERED AS 'REFUND DUE' UNDER THE----
      *BOOKDROP OPERATOR (OUTSIDE EVERY DRAWER) AND REGISTERED DUE ('D')
       2710-SETTLE-LOST-CHARGE.
           MOVE 0 TO WS-LOST-PAID
           MOVE 0 TO WS-CREDIT-TOTAL
           MOVE 0 TO WS-REFUND-AMT

           EXEC SQL
                SELECT FINE_ID, BORROWER_ID, VALUE(PAID_AMOUNT, 0)
                INTO  :FINES-FINE-ID, :FINES-BORROWER-ID,
                      :WS-LOST-PAID
                FROM   IBMUSER.FINES
                WHERE  LOAN_ID   = :LOANS-LOAN-ID
                AND    FINE_TYPE = 'L'
                AND    STATUS    IN ('O', 'P')
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    GO TO 2710-EXIT
               WHEN OTHER
                    MOVE   'Y'                       TO ERROR-HANDLING
                    MOVE   '2710-SETTLE-LOST-CHARGE' TO ERR-LOC
                    MOVE    SQLCODE                  TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE FINES-FINE-ID TO WS-LOST-FINE-ID

           IF WS-LOST-PAID > 0
              MOVE 'LOSTRFND' TO SETTG-SETTING-ID

              EXEC SQL
                   SELECT SETTING_VALUE
                   INTO  :SETTG-SETTING-VALUE
                   FROM   IBMUSER.LIB_SETTINGS
                   WHERE  SETTING_ID = :SETTG-SETTING-ID
              END-EXEC

              EVALUATE TRUE
                  WHEN SQLCODE = 0
                       MOVE SETTG-SETTING-VALUE(1:1) TO WS-REFUND-POLICY
                  WHEN SQLCODE = 100
                       MOVE 'R'                      TO WS-REFUND-POLICY
                  WHEN OTHER
                       MOVE 'Y'                       TO ERROR-HANDLING
                       MOVE '2710-SETTLE-LOST-CHARGE' TO ERR-LOC
                       MOVE  SQLCODE                  TO ERR-CODE
                       PERFORM XXXX-ERROR-HANDLING
              END-EVALUATE

              IF WS-REFUND-POLICY = 'C'
                 MOVE WS-LOST-PAID TO WS-CREDIT-LEFT
                 MOVE 'N'          TO WS-CREDIT-SW
                 PERFORM 2720-CREDIT-ONE THRU 2720-EXIT
                         UNTIL WS-CREDIT-LEFT NOT > 0
                         OR    NO-CREDIT-FINES
              END-IF

              COMPUTE WS-REFUND-AMT = WS-LOST-PAID - WS-CREDIT-TOTAL

              IF WS-CREDIT-TOTAL > 0
                 MOVE WS-LOST-FINE-ID   TO FPAY-FINE-ID
                 COMPUTE FPAY-AMOUNT    = 0 - WS-CREDIT-TOTAL
                 MOVE 'LOST CREDIT'     TO FPAY-EXT-REF
                 PERFORM 2730-WRITE-LEDGER THRU 2730-EXIT
              END-IF

              IF WS-REFUND-AMT > 0
                 MOVE WS-LOST-FINE-ID   TO FPAY-FINE-ID
                 COMPUTE FPAY-AMOUNT    = 0 - WS-REFUND-AMT
                 MOVE 'REFUND DUE'      TO FPAY-EXT-REF
                 PERFORM 2730-WRITE-LEDGER THRU 2730-EXIT
              END-IF

              PERFORM 2740-WRITE-REGISTER THRU 2740-EXIT
           END-IF

           EXEC SQL
                UPDATE IBMUSER.FINES
                SET    STATUS      = 'C',
                       PAID_AMOUNT = 0,
                       PAID_DATE   = CURRENT DATE
                WHERE  FINE_ID     = :WS-LOST-FINE-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                       TO ERROR-HANDLING
              MOVE   '2710-SETTLE-LOST-CHARGE' TO ERR-LOC
              MOVE    SQLCODE                  TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       2710-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *'LOSTRFND' = 'C' - THE BORROWER'S OLDEST OTHER OUTSTANDING FINE--
      *(NOT ONE WITH THE COLLECTION AGENCY) TAKES AS MUCH OF THE--------
      *CREDIT AS ITS BALANCE ALLOWS-------------------------------------
       2720-CREDIT-ONE.
           EXEC SQL
                SELECT FINE_ID, AMOUNT - VALUE(PAID_AMOUNT, 0)
                INTO  :FPAY-FINE-ID, :WS-CREDIT-BAL
                FROM   IBMUSER.FINES F
                WHERE  F.BORROWER_ID = :FINES-BORROWER-ID
                AND    F.STATUS      = 'O'
                AND    F.FINE_ID    <> :WS-LOST-FINE-ID
                AND    NOT EXISTS
                       (SELECT 1
                        FROM   IBMUSER.AGENCY_REFERRALS R
                        WHERE  R.REFERRAL_ID = F.REFERRAL_ID
                        AND    R.STATUS      = 'P')
                ORDER BY ASSESS_DATE, FINE_ID
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE 'Y' TO WS-CREDIT-SW
                    GO TO 2720-EXIT
               WHEN OTHER
                    MOVE   'Y'                 TO ERROR-HANDLING
                    MOVE   '2720-CREDIT-ONE'   TO ERR-LOC
                    MOVE    SQLCODE            TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           IF WS-CREDIT-LEFT < WS-CREDIT-BAL
              MOVE WS-CREDIT-LEFT TO WS-CREDIT-AMT
           ELSE
              MOVE WS-CREDIT-BAL  TO WS-CREDIT-AMT
           END-IF

           IF WS-CREDIT-AMT < WS-CREDIT-BAL
              EXEC SQL
                   UPDATE IBMUSER.FINES
                   SET    PAID_AMOUNT = VALUE(PAID_AMOUNT, 0)
                                      + :WS-CREDIT-AMT
                   WHERE  FINE_ID     = :FPAY-FINE-ID
              END-EXEC
           ELSE
              EXEC SQL
                   UPDATE IBMUSER.FINES
                   SET    PAID_AMOUNT = VALUE(PAID_AMOUNT, 0)
                                      + :WS-CREDIT-AMT,
                          STATUS      = 'P',
                          PAID_DATE   = CURRENT DATE
                   WHERE  FINE_ID     = :FPAY-FINE-ID
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2720-CREDIT-ONE'   TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-CREDIT-AMT > 0
              MOVE WS-CREDIT-AMT  TO FPAY-AMOUNT
              MOVE 'LOST CREDIT'  TO FPAY-EXT-REF
              PERFORM 2730-WRITE-LEDGER THRU 2730-EXIT
           END-IF

           SUBTRACT WS-CREDIT-AMT FROM WS-CREDIT-LEFT
           ADD      WS-CREDIT-AMT TO   WS-CREDIT-TOTAL
           .
       2720-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE PAYMENTS LEDGER ROW UNDER THE BOOKDROP OPERATOR - THE CALLER-
      *SETS FINE ID, SIGNED AMOUNT AND EXT_REF--------------------------
       2730-WRITE-LEDGER.
           MOVE 'PAYID   ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(PAYMENT_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.FINE_PAYMENTS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                  TO ERROR-HANDLING
              MOVE   '2730-WRITE-LEDGER'  TO ERR-LOC
              MOVE    SQLCODE             TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT

           MOVE WS-NEXT-KEY-VALUE TO FPAY-PAYMENT-ID
           MOVE FINES-BORROWER-ID TO FPAY-BORROWER-ID
           MOVE WS-TR-DATE        TO FPAY-PAY-DATE
           MOVE WS-TR-TIME        TO FPAY-PAY-TIME
           MOVE WS-DROP-OPER-ID   TO FPAY-OPER-ID

           EXEC SQL
                INSERT INTO IBMUSER.FINE_PAYMENTS
                       (PAYMENT_ID, FINE_ID, BORROWER_ID, AMOUNT,
                        PAY_DATE, PAY_TIME, OPER_ID, EXT_REF)
                VALUES (:FPAY-PAYMENT-ID, :FPAY-FINE-ID,
                        :FPAY-BORROWER-ID, :FPAY-AMOUNT,
                        :FPAY-PAY-DATE, :FPAY-PAY-TIME,
                        :FPAY-OPER-ID, :FPAY-EXT-REF)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                  TO ERROR-HANDLING
              MOVE   '2730-WRITE-LEDGER'  TO ERR-LOC
              MOVE    SQLCODE             TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       2730-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE LOST_REFUNDS REGISTER ROW - CASH DUE TO THE BORROWER ('D'),--
      *OR NONE ONCE THE CREDIT WENT ON ('N')----------------------------
       2740-WRITE-REGISTER.
           MOVE 'LREFID  ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(REFUND_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.LOST_REFUNDS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                   TO ERROR-HANDLING
              MOVE   '2740-WRITE-REGISTER' TO ERR-LOC
              MOVE    SQLCODE              TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT

           MOVE WS-NEXT-KEY-VALUE  TO LREF-REFUND-ID
           MOVE LOANS-LOAN-ID      TO LREF-LOAN-ID
           MOVE WS-LOST-FINE-ID    TO LREF-FINE-ID
           MOVE FINES-BORROWER-ID  TO LREF-BORROWER-ID
           MOVE BOOKS-BOOK-ID      TO LREF-BOOK-ID
           MOVE LOANS-ACCESSION-NO TO LREF-ACCESSION-NO
           MOVE WS-TR-DATE         TO LREF-REFUND-DATE
           MOVE WS-LOST-PAID       TO LREF-PAID-AMOUNT
           MOVE WS-CREDIT-TOTAL    TO LREF-CREDIT-AMOUNT
           MOVE WS-REFUND-AMT      TO LREF-REFUND-AMOUNT
           MOVE WS-DROP-OPER-ID    TO LREF-OPER-ID

           IF WS-REFUND-AMT > 0
              MOVE 'D' TO LREF-STATUS
           ELSE
              MOVE 'N' TO LREF-STATUS
           END-IF

           EXEC SQL
                INSERT INTO IBMUSER.LOST_REFUNDS
                       (REFUND_ID, LOAN_ID, FINE_ID, BORROWER_ID,
                        BOOK_ID, ACCESSION_NO, REFUND_DATE,
                        PAID_AMOUNT, CREDIT_AMOUNT, REFUND_AMOUNT,
                        STATUS, OPER_ID)
                VALUES (:LREF-REFUND-ID, :LREF-LOAN-ID,
                        :LREF-FINE-ID, :LREF-BORROWER-ID,
                        :LREF-BOOK-ID, :LREF-ACCESSION-NO,
                        :LREF-REFUND-DATE, :LREF-PAID-AMOUNT,
                        :LREF-CREDIT-AMOUNT, :LREF-REFUND-AMOUNT,
                        :LREF-STATUS, :LREF-OPER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                   TO ERROR-HANDLING
              MOVE   '2740-WRITE-REGISTER' TO ERR-LOC
              MOVE    SQLCODE              TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       2740-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *RECORD THE RETURN IN THE BOOKS AUDIT TRAIL ('R', THE SAME--------
      *ACTION LOAN01'S A1213-LOG-AUDIT WRITES FOR AN ONLINE RETURN)-----
       2800-LOG-AUDIT.
           MOVE    WS-TOTAL-RETURNED       TO WS-SM-RETURNED
           MOVE    WS-TOTAL-EXCEPT         TO WS-SM-EXCEPT
           MOVE    WS-TOTAL-FINES          TO WS-SM-FINES
           MOVE    WS-TOTAL-FOUND          TO WS-SM-FOUND
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
           MOVE 'BULKRET '         TO CPHST-PROGRAM
           MOVE WS-DROP-OPER-ID    TO CPHST-OPER-ID

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
