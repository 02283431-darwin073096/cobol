      * BORROWER ID FROM IBMUSER.BORROWERS - SEE BORRW01) OR          *
      * A RETURN AGAINST THE LOANS TABLE. THE PER-BORROWER LOAN       *
      * LIMIT ON THE BORROWER MASTER IS ENFORCED AT CHECK-OUT.        *
      * A BORROWER WITH AN ACTIVE IBMUSER.BORROWER_BLOCKS ROW, OR     *
      * OWING FINES AT OR OVER THE TYPE'S BLOCK THRESHOLD, IS REFUSED *
      * BOTH CHECK-OUT AND RENEWAL WITH THE BLOCK REASON SHOWN (SEE   *
      * BLOCK01).                                                     *
      * A RETURN THAT FILLS A HOLD WITH A PICKUP BRANCH OTHER THAN    *
      * THE RETURNING BRANCH OPENS A ONE-COPY TRANSFERS SHIPMENT TO   *
      * THAT BRANCH AND THE HOLD GOES IN TRANSIT ('T') - BRXFER1'S    *
      * RECEIVE MAKES IT READY AND SENDS THE PICKUP NOTICE.           *
      * A RETURN OF A COPY DECLARED LOST (HERE OR BY LOSTCNV) PUTS IT *
      * BACK IN STOCK AND CANCELS THE REPLACEMENT CHARGE - MONEY      *
      * ALREADY PAID ON IT IS CREDITED OR REFUNDED FROM THE DRAWER    *
      * PER THE 'LOSTRFND' SETTING AND ENTERED ON THE LOST_REFUNDS    *
      * REGISTER THAT CASHRPT PRINTS.                                 *
      * CONFIRM 'C' RECORDS A CLAIMS-RETURNED DISPUTE: THE LOAN GOES  *
      * TO 'D' (NO NOTICES, RECALL, LOST CONVERSION OR FINE), THE     *
      * COPY GOES MISSING ON THE SRCH01 SEARCH LIST AND THE CLAIM IS  *
      * COUNTED AGAINST THE BORROWER ON LOAN_CLAIMS (CLMRPT). A       *
      * RETURN OF THE CLAIMED COPY CLOSES THE LOAN WITH NO FINE.      *
      * A RETURNED COPY ALSO SERVES ANY-EDITION HOLDS QUEUED ON THE   *
      * OTHER EDITIONS OF THE SAME WORK (SEE WRKMNT01) - THE HOLD IS  *
      * MOVED ONTO THIS EDITION AS THE COPY IS PARKED OR SHIPPED, AND *
      * SUCH A HOLD BLOCKS RENEWAL THE SAME AS ONE ON THE BOOK ITSELF.*
      * A COPY ON AN ACTIVE COURSE RESERVE (SEE RSV01) GOES OUT ON A  *
      * SHORT LOAN OF THE RESERVE'S LOAN HOURS, DUE AT A TIME OF DAY  *
      * (NO LATER THAN THE 'RSVCLOSE' CLOSING TIME WHEN THAT SETTING  *
      * IS PRESENT). IT CANNOT BE RENEWED, AND A LATE RETURN IS FINED *
      * THE RESERVE'S HOURLY RATE FOR EACH HOUR OR PART HOUR LATE.    *
      * A DVD, AUDIOBOOK, PASS OR LAPTOP LENDS UNDER THE              *
      * IBMUSER.ITEM_POLICY ROW FOR THE BORROWER TYPE AND ITEM TYPE   *
      * WHEN THERE IS ONE - ITS OWN LOAN PERIOD, RENEW LIMIT, FINE    *
      * RATE AND CAP - AND CHECK-OUT IS REFUSED ONCE THE BORROWER HAS *
      * THAT ROW'S MAXIMUM NUMBER OF ITEMS OF THE TYPE OUT.           *
      * THE CHECK-OUTS CONFIRMED IN ONE TRANSACTION PRINT ONE         *
      * DUE-DATE SLIP, AND ITS RETURNS ONE RECEIPT WITH ANY FINES     *
      * ASSESSED, ON THE PRINTER THAT IBMUSER.DESK_PRINTERS ASSIGNS   *
      * THE TERMINAL (SEE DPRMNT01) - EACH ITEM'S TITLE, BARCODE AND  *
      * DATE, THEN THE BORROWER'S ITEMS NOW OUT AND FINES OWED. THE   *
      * SLIP PRINTS WHEN THE LAST SELECTED ITEM IS DONE OR THE CLERK  *
      * LEAVES WITH F3, F5 OR F12.                                    *
      * SLIPPRT PRINTS IT; A DESK WITH NO PRINTER GETS NO SLIP.       *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
               88  LOAN-NO                      VALUE 'N'             .
               88  LOAN-RENEW                   VALUE 'R'             .
               88  LOAN-LOST                    VALUE 'L'             .
               88  LOAN-CLAIM                   VALUE 'C'             .

           05  HOLD-FILLED             PIC X    VALUE 'N'             .
               88  HOLD-WAS-FILLED              VALUE 'Y'             .

           05  WS-DAMAGED-SW           PIC X    VALUE 'N'             .
               88  COPY-DAMAGED-OUT             VALUE 'Y'             .

           05  WS-LOST-SW              PIC X    VALUE 'N'             .
               88  LOST-COPY-FOUND              VALUE 'Y'             .

           05  WS-CREDIT-SW            PIC X    VALUE 'N'             .
               88  NO-CREDIT-FINES              VALUE 'Y'             .

           05  WS-SHORT-LOAN-SW        PIC X    VALUE 'N'             .
               88  SHORT-LOAN                   VALUE 'Y'             .
           05  WS-RETRY-COUNT          PIC S9(4) COMP VALUE 0         .
           05  WS-RETRY-MAX            PIC S9(4) COMP VALUE +3        .

           05  WS-AUD-TIME             PIC X(08)                      .
           05  WS-NEXT-AUDIT-ID        PIC S9(4) COMP                .
           05  WS-NEXT-LOG-ID          PIC S9(9) COMP                .
           05  WS-BLOCK-LIMIT          PIC S9(5)V9(2) USAGE COMP-3   .
           05  WS-FINES-OWED           PIC S9(7)V9(2) USAGE COMP-3   .
           05  WS-FAMILY-BLOCK         PIC S9(4) USAGE COMP          .
           05  WS-OWED-EDIT            PIC ZZ,ZZ9.99                 .
           05  WS-LIMIT-EDIT           PIC ZZ,ZZ9.99                 .
           05  WS-NEXT-XFER-ID         PIC S9(9) COMP                .
           05  WS-WORK-BOOK-ID         PIC S9(4) COMP                .
           05  WS-WORK-ID              PIC S9(4) COMP                .
           05  WS-ITEM-BOOK-ID         PIC S9(4) COMP                .
           05  WS-ITEM-TYPE            PIC X(1)                      .
           05  WS-ITEM-OUT             PIC S9(4) COMP                .
           05  WS-ITEM-OUT-EDIT        PIC ZZ9                       .
      *LOST COPY FOUND AT A RETURN - THE CANCELLED CHARGE AND WHERE THE-
      *MONEY ALREADY TAKEN ON IT GOES ('LOSTRFND' POLICY)---------------
           05  WS-REFUND-POLICY        PIC X(1)                      .
           05  WS-LOST-FINE-ID         PIC S9(9) COMP                .
           05  WS-LOST-PAID            PIC S9(5)V9(2) USAGE COMP-3   .
           05  WS-CREDIT-LEFT          PIC S9(5)V9(2) USAGE COMP-3   .
           05  WS-CREDIT-BAL           PIC S9(5)V9(2) USAGE COMP-3   .
           05  WS-CREDIT-AMT           PIC S9(5)V9(2) USAGE COMP-3   .
           05  WS-CREDIT-TOTAL         PIC S9(5)V9(2) USAGE COMP-3   .
           05  WS-REFUND-AMT           PIC S9(5)V9(2) USAGE COMP-3   .
           05  WS-REFUND-EDIT          PIC ZZ,ZZ9.99                 .
           05  WS-CREDIT-EDIT          PIC ZZ,ZZ9.99                 .
           05  WS-RESULT-MSG           PIC X(60) VALUE SPACES        .
      *COURSE RESERVE SHORT LOAN----------------------------------------
           05  WS-MINUTES-LATE         PIC S9(9) COMP                .
           05  WS-HOURS-LATE           PIC S9(9) COMP                .
           05  WS-NOW-DATE             PIC X(10)                     .
           05  WS-NOW-TIME             PIC X(08)                     .
           05  WS-CLOSE-TIME           PIC X(08)                     .
      *CLAIMS-RETURNED DISPUTE----------------------------------------
           05  WS-NEXT-SEARCH-ID       PIC S9(9) COMP                .
           05  WS-CLAIM-COUNT          PIC S9(9) COMP                .
           05  WS-CLAIM-EDIT           PIC ZZZ9                      .
      *DUE-DATE SLIP / RETURN RECEIPT AT THE DESK PRINTER---------------
           05  WS-SLIP-TRANSID         PIC X(04) VALUE 'SLPR'        .
           05  WS-SLIP-SW              PIC X(1)  VALUE 'N'           .
               88  SLIP-SENT                      VALUE 'Y'          .
               88  SLIP-FAILED                    VALUE 'F'          .
           05  WS-SLIP-BORROWER-ID     PIC S9(4) COMP                .
           05  WS-SLIP-OUT             PIC S9(4) COMP                .
           05  WS-SLIP-OWED            PIC S9(7)V9(2) USAGE COMP-3   .
           05  WS-SLIP-FINE            PIC S9(5)V9(2) USAGE COMP-3   .
      *ONE SLIP PER TRANSACTION - SO QUEUES THE CHECK-OUTS, SR THE------
      *RETURNS, EACH KEYED ON THE TERMINAL------------------------------
           05  TS-QUEUE-NAME-3.
               10  TS-SLIP-KIND        PIC X(2)                       .
                   88  SLIPQ-CHECKOUT             VALUE 'SO'         .
                   88  SLIPQ-RETURN               VALUE 'SR'         .
               10  TS-SLIP-TERMID      PIC X(4)                       .
               10  FILLER              PIC X(2)   VALUE SPACES        .
           05  WS-SLIPQ-ITEM           PIC S9(4) COMP                .
           05  WS-SLIPQ-SW             PIC X(1)  VALUE 'N'           .
               88  SLIPQ-NEW                      VALUE 'Y'          .

       01  TSQ-BOOK-INFO.
           05  WS-BOOKID               PIC 9(04)                     .
                INCLUDE DCLCOPY
           END-EXEC.

           EXEC SQL
                INCLUDE DCLCPHST
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBRNCH
           END-EXEC.
                INCLUDE DCLNOTIC
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBBLK
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

           EXEC SQL
                INCLUDE DCLITPOL
           END-EXEC.

           EXEC SQL
                INCLUDE DCLDPRT
           END-EXEC.

           COPY SLIPDAT.
           COPY SLIPLIN.

       01  SLIPQ-RECORD.
           05  SLIPQ-BORROWER-ID       PIC S9(4) COMP.
           05  SLIPQ-LINE              PIC X(60).

           COPY LOAN1.
           COPY DFHAID.

                    MOVE LOW-VALUE TO WS-TABLE-LOAN
                    MOVE LOW-VALUE TO WS-ALTER-RECORD

                    PERFORM A1295-FINISH-SLIPS THRU A1295-EXIT

                    EXEC CICS DELETEQ TS
                         QUEUE (TS-QUEUE-NAME-2)
                         RESP(RESPONSE-CODE)
                    END-EXEC

                 WHEN EIBAID = DFHPF5
                    PERFORM A1295-FINISH-SLIPS THRU A1295-EXIT

                    EXEC CICS
                        XCTL PROGRAM('LOANHST1')
                             COMMAREA(WS-COMMAREA)
                    PERFORM A3000-PAGING-PROCESS THRU A3000-EXIT

                 WHEN EIBAID = DFHPF12
                    PERFORM A1295-FINISH-SLIPS THRU A1295-EXIT

                    EXEC CICS DELETEQ TS
                         QUEUE (TS-QUEUE-NAME-2)
                         RESP(RESPONSE-CODE)
           .
       A1100-LOAN-ID.
           MOVE EIBTASKN TO TS-TERMINAL-ID-2
           PERFORM A1298-CLEAR-SLIPQ THRU A1298-EXIT

           PERFORM VARYING TSQ-SUB FROM 1 BY 1 UNTIL TSQ-SUB > 15
                IF WS-LOAN-ID(TSQ-SUB) NOT = LOW-VALUE
                                                    TO MESSAGEO
                         PERFORM Z0000-SEND-MAP  THRU Z0000-EXIT
                      END-IF

                      PERFORM A1290-QUEUE-SLIP    THRU A1290-EXIT
                   END-IF

              WHEN LOAN-NO
                      PERFORM A1220-DECLARE-LOST  THRU A1220-EXIT
                   END-IF

              WHEN LOAN-CLAIM
                   IF WS-CONFIRM-DONE = 'Y'
                      MOVE 'THIS BOOK WAS ALREADY PROCESSED.'
                                                     TO MESSAGEO
                      PERFORM  Z0000-SEND-MAP      THRU Z0000-EXIT
                   ELSE
                      PERFORM A1250-CLAIM-RETURNED THRU A1250-EXIT
                   END-IF

              WHEN OTHER
                   MOVE     SPACES                TO CONFIRMO
                   MOVE    'INVALID INPUT.'       TO MESSAGEO
              MOVE LOW-VALUES                     TO LOANMI
              MOVE LOW-VALUES                     TO LOANMO
              PERFORM A2000-READQ-PARA          THRU A2000-EXIT
              IF WS-RESULT-MSG NOT = SPACES
                 MOVE WS-RESULT-MSG               TO MESSAGEO
              END-IF
              PERFORM Z0000-SEND-MAP            THRU Z0000-EXIT

           ELSE
                   RESP(RESPONSE-CODE)
              END-EXEC

              PERFORM A1295-FINISH-SLIPS       THRU A1295-EXIT

              MOVE    LOW-VALUE                  TO WS-INPUT-L
              MOVE 'NO MORE SELECTED ID TO LOAN. PRESS F3.'
                                                 TO MESSAGEO
              IF WS-RESULT-MSG NOT = SPACES
                 MOVE WS-RESULT-MSG              TO MESSAGEO
              END-IF
              PERFORM Z2000-MOVE-SPACES        THRU Z2000-EXIT
              PERFORM Z0000-SEND-MAP           THRU Z0000-EXIT
           END-IF
       A1211-LOAN-DATA.
           MOVE 'N' TO WS-RETRY-SW
           MOVE WS-DEL-ID TO LOANS-BOOK-ID
           MOVE SPACES    TO BKAUD-ACTION
           MOVE 0         TO WS-SLIP-FINE

      *THE KEYED ACCESSION NUMBER DECIDES WHICH COPY'S OPEN LOAN THIS--
      *CONFIRM IS ABOUT - A BLANK FIELD FALLS BACK TO THE BOOK-LEVEL---
      *LOOKUP FOR LOANS WRITTEN BEFORE ACCESSION RECORDS EXISTED, SO---
      *A SECOND COPY OF THE SAME TITLE CAN BE CHECKED OUT WHILE THE----
      *FIRST IS STILL OUT (NO MATCHING OPEN LOAN MEANS CHECK-OUT)------
      *A DISPUTED LOAN ('D' - CLAIMED RETURNED) COUNTS AS OPEN HERE:----
      *THE COPY HAS TURNED UP, SO IT CLOSES LIKE ANY OTHER RETURN-------
           IF MACCNOI = LOW-VALUE OR SPACES
              EXEC SQL
                   SELECT LOAN_ID, VALUE(ACCESSION_NO, ' '),
                          VALUE(BRANCH_ID, 0), STATUS
                   INTO  :LOANS-LOAN-ID, :LOANS-ACCESSION-NO,
                         :LOANS-BRANCH-ID, :LOANS-STATUS
                   FROM   IBMUSER.LOANS
                   WHERE  BOOK_ID = :LOANS-BOOK-ID
                   AND    STATUS  IN ('O', 'D')
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
           ELSE
              MOVE MACCNOI TO LOANS-ACCESSION-NO
              EXEC SQL
                   SELECT LOAN_ID, VALUE(ACCESSION_NO, ' '),
                          VALUE(BRANCH_ID, 0), STATUS
                   INTO  :LOANS-LOAN-ID, :LOANS-ACCESSION-NO,
                         :LOANS-BRANCH-ID, :LOANS-STATUS
                   FROM   IBMUSER.LOANS
                   WHERE  BOOK_ID      = :LOANS-BOOK-ID
                   AND    STATUS       IN ('O', 'D')
                   AND    ACCESSION_NO = :LOANS-ACCESSION-NO
              END-EXEC
           END-IF
                   EXEC SQL
                        UPDATE IBMUSER.LOANS
                        SET    RETURN_DATE = CURRENT DATE,
                               RETURN_TIME = CURRENT TIME,
                               STATUS      = 'R'
                        WHERE  LOAN_ID = :LOANS-LOAN-ID
                   END-EXEC
                      PERFORM A1226-RETURN-BRANCH THRU A1226-EXIT
                   END-IF

      *A CLAIMED COPY THAT TURNS UP CLOSES THE DISPUTE - NO FINE-------
                   IF LOANS-STATUS = 'D'
                      PERFORM A1253-CLOSE-CLAIM THRU A1253-EXIT
                      MOVE 'CLAIMED COPY BACK - CLAIM CLOSED, NO FINE.'
                                              TO WS-RESULT-MSG
                   ELSE
                      PERFORM A1217-ASSESS-FINE  THRU A1217-EXIT
                   END-IF

                   MOVE 'R'                   TO BKAUD-ACTION
                   PERFORM A1213-LOG-AUDIT     THRU A1213-EXIT

              WHEN SQLCODE = 100
      *NO OPEN LOAN - BUT THIS MAY BE A COPY DECLARED LOST COMING BACK--
                   PERFORM A1240-FIND-LOST-LOAN THRU A1240-EXIT
                   IF LOST-COPY-FOUND
                      PERFORM A1241-RETURN-LOST THRU A1241-EXIT
                      GO TO A1211-EXIT
                   END-IF

                   IF MBORROWI = SPACES OR LOW-VALUE
                      MOVE 'BORROWER ID REQUIRED.' TO MESSAGEO
                      PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
                   ELSE
                      PERFORM A1214-CHECK-BORROWER THRU A1214-EXIT
                      PERFORM A1230-GET-POLICY   THRU A1230-EXIT
                      PERFORM A1238-CHECK-BLOCKS THRU A1238-EXIT
                      PERFORM A1263-CHECK-ITEM-LIMIT
                         THRU A1263-EXIT
                      MOVE WS-DEL-ID             TO BOOKS-BOOK-ID
                      MOVE 'N'                   TO HOLD-FILLED
                      PERFORM A1212-CHECK-COPIES THRU A1212-EXIT

                      MOVE 'Y'               TO WS-CONFIRM-DONE
                      PERFORM A1232-SET-DUE-DATE THRU A1232-EXIT
                      PERFORM A1260-CHECK-RESERVE THRU A1260-EXIT
                      PERFORM A1210-NEXT-LOAN-ID THRU A1210-EXIT
                      MOVE WS-DEL-ID         TO LOANS-BOOK-ID
                      MOVE WS-NEXT-LOAN-ID   TO LOANS-LOAN-ID
                                   BORROWER, LOAN_DATE, DUE_DATE,
                                   RETURN_DATE, STATUS,
                                   RENEWAL_COUNT, ACCESSION_NO,
                                   BRANCH_ID, DUE_TIME, RESERVE_ID,
                                   LOAN_TIME)
                           VALUES (:LOANS-LOAN-ID, :LOANS-BOOK-ID,
                                   :LOANS-BORROWER-ID,
                                   :LOANS-BORROWER-TEXT,
                                   :LOANS-DUE-DATE,
                                   NULL, 'O', 0,
                                   :LOANS-ACCESSION-NO,
                                   :LOANS-BRANCH-ID,
                                   NULLIF(:LOANS-DUE-TIME, ' '),
                                   NULLIF(:LOANS-RESERVE-ID, 0),
                                   CURRENT TIME)
                      END-EXEC

                      EVALUATE TRUE
       A1280-RETRY-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A CONFIRMED CHECK-OUT OR RETURN ADDS ITS TITLE, BARCODE AND------
      *DATE - AND FOR A RETURN THE FINE A1217-ASSESS-FINE WROTE - TO----
      *THE TERMINAL'S SLIP QUEUE, THE FIRST ITEM WRITING THE HEADING----
      *AND BORROWER. A1295-FINISH-SLIPS PRINTS EACH QUEUE ONCE WHEN THE-
      *TRANSACTION ENDS. AN ITEM FOR ANOTHER BORROWER PRINTS THE SLIP---
      *SO FAR AND STARTS ONE OF ITS OWN. THE LOAN IS ALREADY DONE, SO---
      *THE SLIP IS BEST-EFFORT------------------------------------------
       A1290-QUEUE-SLIP.
           IF BKAUD-ACTION NOT = 'L' AND BKAUD-ACTION NOT = 'R'
              GO TO A1290-EXIT
           END-IF

           EXEC SQL
                SELECT VALUE(L.BORROWER_ID, 0), L.BORROWER,
                       VALUE(L.ACCESSION_NO, ' '),
                       CHAR(L.DUE_DATE, ISO),
                       VALUE(CHAR(L.DUE_TIME, JIS), ' '),
                       VALUE(CHAR(L.RETURN_DATE, ISO), ' '),
                       B.TITLE
                INTO  :LOANS-BORROWER-ID, :LOANS-BORROWER,
                      :LOANS-ACCESSION-NO, :LOANS-DUE-DATE,
                      :LOANS-DUE-TIME, :LOANS-RETURN-DATE,
                      :BOOKS-TITLE
                FROM   IBMUSER.LOANS L,
                       IBMUSER.BOOKS B
                WHERE  L.LOAN_ID = :LOANS-LOAN-ID
                AND    B.BOOK_ID = L.BOOK_ID
           END-EXEC

           IF SQLCODE NOT = 0
              GO TO A1290-EXIT
           END-IF

           IF BKAUD-ACTION = 'L'
              MOVE 'SO'                TO TS-SLIP-KIND
           ELSE
              MOVE 'SR'                TO TS-SLIP-KIND
           END-IF
           MOVE EIBTRMID               TO TS-SLIP-TERMID

           MOVE 1 TO WS-SLIPQ-ITEM

           EXEC CICS
                READQ TS QUEUE (TS-QUEUE-NAME-3)
                         INTO  (SLIPQ-RECORD)
                         ITEM  (WS-SLIPQ-ITEM)
                         RESP  (RESPONSE-CODE)
           END-EXEC

           MOVE 'N' TO WS-SLIPQ-SW
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-SLIPQ-SW
           ELSE
              IF SLIPQ-BORROWER-ID NOT = LOANS-BORROWER-ID
                 PERFORM A1296-SEND-SLIP THRU A1296-EXIT
                 MOVE 'Y' TO WS-SLIPQ-SW
              END-IF
           END-IF

           MOVE LOANS-BORROWER-ID      TO SLIPQ-BORROWER-ID
           MOVE SPACES                 TO SLIP-WORK

           IF SLIPQ-NEW
              PERFORM Z6000-ASKTIME THRU Z6000-EXIT

              IF SLIPQ-CHECKOUT
                 MOVE 'DUE-DATE SLIP'  TO SH-TITLE
              ELSE
                 MOVE 'RETURN RECEIPT' TO SH-TITLE
              END-IF
              MOVE WS-AUD-DATE         TO SH-DATE
              MOVE WS-AUD-TIME(1:5)    TO SH-TIME
              PERFORM A1291-WRITE-SLIPQ THRU A1291-EXIT

              MOVE 'BORROWER'          TO SB-LABEL
              MOVE LOANS-BORROWER-ID   TO SB-ID
              MOVE LOANS-BORROWER-TEXT TO SB-NAME
              PERFORM A1291-WRITE-SLIPQ THRU A1291-EXIT
              PERFORM A1291-WRITE-SLIPQ THRU A1291-EXIT
           END-IF

           MOVE BOOKS-TITLE-TEXT       TO SLIP-WORK
           PERFORM A1291-WRITE-SLIPQ   THRU A1291-EXIT

           MOVE 'BARCODE'              TO SI-LABEL
           MOVE LOANS-ACCESSION-NO     TO SI-ACCESSION
           IF SLIPQ-CHECKOUT
              MOVE 'DUE'               TO SI-DATE-LABEL
              MOVE LOANS-DUE-DATE      TO SI-DATE
              MOVE LOANS-DUE-TIME(1:5) TO SI-TIME
           ELSE
              MOVE 'RETURNED'          TO SI-DATE-LABEL
              MOVE LOANS-RETURN-DATE   TO SI-DATE
           END-IF
           PERFORM A1291-WRITE-SLIPQ   THRU A1291-EXIT

           IF SLIPQ-RETURN
              MOVE '  FINE ASSESSED'   TO ST-LABEL
              MOVE WS-SLIP-FINE        TO SLIP-AMOUNT-EDIT
              MOVE SLIP-AMOUNT-EDIT    TO ST-VALUE
              PERFORM A1291-WRITE-SLIPQ THRU A1291-EXIT
           END-IF
           .
       A1290-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *KEEP SLIP-WORK AS THE NEXT LINE OF THE QUEUED SLIP AND CLEAR IT--
      *FOR THE NEXT ONE-------------------------------------------------
       A1291-WRITE-SLIPQ.
           MOVE SLIP-WORK TO SLIPQ-LINE

           EXEC CICS
                WRITEQ TS QUEUE (TS-QUEUE-NAME-3)
                          FROM  (SLIPQ-RECORD)
                          RESP  (RESPONSE-CODE)
           END-EXEC

           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              AND WS-RESULT-MSG = SPACES
              MOVE 'SLIP LINE NOT KEPT - SLIP WILL BE SHORT.'
                                       TO WS-RESULT-MSG
           END-IF

           MOVE SPACES TO SLIP-WORK
           .
       A1291-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE TRANSACTION IS OVER - PRINT THE DUE-DATE SLIP FOR ITS--------
      *CHECK-OUTS AND THE RECEIPT FOR ITS RETURNS, EACH ONCE, FROM------
      *WHATEVER A1290-QUEUE-SLIP KEPT. A KIND WITH NO ITEMS PRINTS------
      *NOTHING----------------------------------------------------------
       A1295-FINISH-SLIPS.
           MOVE EIBTRMID TO TS-SLIP-TERMID

           MOVE 'SO'     TO TS-SLIP-KIND
           PERFORM A1296-SEND-SLIP THRU A1296-EXIT

           MOVE 'SR'     TO TS-SLIP-KIND
           PERFORM A1296-SEND-SLIP THRU A1296-EXIT
           .
       A1295-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE SLIP FROM THE QUEUE TS-QUEUE-NAME-3 NAMES - ITS LINES AS-----
      *QUEUED, THEN THE FOOTER FOR THE BORROWER ON THE FIRST LINE, THEN-
      *THE START OF SLIPPRT. THE QUEUE GOES EITHER WAY, SO A SLIP THE---
      *PRINTER WOULD NOT TAKE IS REPORTED BUT NOT SENT TWICE------------
       A1296-SEND-SLIP.
           MOVE 0      TO SLIP-LINE-COUNT
           MOVE 0      TO WS-SLIP-BORROWER-ID
           MOVE SPACES TO SLIP-WORK
           MOVE 1      TO WS-SLIPQ-ITEM

           PERFORM A1297-READ-SLIPQ THRU A1297-EXIT
                   UNTIL WS-SLIPQ-ITEM = 0

           IF SLIP-LINE-COUNT = 0
              GO TO A1296-EXIT
           END-IF

           EXEC CICS DELETEQ TS
                QUEUE (TS-QUEUE-NAME-3)
                RESP(RESPONSE-CODE)
           END-EXEC

           PERFORM Z7610-SLIP-FOOTER   THRU Z7610-EXIT

           IF SLIPQ-CHECKOUT
              PERFORM Z7600-ADD-SLIP-LINE THRU Z7600-EXIT
              MOVE 'PLEASE RETURN BY THE DATES SHOWN.' TO SLIP-WORK
              PERFORM Z7600-ADD-SLIP-LINE THRU Z7600-EXIT
           END-IF

           PERFORM Z7620-START-SLIP    THRU Z7620-EXIT

           IF SLIP-FAILED AND WS-RESULT-MSG = SPACES
              MOVE 'SLIP DID NOT PRINT - CHECK THE DESK PRINTER.'
                                       TO WS-RESULT-MSG
           END-IF
           .
       A1296-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *NEXT QUEUED LINE ONTO THE SLIP - THE END OF THE QUEUE (OR NO-----
      *QUEUE AT ALL) SETS THE ITEM NUMBER TO ZERO-----------------------
       A1297-READ-SLIPQ.
           EXEC CICS
                READQ TS QUEUE (TS-QUEUE-NAME-3)
                         INTO  (SLIPQ-RECORD)
                         ITEM  (WS-SLIPQ-ITEM)
                         RESP  (RESPONSE-CODE)
           END-EXEC

           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              MOVE 0 TO WS-SLIPQ-ITEM
              GO TO A1297-EXIT
           END-IF

           IF WS-SLIPQ-ITEM = 1
              MOVE SLIPQ-BORROWER-ID TO WS-SLIP-BORROWER-ID
           END-IF

           MOVE SLIPQ-LINE TO SLIP-WORK
           PERFORM Z7600-ADD-SLIP-LINE THRU Z7600-EXIT

           ADD 1 TO WS-SLIPQ-ITEM
           .
       A1297-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A NEW TRANSACTION STARTS WITH NO SLIP LINES - ANY LEFT BY ONE----
      *THAT ENDED ABNORMALLY ON THIS TERMINAL ARE DROPPED---------------
       A1298-CLEAR-SLIPQ.
           MOVE EIBTRMID TO TS-SLIP-TERMID

           MOVE 'SO'     TO TS-SLIP-KIND
           EXEC CICS DELETEQ TS
                QUEUE (TS-QUEUE-NAME-3)
                RESP(RESPONSE-CODE)
           END-EXEC

           MOVE 'SR'     TO TS-SLIP-KIND
           EXEC CICS DELETEQ TS
                QUEUE (TS-QUEUE-NAME-3)
                RESP(RESPONSE-CODE)
           END-EXEC
           .
       A1298-EXIT.
           EXIT
           .

      *-----------------------------------------------------------------
      *REFUSE TO OPEN A NEW LOAN WHEN NO COPIES REMAIN ON HAND - UNLESS-

           MOVE LOANS-ACCESSION-NO TO COPY-ACCESSION-NO

           PERFORM Z7700-COPY-BEFORE THRU Z7700-EXIT

           EXEC SQL
                UPDATE IBMUSER.COPIES
                SET    STATUS       = 'O'
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z7710-COPY-HISTORY THRU Z7710-EXIT
           .
       A1228-EXIT.
           EXIT

           MOVE LOANS-ACCESSION-NO TO COPY-ACCESSION-NO

           PERFORM Z7700-COPY-BEFORE THRU Z7700-EXIT

           EXEC SQL
                UPDATE IBMUSER.COPIES
                SET    STATUS       = :WS-COPY-NEW-STATUS
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z7710-COPY-HISTORY THRU Z7710-EXIT
           .
       A1223-EXIT.
           EXIT
      *-----------------------------------------------------------------
      *A COPY JUST CAME BACK - IF A BORROWER IS QUEUED ON THIS BOOK THE-
      *COPY IS FLAGGED AS HELD FOR THE OLDEST QUEUED HOLD INSTEAD OF----
      *GOING STRAIGHT BACK TO AVAILABLE. AN ANY-EDITION HOLD ON ANOTHER-
      *EDITION OF THE SAME WORK IS IN THE SAME QUEUE--------------------
       A1216-CHECK-HOLD-QUEUE.
           MOVE BOOKS-BOOK-ID TO WS-WORK-BOOK-ID
           PERFORM A1254-GET-WORK-ID THRU A1254-EXIT

      *AN AGGREGATE ALWAYS COMES BACK AS ONE ROW, SO AN EMPTY QUEUE----
      *IS A ZERO FROM VALUE(), NOT SQLCODE +100 (SAME NULL-SAFE SHAPE--
      *WEEDRPT USES FOR ITS LAST-LOAN DATE)-----------------------------
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
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

      *THE HOLD IS COLLECTED WHERE THE BORROWER ASKED - A COPY COMING--
      *BACK ANYWHERE ELSE GOES ON THE VAN INSTEAD OF THE HOLD SHELF-----
           IF HOLDS-HOLD-ID > 0
              EXEC SQL
                   SELECT VALUE(PICKUP_BRANCH, 0)
                   INTO  :HOLDS-PICKUP-BRANCH
                   FROM   IBMUSER.HOLDS
                   WHERE  HOLD_ID = :HOLDS-HOLD-ID
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE    'A1216-CHECK-HOLD-QUEUE.' TO ERR-LOC
                 MOVE     SQLCODE                   TO ERR-CODE
                 MOVE    'Y'                        TO ERROR-HANDLING
                 PERFORM  XXXX-ERROR-HANDLING
              END-IF

              IF HOLDS-PICKUP-BRANCH NOT = LOANS-BRANCH-ID
                 PERFORM A1239-SHIP-TO-PICKUP THRU A1239-EXIT
                 GO TO A1216-EXIT
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
           EXIT
           .
      *-----------------------------------------------------------------
      *THE WORK WS-WORK-BOOK-ID IS AN EDITION OF (SEE WRKMNT01), INTO---
      *WS-WORK-ID - 0 FOR A STANDALONE TITLE----------------------------
       A1254-GET-WORK-ID.
           EXEC SQL
                SELECT VALUE(WORK_ID, 0)
                INTO  :WS-WORK-ID
                FROM   IBMUSER.BOOKS
                WHERE  BOOK_ID = :WS-WORK-BOOK-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE 0 TO WS-WORK-ID
              WHEN OTHER
                   MOVE    'A1254-GET-WORK-ID.'   TO ERR-LOC
                   MOVE     SQLCODE               TO ERR-CODE
                   MOVE    'Y'                    TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A1254-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE OLDEST QUEUED HOLD IS TO BE COLLECTED AT ANOTHER BRANCH (OR--
      *THE MAIN DESK) - OPEN A ONE-COPY SHIPMENT THERE THE SAME WAY-----
      *BRXFER1'S DISPATCH DOES, AND LET THE HOLD RIDE IT ('T'). THE-----
      *COPY LEAVES THIS BRANCH'S HOLDINGS NOW; NO NOTICE GOES OUT UNTIL-
      *THE PICKUP BRANCH RECEIVES IT AND THE HOLD TURNS READY-----------
       A1239-SHIP-TO-PICKUP.
           MOVE 'T' TO WS-COPY-NEW-STATUS

           MOVE 'XFERID  ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(XFER_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.TRANSFERS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A1239-SHIP-TO-PICKUP.' TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
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
              MOVE    'A1239-SHIP-TO-PICKUP.' TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
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
              MOVE    'A1239-SHIP-TO-PICKUP.' TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

      *THE LOANED COPY WAS ALREADY OUT OF THE SOURCE SHELF COUNT - IT---
      *NOW LEAVES THE SOURCE'S HOLDINGS ALTOGETHER----------------------
           IF LOANS-BRANCH-ID NOT = 0
              EXEC SQL
                   UPDATE IBMUSER.BRANCH_HOLDINGS
                   SET    COPIES    = COPIES - 1
                   WHERE  BOOK_ID   = :BOOKS-BOOK-ID
                   AND    BRANCH_ID = :LOANS-BRANCH-ID
                   AND    COPIES    > 0
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE    'A1239-SHIP-TO-PICKUP.' TO ERR-LOC
                 MOVE     SQLCODE                TO ERR-CODE
                 MOVE    'Y'                     TO ERROR-HANDLING
                 PERFORM  XXXX-ERROR-HANDLING
              END-IF
           END-IF
           .
       A1239-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A COPY WAS JUST PARKED FOR THE OLDEST QUEUED HOLD - TELL THE-----
      *BORROWER THROUGH THE CENTRAL NOTICES QUEUE (NOTSPOOL DELIVERS---
      *IT THE WAY THEY ASKED)--------------------------------------------
      *AND CAP COME FROM THE BORROWER TYPE'S IBMUSER.LOAN_POLICY ROW---
      *(A ZERO RATE MEANS THE TYPE IS NEVER FINED - CHILDREN); WITH NO-
      *POLICY ROW THE OLD 'FINERATE' ROW ON IBMUSER.LIB_SETTINGS IS----
      *USED, AND NO RATE ANYWHERE MEANS NO FINES ARE ASSESSED. A------
      *SHORT LOAN FROM COURSE RESERVES IS FINED BY THE HOUR INSTEAD----
      *(SEE A1261)------------------------------------------------------
       A1217-ASSESS-FINE.
           MOVE 'N' TO WS-SHORT-LOAN-SW

           EXEC SQL
                SELECT VALUE(BORROWER_ID, 0),
                       DAYS(RETURN_DATE) - DAYS(DUE_DATE),
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
                INTO  :LOANS-BORROWER-ID
                     ,:WS-DAYS-LATE
                     ,:LOANS-DUE-DATE
                     ,:LOANS-RETURN-DATE
                     ,:LOANS-DUE-TIME
                     ,:LOANS-RESERVE-ID
                     ,:WS-MINUTES-LATE
                FROM   IBMUSER.LOANS
                WHERE  LOAN_ID = :LOANS-LOAN-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0 AND LOANS-DUE-TIME NOT = SPACES
                   PERFORM A1261-SHORT-LOAN-LATE THRU A1261-EXIT
              WHEN SQLCODE = 0
      *DAYS THE BUILDING WAS LOCKED DO NOT COUNT AGAINST THE BORROWER--
                   IF WS-DAYS-LATE > 0
           PERFORM A1231-GET-BORROWER-TYPE THRU A1231-EXIT
           PERFORM A1230-GET-POLICY        THRU A1230-EXIT

           EVALUATE TRUE
              WHEN POLICY-FOUND
                   MOVE LNPOL-FINE-RATE TO WS-FINE-RATE
              WHEN SHORT-LOAN
                   MOVE CRSV-HOURLY-RATE TO WS-FINE-RATE
              WHEN OTHER
                   MOVE 'FINERATE' TO SETTG-SETTING-ID

                   EXEC SQL
                        SELECT SETTING_VALUE
                        INTO  :SETTG-SETTING-VALUE
                        FROM   IBMUSER.LIB_SETTINGS
                        WHERE  SETTING_ID = :SETTG-SETTING-ID
                   END-EXEC

                   EVALUATE TRUE
                      WHEN SQLCODE = 0
                           COMPUTE WS-FINE-RATE =
                                   FUNCTION NUMVAL(SETTG-SETTING-VALUE)
                      WHEN SQLCODE = 100
                           GO TO A1218-EXIT
                      WHEN OTHER
                           MOVE 'A1218-WRITE-FINE.' TO ERR-LOC
                           MOVE  SQLCODE            TO ERR-CODE
                           MOVE 'Y'                 TO ERROR-HANDLING
                           PERFORM XXXX-ERROR-HANDLING
              END-EVALUATE
           END-EVALUATE

      *A ZERO RATE IS THE POLICY SAYING THIS TYPE IS NEVER FINED-------
           IF WS-FINE-RATE = 0
              GO TO A1218-EXIT
           END-IF

      *A SHORT LOAN RUNS AT THE RESERVE'S HOURLY RATE - THE TYPE'S-----
      *DAILY RATE ONLY DECIDES WHETHER THE BORROWER IS FINED AT ALL-----
           IF SHORT-LOAN
              MOVE CRSV-HOURLY-RATE TO WS-FINE-RATE
              IF WS-FINE-RATE = 0
                 GO TO A1218-EXIT
              END-IF
           END-IF

      *DRAW THE NEXT FINE ID FROM THE CENTRAL ASSIGNER - THE SEED IS----
      *ONLY USED THE FIRST TIME THE KEY ROW IS CREATED-------------------
           MOVE 'FINEID  ' TO WS-KEY-NAME
           MOVE WS-NEXT-FINE-ID   TO FINES-FINE-ID
           MOVE LOANS-BORROWER-ID TO FINES-BORROWER-ID
           MOVE LOANS-LOAN-ID     TO FINES-LOAN-ID

           IF SHORT-LOAN
              COMPUTE FINES-AMOUNT = WS-HOURS-LATE * WS-FINE-RATE
           ELSE
              COMPUTE FINES-AMOUNT = WS-DAYS-LATE * WS-FINE-RATE
           END-IF

           IF WS-MAX-FINE > 0 AND FINES-AMOUNT > WS-MAX-FINE
              MOVE WS-MAX-FINE TO FINES-AMOUNT
           END-IF

              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

      *THE RETURN RECEIPT SHOWS THE FINE JUST WRITTEN (SEE A1290)-------
           MOVE FINES-AMOUNT TO WS-SLIP-FINE
           .
       A1218-EXIT.
           EXIT
      *HOLD QUEUED ON THE BOOK, OR WHEN THE LOAN HAS ALREADY BEEN-------
      *RENEWED AS OFTEN AS THE BORROWER TYPE'S IBMUSER.LOAN_POLICY-----
      *ROW ALLOWS (NO POLICY ROW FALLS BACK TO THE OLD 'RENEWMAX'------
      *LIB_SETTINGS VALUE, DEFAULT 2), OR WHEN THE BORROWER IS BLOCKED--
      *(SEE A1238). THE EXTENSION IS THE TYPE'S LOAN PERIOD, NOT A------
      *FLAT 14 DAYS. A SHORT LOAN FROM COURSE RESERVES IS NEVER---------
      *RENEWED - THE COPY GOES BACK ON THE RESERVE SHELF----------------
       A1219-RENEW-LOAN.
           MOVE WS-DEL-ID TO LOANS-BOOK-ID

           IF MACCNOI = LOW-VALUE OR SPACES
              EXEC SQL
                   SELECT LOAN_ID, RENEWAL_COUNT,
                          VALUE(BORROWER_ID, 0),
                          VALUE(CHAR(DUE_TIME, JIS), ' ')
                   INTO  :LOANS-LOAN-ID, :LOANS-RENEWAL-COUNT,
                         :LOANS-BORROWER-ID, :LOANS-DUE-TIME
                   FROM   IBMUSER.LOANS
                   WHERE  BOOK_ID = :LOANS-BOOK-ID
                   AND    STATUS  = 'O'
              MOVE MACCNOI TO LOANS-ACCESSION-NO
              EXEC SQL
                   SELECT LOAN_ID, RENEWAL_COUNT,
                          VALUE(BORROWER_ID, 0),
                          VALUE(CHAR(DUE_TIME, JIS), ' ')
                   INTO  :LOANS-LOAN-ID, :LOANS-RENEWAL-COUNT,
                         :LOANS-BORROWER-ID, :LOANS-DUE-TIME
                   FROM   IBMUSER.LOANS
                   WHERE  BOOK_ID      = :LOANS-BOOK-ID
                   AND    STATUS       = 'O'
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           IF LOANS-DUE-TIME NOT = SPACES
              MOVE 'SHORT LOAN FROM COURSE RESERVES - NO RENEWAL.'
                                              TO MESSAGEO
              PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
           END-IF

      *THIS COPY COULD FILL AN ANY-EDITION HOLD ON A SISTER EDITION----
      *TOO, SO THAT BLOCKS THE RENEWAL AS WELL--------------------------
           MOVE LOANS-BOOK-ID TO WS-WORK-BOOK-ID
           PERFORM A1254-GET-WORK-ID THRU A1254-EXIT

           EXEC SQL
                SELECT VALUE(MIN(HOLD_ID), 0)
                INTO  :HOLDS-HOLD-ID
                FROM   IBMUSER.HOLDS
                WHERE  STATUS  = 'Q'
                AND   (BOOK_ID = :LOANS-BOOK-ID
                   OR (:WS-WORK-ID > 0
                  AND  ANY_EDITION = 'Y'
                  AND  BOOK_ID IN
                      (SELECT E.BOOK_ID
                       FROM   IBMUSER.BOOKS E
                       WHERE  E.WORK_ID = :WS-WORK-ID)))
           END-EXEC

           IF SQLCODE NOT = 0
           PERFORM A1231-GET-BORROWER-TYPE THRU A1231-EXIT
           PERFORM A1230-GET-POLICY        THRU A1230-EXIT

      *A BLOCKED BORROWER CANNOT KEEP THE BOOK LONGER EITHER------------
           IF LOANS-BORROWER-ID > 0
              PERFORM A1238-CHECK-BLOCKS THRU A1238-EXIT
           END-IF

           IF POLICY-FOUND
              MOVE LNPOL-RENEW-LIMIT TO WS-RENEW-MAX
           ELSE
           EXEC SQL
                UPDATE IBMUSER.LOANS
                SET    DUE_DATE      = :LOANS-DUE-DATE,
                       RENEWAL_COUNT = RENEWAL_COUNT + 1,
                       RENEW_DATE    = CURRENT DATE,
                       RENEW_TIME    = CURRENT TIME
                WHERE  LOAN_ID       = :LOANS-LOAN-ID
           END-EXEC

                   WHERE  SETTING_ID = :SETTG-SETTING-ID
              END-EXEC

              EVALUATE TRUE
                 WHEN SQLCODE = 0
                      COMPUTE WS-FINE-RATE =
                              FUNCTION NUMVAL(SETTG-SETTING-VALUE)
                 WHEN SQLCODE = 100
                      GO TO A1221-EXIT
                 WHEN OTHER
                      MOVE    'A1221-CHARGE-REPLACEMENT.' TO ERR-LOC
                      MOVE     SQLCODE                     TO ERR-CODE
                      MOVE    'Y'                     TO ERROR-HANDLING
                      PERFORM  XXXX-ERROR-HANDLING
              END-EVALUATE
           END-IF

      *DRAW THE NEXT FINE ID FROM THE CENTRAL ASSIGNER - THE SEED IS----
      *ONLY USED THE FIRST TIME THE KEY ROW IS CREATED-------------------
           MOVE 'FINEID  ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(FINE_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.FINES
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'Z9400-NEXT-KEY.' TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT
           MOVE WS-NEXT-KEY-VALUE TO WS-NEXT-FINE-ID

           MOVE WS-NEXT-FINE-ID   TO FINES-FINE-ID
           MOVE LOANS-BORROWER-ID TO FINES-BORROWER-ID
           MOVE LOANS-LOAN-ID     TO FINES-LOAN-ID
           MOVE WS-FINE-RATE      TO FINES-AMOUNT

           EXEC SQL
                INSERT INTO IBMUSER.FINES
                       (FINE_ID, BORROWER_ID, LOAN_ID, FINE_TYPE,
                        AMOUNT, ASSESS_DATE, PAID_DATE, STATUS)
                VALUES (:FINES-FINE-ID, :FINES-BORROWER-ID,
                        :FINES-LOAN-ID, 'L', :FINES-AMOUNT,
                        CURRENT DATE, NULL, 'O')
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A1221-CHARGE-REPLACEMENT.' TO ERR-LOC
              MOVE     SQLCODE                     TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       A1221-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *NO OPEN LOAN FOR THE BOOK - LOOK FOR A LOAN CLOSED LOST ('L')----
      *WHOSE COPY HAS JUST COME BACK. A KEYED ACCESSION NUMBER PICKS----
      *THE COPY (IT MUST STILL BE MARKED LOST ON IBMUSER.COPIES); A-----
      *BLANK ONE MATCHES THE LATEST LOST LOAN ON THE BOOK, BUT ONLY-----
      *WHEN NO BORROWER ID IS KEYED EITHER - A KEYED BORROWER MEANS-----
      *THE OPERATOR IS CHECKING THE BOOK OUT----------------------------
       A1240-FIND-LOST-LOAN.
           MOVE 'N' TO WS-LOST-SW

           IF MACCNOI = LOW-VALUE OR SPACES
              IF MBORROWI NOT = SPACES AND MBORROWI NOT = LOW-VALUE
                 GO TO A1240-EXIT
              END-IF

              EXEC SQL
                   SELECT LOAN_ID, VALUE(BORROWER_ID, 0),
                          VALUE(ACCESSION_NO, ' '),
                          VALUE(BRANCH_ID, 0)
                   INTO  :LOANS-LOAN-ID, :LOANS-BORROWER-ID,
                         :LOANS-ACCESSION-NO, :LOANS-BRANCH-ID
                   FROM   IBMUSER.LOANS
                   WHERE  BOOK_ID = :LOANS-BOOK-ID
                   AND    STATUS  = 'L'
                   ORDER BY LOAN_ID DESC
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
           ELSE
              MOVE MACCNOI TO LOANS-ACCESSION-NO
              EXEC SQL
                   SELECT L.LOAN_ID, VALUE(L.BORROWER_ID, 0),
                          VALUE(L.ACCESSION_NO, ' '),
                          VALUE(L.BRANCH_ID, 0)
                   INTO  :LOANS-LOAN-ID, :LOANS-BORROWER-ID,
                         :LOANS-ACCESSION-NO, :LOANS-BRANCH-ID
                   FROM   IBMUSER.LOANS  L,
                          IBMUSER.COPIES C
                   WHERE  L.BOOK_ID      = :LOANS-BOOK-ID
                   AND    L.STATUS       = 'L'
                   AND    L.ACCESSION_NO = :LOANS-ACCESSION-NO
                   AND    C.ACCESSION_NO = L.ACCESSION_NO
                   AND    C.STATUS       = 'L'
                   ORDER BY L.LOAN_ID DESC
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
           END-IF

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE 'Y' TO WS-LOST-SW
              WHEN SQLCODE = 100
                   CONTINUE
              WHEN OTHER
                   MOVE    'A1240-FIND-LOST-LOAN.' TO ERR-LOC
                   MOVE     SQLCODE                 TO ERR-CODE
                   MOVE    'Y'                      TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A1240-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE LOST COPY IS BACK - UNDO WHAT A1220-DECLARE-LOST (OR THE-----
      *LOSTCNV BATCH) DID: THE LOAN CLOSES AS AN ORDINARY RETURN, THE---
      *COPY COMES BACK INTO BOOKS-TOTAL-COPIES AND THE BRANCH'S---------
      *HOLDINGS, THEN IT GOES THROUGH THE SAME CONDITION / HOLD QUEUE /-
      *SHELF HANDLING AS ANY RETURN. NO OVERDUE FINE IS ASSESSED - THE--
      *REPLACEMENT CHARGE STOOD IN FOR IT, AND A1242 SETTLES THAT-------
       A1241-RETURN-LOST.
           MOVE 'Y'                 TO WS-CONFIRM-DONE

           EXEC SQL
                UPDATE IBMUSER.LOANS
                SET    RETURN_DATE = CURRENT DATE,
                       RETURN_TIME = CURRENT TIME,
                       STATUS      = 'R'
                WHERE  LOAN_ID     = :LOANS-LOAN-ID
                AND    STATUS      = 'L'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A1241-RETURN-LOST.'   TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE WS-DEL-ID TO BOOKS-BOOK-ID

           EXEC SQL
                UPDATE IBMUSER.BOOKS
                SET    TOTAL_COPIES = TOTAL_COPIES + 1
                WHERE  BOOK_ID      = :BOOKS-BOOK-ID
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE    'A1241-RETURN-LOST.'   TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF LOANS-BRANCH-ID > 0
              EXEC SQL
                   UPDATE IBMUSER.BRANCH_HOLDINGS
                   SET    COPIES    = COPIES + 1
                   WHERE  BOOK_ID   = :LOANS-BOOK-ID
                   AND    BRANCH_ID = :LOANS-BRANCH-ID
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE    'A1241-RETURN-LOST.'   TO ERR-LOC
                 MOVE     SQLCODE                TO ERR-CODE
                 MOVE    'Y'                     TO ERROR-HANDLING
                 PERFORM  XXXX-ERROR-HANDLING
              END-IF
           END-IF

           PERFORM A1236-CHECK-CONDITION THRU A1236-EXIT

           IF COPY-DAMAGED-OUT
              PERFORM A1223-UPDATE-COPY-STATUS THRU A1223-EXIT
              PERFORM A1237-CHARGE-DAMAGE THRU A1237-EXIT
           ELSE
              PERFORM A1216-CHECK-HOLD-QUEUE THRU A1216-EXIT
              PERFORM A1223-UPDATE-COPY-STATUS THRU A1223-EXIT
              PERFORM A1226-RETURN-BRANCH THRU A1226-EXIT
           END-IF

           PERFORM A1242-SETTLE-LOST-CHARGE THRU A1242-EXIT

           MOVE 'R'                   TO BKAUD-ACTION
           PERFORM A1213-LOG-AUDIT     THRU A1213-EXIT

           IF WS-RESULT-MSG = SPACES
              MOVE 'LOST COPY RETURNED - BACK IN STOCK.'
                                      TO WS-RESULT-MSG
           END-IF
           .
       A1241-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *CANCEL THE LOAN'S REPLACEMENT CHARGE (FINE TYPE 'L') - STATUS----
      *'C', NOTHING OWED. WHAT THE BORROWER HAD ALREADY PAID ON IT------
      *GOES BACK UNDER THE 'LOSTRFND' POLICY ON IBMUSER.LIB_SETTINGS:---
      *'C' CREDITS IT TO THEIR OTHER OUTSTANDING FINES FIRST, ANYTHING--
      *ELSE (OR NO ROW) REFUNDS IT; CASH STILL DUE AFTER ANY CREDIT IS--
      *PAID OUT OF THIS OPERATOR'S DRAWER NOW. THE LEDGER GETS A--------
      *NEGATIVE ROW FOR EACH, AND THE LOST_REFUNDS REGISTER ONE ROW-----
      *FOR CASHRPT------------------------------------------------------
       A1242-SETTLE-LOST-CHARGE.
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
                   GO TO A1242-EXIT
              WHEN OTHER
                   MOVE    'A1242-SETTLE-LOST-CHARGE.' TO ERR-LOC
                   MOVE     SQLCODE                     TO ERR-CODE
                   MOVE    'Y'                     TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE FINES-FINE-ID TO WS-LOST-FINE-ID
           MOVE 0             TO WS-CREDIT-TOTAL
           MOVE 0             TO WS-REFUND-AMT

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
                      MOVE    'A1242-SETTLE-LOST-CHARGE.' TO ERR-LOC
                      MOVE     SQLCODE                     TO ERR-CODE
                      MOVE    'Y'                     TO ERROR-HANDLING
                      PERFORM  XXXX-ERROR-HANDLING
              END-EVALUATE

              PERFORM Z6000-ASKTIME THRU Z6000-EXIT

              IF WS-REFUND-POLICY = 'C'
                 MOVE WS-LOST-PAID TO WS-CREDIT-LEFT
                 MOVE 'N'          TO WS-CREDIT-SW
                 PERFORM A1243-CREDIT-ONE THRU A1243-EXIT
                         UNTIL WS-CREDIT-LEFT NOT > 0
                         OR    NO-CREDIT-FINES
              END-IF

              COMPUTE WS-REFUND-AMT = WS-LOST-PAID - WS-CREDIT-TOTAL

              IF WS-CREDIT-TOTAL > 0
                 MOVE WS-LOST-FINE-ID   TO FPAY-FINE-ID
                 COMPUTE FPAY-AMOUNT    = 0 - WS-CREDIT-TOTAL
                 MOVE 'LOST CREDIT'     TO FPAY-EXT-REF
                 PERFORM A1244-WRITE-LEDGER THRU A1244-EXIT
              END-IF

              IF WS-REFUND-AMT > 0
                 MOVE WS-LOST-FINE-ID   TO FPAY-FINE-ID
                 COMPUTE FPAY-AMOUNT    = 0 - WS-REFUND-AMT
                 MOVE SPACES            TO FPAY-EXT-REF
                 PERFORM A1244-WRITE-LEDGER THRU A1244-EXIT
              END-IF

              PERFORM A1245-WRITE-REGISTER THRU A1245-EXIT
           END-IF

           EXEC SQL
                UPDATE IBMUSER.FINES
                SET    STATUS      = 'C',
                       PAID_AMOUNT = 0,
                       PAID_DATE   = CURRENT DATE
                WHERE  FINE_ID     = :WS-LOST-FINE-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A1242-SETTLE-LOST-CHARGE.' TO ERR-LOC
              MOVE     SQLCODE                     TO ERR-CODE
              MOVE    'Y'                          TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE WS-REFUND-AMT   TO WS-REFUND-EDIT
           MOVE WS-CREDIT-TOTAL TO WS-CREDIT-EDIT
           MOVE SPACES          TO WS-RESULT-MSG

           EVALUATE TRUE
              WHEN WS-LOST-PAID = 0
                   MOVE 'LOST COPY RETURNED - CHARGE CANCELLED.'
                                            TO WS-RESULT-MSG
              WHEN WS-REFUND-AMT > 0
                   STRING 'LOST COPY RETURNED - REFUND '
                                            DELIMITED BY SIZE
                          WS-REFUND-EDIT    DELIMITED BY SIZE
                          ' FROM DRAWER'    DELIMITED BY SIZE
                          INTO WS-RESULT-MSG
                   END-STRING
              WHEN OTHER
                   STRING 'LOST COPY RETURNED - '
                                            DELIMITED BY SIZE
                          WS-CREDIT-EDIT    DELIMITED BY SIZE
                          ' CREDITED TO FINES'
                                            DELIMITED BY SIZE
                          INTO WS-RESULT-MSG
                   END-STRING
           END-EVALUATE
           .
       A1242-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *'LOSTRFND' = 'C' - THE BORROWER'S OLDEST OTHER OUTSTANDING FINE--
      *TAKES AS MUCH OF THE CREDIT AS ITS BALANCE ALLOWS (SAME----------
      *PAID_AMOUNT POSTING AS FINE01'S A2300-RECORD-PAYMENT). A FINE----
      *SITTING WITH THE COLLECTION AGENCY IS LEFT TO THE AGENCY---------
       A1243-CREDIT-ONE.
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
                   GO TO A1243-EXIT
              WHEN OTHER
                   MOVE    'A1243-CREDIT-ONE.'    TO ERR-LOC
                   MOVE     SQLCODE                TO ERR-CODE
                   MOVE    'Y'                     TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
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
              MOVE    'A1243-CREDIT-ONE.'    TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

      *A ZERO-BALANCE ROW CAN ONLY BE A FINE PAID TO THE PENNY THAT-----
      *NEVER GOT ITS 'P' - THE UPDATE ABOVE CLOSED IT, NOTHING TO LEDGER
           IF WS-CREDIT-AMT > 0
              MOVE WS-CREDIT-AMT  TO FPAY-AMOUNT
              MOVE 'LOST CREDIT'  TO FPAY-EXT-REF
              PERFORM A1244-WRITE-LEDGER THRU A1244-EXIT
           END-IF

           SUBTRACT WS-CREDIT-AMT FROM WS-CREDIT-LEFT
           ADD      WS-CREDIT-AMT TO   WS-CREDIT-TOTAL
           .
       A1243-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE PAYMENTS LEDGER ROW UNDER THE SIGNED-ON OPERATOR - THE-------
      *CALLER SETS FINE ID, SIGNED AMOUNT AND EXT_REF; THE BORROWER IS--
      *THE LOST LOAN'S (SAME KEY DRAW AS FINE01'S A2310-WRITE-PAYMENT)--
       A1244-WRITE-LEDGER.
           MOVE 'PAYID   ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(PAYMENT_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.FINE_PAYMENTS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A1244-WRITE-LEDGER.'  TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT

           MOVE WS-NEXT-KEY-VALUE TO FPAY-PAYMENT-ID
           MOVE FINES-BORROWER-ID TO FPAY-BORROWER-ID
           MOVE WS-AUD-DATE       TO FPAY-PAY-DATE
           MOVE WS-AUD-TIME       TO FPAY-PAY-TIME
           MOVE WS-OPER-ID        TO FPAY-OPER-ID

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
              MOVE    'A1244-WRITE-LEDGER.'  TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       A1244-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE LOST_REFUNDS REGISTER ROW - THE CASH WENT OUT OF THE DRAWER--
      *HERE AND NOW ('P'), OR NONE WAS DUE ONCE THE CREDIT WENT ON ('N')
       A1245-WRITE-REGISTER.
           MOVE 'LREFID  ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(REFUND_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.LOST_REFUNDS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A1245-WRITE-REGISTER.' TO ERR-LOC
              MOVE     SQLCODE                 TO ERR-CODE
              MOVE    'Y'                      TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT

           MOVE WS-NEXT-KEY-VALUE  TO LREF-REFUND-ID
           MOVE LOANS-LOAN-ID      TO LREF-LOAN-ID
           MOVE WS-LOST-FINE-ID    TO LREF-FINE-ID
           MOVE FINES-BORROWER-ID  TO LREF-BORROWER-ID
           MOVE BOOKS-BOOK-ID      TO LREF-BOOK-ID
           MOVE LOANS-ACCESSION-NO TO LREF-ACCESSION-NO
           MOVE WS-AUD-DATE        TO LREF-REFUND-DATE
           MOVE WS-LOST-PAID       TO LREF-PAID-AMOUNT
           MOVE WS-CREDIT-TOTAL    TO LREF-CREDIT-AMOUNT
           MOVE WS-REFUND-AMT      TO LREF-REFUND-AMOUNT
           MOVE WS-OPER-ID         TO LREF-OPER-ID

           IF WS-REFUND-AMT > 0
              MOVE 'P' TO LREF-STATUS
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
              MOVE    'A1245-WRITE-REGISTER.' TO ERR-LOC
              MOVE     SQLCODE                 TO ERR-CODE
              MOVE    'Y'                      TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       A1245-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *CONFIRM VALUE 'C' - THE BORROWER SAYS THE BOOK WAS RETURNED BUT--
      *THE LOAN IS STILL OPEN. THE LOAN GOES TO DISPUTED ('D'), WHICH---
      *TAKES IT OUT OF OVERDUE NOTICES, RECALL AND LOSTCNV'S OVERDUE----
      *PASS AND STOPS ANY FINE BUILDING UP ON IT; THE COPY IS MARKED----
      *MISSING ('M') AND PUT ON THE SRCH01 SEARCH LIST; AND A-----------
      *LOAN_CLAIMS ROW RECORDS THE CLAIM AGAINST THE BORROWER. FOUND----
      *(SRCH01, A DESK RETURN OR THE BOOK DROP) CLOSES THE LOAN WITH NO-
      *FINE; NOT FOUND WITHIN 'CLAIMDYS' DAYS, LOSTCNV MAKES IT LOST----
      *WITH NO REPLACEMENT CHARGE---------------------------------------
       A1250-CLAIM-RETURNED.
           MOVE WS-DEL-ID TO LOANS-BOOK-ID

      *SAME LOAN DISPATCH AS A1220 - THE KEYED ACCESSION PICKS THE COPY-
           IF MACCNOI = LOW-VALUE OR SPACES
              EXEC SQL
                   SELECT LOAN_ID, VALUE(BORROWER_ID, 0),
                          VALUE(ACCESSION_NO, ' '),
                          VALUE(BRANCH_ID, 0)
                   INTO  :LOANS-LOAN-ID, :LOANS-BORROWER-ID,
                         :LOANS-ACCESSION-NO, :LOANS-BRANCH-ID
                   FROM   IBMUSER.LOANS
                   WHERE  BOOK_ID = :LOANS-BOOK-ID
                   AND    STATUS  = 'O'
                   FETCH FIRST 1 ROW ONLY
              END-EXEC
           ELSE
              MOVE MACCNOI TO LOANS-ACCESSION-NO
              EXEC SQL
                   SELECT LOAN_ID, VALUE(BORROWER_ID, 0),
                          VALUE(ACCESSION_NO, ' '),
                          VALUE(BRANCH_ID, 0)
                   INTO  :LOANS-LOAN-ID, :LOANS-BORROWER-ID,
                         :LOANS-ACCESSION-NO, :LOANS-BRANCH-ID
                   FROM   IBMUSER.LOANS
                   WHERE  BOOK_ID      = :LOANS-BOOK-ID
                   AND    STATUS       = 'O'
                   AND    ACCESSION_NO = :LOANS-ACCESSION-NO
              END-EXEC
           END-IF

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE 'NO OPEN LOAN TO CLAIM AS RETURNED.' TO MESSAGEO
                   PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
              WHEN OTHER
                   MOVE    'A1250-CLAIM-RETURNED.' TO ERR-LOC
                   MOVE     SQLCODE                TO ERR-CODE
                   MOVE    'Y'                     TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           EXEC SQL
                UPDATE IBMUSER.LOANS
                SET    STATUS  = 'D'
                WHERE  LOAN_ID = :LOANS-LOAN-ID
                AND    STATUS  = 'O'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A1250-CLAIM-RETURNED.' TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE 'M' TO WS-COPY-NEW-STATUS
           PERFORM A1223-UPDATE-COPY-STATUS THRU A1223-EXIT
           PERFORM A1251-LIST-FOR-SEARCH    THRU A1251-EXIT
           PERFORM A1252-WRITE-CLAIM        THRU A1252-EXIT

           MOVE 'Y' TO WS-CONFIRM-DONE
           .
       A1250-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *PUT THE CLAIMED COPY ON IBMUSER.SEARCH_LIST ('S') THE WAY MISSFU-
      *LISTS A MISSING ONE (SAME GET-MAX-PLUS-ONE SEARCH ID) - UNLESS---
      *IT IS ALREADY BEING SEARCHED, OR THE LOAN PREDATES ACCESSION-----
      *NUMBERS AND THERE IS NO PHYSICAL COPY TO NAME--------------------
       A1251-LIST-FOR-SEARCH.
           IF LOANS-ACCESSION-NO = SPACES OR LOW-VALUE
              GO TO A1251-EXIT
           END-IF

           MOVE LOANS-ACCESSION-NO TO SRCH-ACCESSION-NO
           MOVE LOANS-BOOK-ID      TO SRCH-BOOK-ID

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-NEXT-SEARCH-ID
                FROM   IBMUSER.SEARCH_LIST
                WHERE  ACCESSION_NO = :SRCH-ACCESSION-NO
                AND    STATUS       = 'S'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A1251-LIST-FOR-SEARCH.' TO ERR-LOC
              MOVE     SQLCODE                 TO ERR-CODE
              MOVE    'Y'                      TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF WS-NEXT-SEARCH-ID > 0
              GO TO A1251-EXIT
           END-IF

           EXEC SQL
                SELECT VALUE(MAX(SEARCH_ID), 0)
                INTO  :WS-NEXT-SEARCH-ID
                FROM   IBMUSER.SEARCH_LIST
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A1251-LIST-FOR-SEARCH.' TO ERR-LOC
              MOVE     SQLCODE                 TO ERR-CODE
              MOVE    'Y'                      TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           ADD  1                 TO WS-NEXT-SEARCH-ID
           MOVE WS-NEXT-SEARCH-ID TO SRCH-SEARCH-ID

           EXEC SQL
                INSERT INTO IBMUSER.SEARCH_LIST
                       (SEARCH_ID, ACCESSION_NO, BOOK_ID,
                        LISTED_DATE, LAST_SEARCH_DATE,
                        SEARCH_COUNT, STATUS)
                VALUES (:SRCH-SEARCH-ID, :SRCH-ACCESSION-NO,
                        :SRCH-BOOK-ID, CURRENT DATE, NULL, 0, 'S')
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A1251-LIST-FOR-SEARCH.' TO ERR-LOC
              MOVE     SQLCODE                 TO ERR-CODE
              MOVE    'Y'                      TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       A1251-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *RECORD THE CLAIM ON IBMUSER.LOAN_CLAIMS (STATUS 'O') AND TELL----
      *THE DESK HOW MANY CLAIMS THE BORROWER HAS NOW MADE---------------
       A1252-WRITE-CLAIM.
           MOVE 'CLAIMID ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(CLAIM_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.LOAN_CLAIMS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A1252-WRITE-CLAIM.'   TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT

           MOVE WS-NEXT-KEY-VALUE  TO CLM-CLAIM-ID
           MOVE LOANS-LOAN-ID      TO CLM-LOAN-ID
           MOVE LOANS-BORROWER-ID  TO CLM-BORROWER-ID
           MOVE LOANS-BOOK-ID      TO CLM-BOOK-ID
           MOVE LOANS-ACCESSION-NO TO CLM-ACCESSION-NO
           MOVE WS-OPER-ID         TO CLM-OPER-ID

           EXEC SQL
                INSERT INTO IBMUSER.LOAN_CLAIMS
                       (CLAIM_ID, LOAN_ID, BORROWER_ID, BOOK_ID,
                        ACCESSION_NO, CLAIM_DATE, RESOLVED_DATE,
                        STATUS, OPER_ID)
                VALUES (:CLM-CLAIM-ID, :CLM-LOAN-ID,
                        :CLM-BORROWER-ID, :CLM-BOOK-ID,
                        :CLM-ACCESSION-NO, CURRENT DATE, NULL,
                        'O', :CLM-OPER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A1252-WRITE-CLAIM.'   TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE 0 TO WS-CLAIM-COUNT

           IF LOANS-BORROWER-ID > 0
              EXEC SQL
                   SELECT COUNT(*)
                   INTO  :WS-CLAIM-COUNT
                   FROM   IBMUSER.LOAN_CLAIMS
                   WHERE  BORROWER_ID = :CLM-BORROWER-ID
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE    'A1252-WRITE-CLAIM.'   TO ERR-LOC
                 MOVE     SQLCODE                TO ERR-CODE
                 MOVE    'Y'                     TO ERROR-HANDLING
                 PERFORM  XXXX-ERROR-HANDLING
              END-IF
           END-IF

           MOVE WS-CLAIM-COUNT TO WS-CLAIM-EDIT
           MOVE SPACES         TO WS-RESULT-MSG
           STRING 'CLAIM RECORDED - COPY ON SEARCH LIST. CLAIMS: '
                                    DELIMITED BY SIZE
                  WS-CLAIM-EDIT     DELIMITED BY SIZE
                  INTO WS-RESULT-MSG
           END-STRING
           .
       A1252-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE CLAIMED COPY TURNED UP AT A RETURN - CLOSE THE CLAIM AS------
      *FOUND ('F') AND TAKE THE COPY OFF THE SEARCH LIST----------------
       A1253-CLOSE-CLAIM.
           EXEC SQL
                UPDATE IBMUSER.LOAN_CLAIMS
                SET    STATUS        = 'F',
                       RESOLVED_DATE = CURRENT DATE
                WHERE  LOAN_ID       = :LOANS-LOAN-ID
                AND    STATUS        = 'O'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE    'A1253-CLOSE-CLAIM.'   TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF LOANS-ACCESSION-NO = SPACES OR LOW-VALUE
              GO TO A1253-EXIT
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
              MOVE    'A1253-CLOSE-CLAIM.'   TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       A1253-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE COPY BEING CHECKED OUT MAY BE ON THE COURSE RESERVE SHELF----
      *(IBMUSER.COURSE_RESERVES, MAINTAINED BY RSV01). AN ACTIVE--------
      *RESERVE WHOSE COURSE DATES COVER TODAY - ON THIS COPY, OR ON-----
      *EVERY COPY OF THE BOOK - MAKES IT A SHORT LOAN: DUE THE----------
      *RESERVE'S LOAN HOURS FROM NOW, AND NO LATER THAN THE 'RSVCLOSE'--
      *CLOSING TIME WHEN THAT SETTING IS PRESENT. ANYTHING ELSE KEEPS---
      *THE ORDINARY DUE DATE A1232 SET----------------------------------
       A1260-CHECK-RESERVE.
           MOVE 'N'                 TO WS-SHORT-LOAN-SW
           MOVE SPACES              TO LOANS-DUE-TIME
           MOVE 0                   TO LOANS-RESERVE-ID
           MOVE WS-DEL-ID           TO CRSV-BOOK-ID
           MOVE LOANS-ACCESSION-NO  TO CRSV-ACCESSION-NO

           EXEC SQL
                SELECT RESERVE_ID, LOAN_HOURS
                INTO  :CRSV-RESERVE-ID, :CRSV-LOAN-HOURS
                FROM   IBMUSER.COURSE_RESERVES
                WHERE  BOOK_ID = :CRSV-BOOK-ID
                AND    STATUS  = 'A'
                AND    CURRENT DATE BETWEEN START_DATE AND END_DATE
                AND   (ACCESSION_NO = :CRSV-ACCESSION-NO
                   OR  VALUE(ACCESSION_NO, ' ') = ' ')
                ORDER BY VALUE(ACCESSION_NO, ' ') DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   GO TO A1260-EXIT
              WHEN OTHER
                   MOVE    'A1260-CHECK-RESERVE.' TO ERR-LOC
                   MOVE     SQLCODE                TO ERR-CODE
                   MOVE    'Y'                     TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           EXEC SQL
                SET (:LOANS-DUE-DATE, :LOANS-DUE-TIME,
                     :WS-NOW-DATE, :WS-NOW-TIME) =
                    (CHAR(DATE(CURRENT TIMESTAMP
                             + :CRSV-LOAN-HOURS HOURS), ISO),
                     CHAR(TIME(CURRENT TIMESTAMP
                             + :CRSV-LOAN-HOURS HOURS), JIS),
                     CHAR(CURRENT DATE, ISO),
                     CHAR(CURRENT TIME, JIS))
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A1260-CHECK-RESERVE.' TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

      *A SHORT LOAN COMES BACK BEFORE THE DESK CLOSES - A LOAN TAKEN----
      *LATE IN THE DAY IS DUE AT CLOSING TIME, NOT OVERNIGHT------------
           MOVE 'RSVCLOSE' TO SETTG-SETTING-ID

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE SETTG-SETTING-VALUE TO WS-CLOSE-TIME
                   IF WS-CLOSE-TIME > WS-NOW-TIME
                      AND (LOANS-DUE-DATE > WS-NOW-DATE
                       OR  LOANS-DUE-TIME > WS-CLOSE-TIME)
                      MOVE WS-NOW-DATE      TO LOANS-DUE-DATE
                      MOVE WS-CLOSE-TIME    TO LOANS-DUE-TIME
                   END-IF
              WHEN SQLCODE = 100
                   CONTINUE
              WHEN OTHER
                   MOVE    'A1260-CHECK-RESERVE.' TO ERR-LOC
                   MOVE     SQLCODE                TO ERR-CODE
                   MOVE    'Y'                     TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE 'Y'               TO WS-SHORT-LOAN-SW
           MOVE CRSV-RESERVE-ID   TO LOANS-RESERVE-ID

           STRING 'SHORT LOAN (COURSE RESERVE) - DUE '
                                         DELIMITED BY SIZE
                  LOANS-DUE-DATE         DELIMITED BY SIZE
                  ' AT '                 DELIMITED BY SIZE
                  LOANS-DUE-TIME(1:5)    DELIMITED BY SIZE
                  INTO WS-RESULT-MSG
           .
       A1260-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A SHORT LOAN JUST CAME BACK - A1217 HAS THE MINUTES BETWEEN THE--
      *DUE TIME AND THE RETURN. EVERY HOUR OR PART HOUR LATE IS FINED---
      *AT THE HOURLY RATE ON THE COURSE RESERVE THE LOAN WAS MADE-------
      *UNDER (A RESERVE SINCE REMOVED CARRIES NO RATE, SO NO FINE).-----
      *CLOSED DAYS DO NOT ENTER INTO IT - THE LOAN RAN HOURS, NOT DAYS--
       A1261-SHORT-LOAN-LATE.
           MOVE 'N' TO WS-SHORT-LOAN-SW

           IF WS-MINUTES-LATE <= 0 OR LOANS-BORROWER-ID = 0
              GO TO A1261-EXIT
           END-IF

           COMPUTE WS-HOURS-LATE = (WS-MINUTES-LATE + 59) / 60

           MOVE 0                TO CRSV-HOURLY-RATE
           MOVE LOANS-RESERVE-ID TO CRSV-RESERVE-ID

           EXEC SQL
                SELECT HOURLY_RATE
                INTO  :CRSV-HOURLY-RATE
                FROM   IBMUSER.COURSE_RESERVES
                WHERE  RESERVE_ID = :CRSV-RESERVE-ID
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE    'A1261-SHORT-LOAN-LATE.' TO ERR-LOC
              MOVE     SQLCODE                  TO ERR-CODE
              MOVE    'Y'                       TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF CRSV-HOURLY-RATE = 0
              GO TO A1261-EXIT
           END-IF

           MOVE 'Y' TO WS-SHORT-LOAN-SW
           PERFORM A1218-WRITE-FINE THRU A1218-EXIT
           .
       A1261-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ITEM-TYPE LENDING RULES - A DVD, PASS OR LAPTOP MAY HAVE ITS OWN-
      *LOAN PERIOD, RENEW LIMIT, FINE RATE AND CAP FOR THE BORROWER'S---
      *TYPE ON IBMUSER.ITEM_POLICY (SEE DCLITPOL). A ROW THERE REPLACES-
      *THE LOAN_POLICY FIGURES A1230 JUST READ, SO THE DUE DATE, THE----
      *RENEWAL LIMIT AND THE FINE ALL FOLLOW THE ITEM; NO ROW LEAVES----
      *THEM AS THEY ARE. THE BOOK IS THE ONE IN WS-DEL-ID---------------
       A1262-GET-ITEM-POLICY.
           MOVE 'B'       TO WS-ITEM-TYPE
           MOVE 0         TO ITPOL-MAX-ITEMS
           MOVE WS-DEL-ID TO WS-ITEM-BOOK-ID

           EXEC SQL
                SELECT VALUE(ITEM_TYPE, 'B')
                INTO  :WS-ITEM-TYPE
                FROM   IBMUSER.BOOKS
                WHERE  BOOK_ID = :WS-ITEM-BOOK-ID
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE    'A1262-GET-ITEM-POLICY.' TO ERR-LOC
              MOVE     SQLCODE                  TO ERR-CODE
              MOVE    'Y'                       TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF WS-ITEM-TYPE = SPACES
              MOVE 'B' TO WS-ITEM-TYPE
           END-IF

           MOVE BORRW-BORROWER-TYPE TO ITPOL-BORROWER-TYPE
           MOVE WS-ITEM-TYPE        TO ITPOL-ITEM-TYPE

           EXEC SQL
                SELECT LOAN_DAYS, RENEW_LIMIT, FINE_RATE, MAX_FINE,
                       MAX_ITEMS
                INTO  :ITPOL-LOAN-DAYS, :ITPOL-RENEW-LIMIT,
                      :ITPOL-FINE-RATE, :ITPOL-MAX-FINE,
                      :ITPOL-MAX-ITEMS
                FROM   IBMUSER.ITEM_POLICY
                WHERE  BORROWER_TYPE = :ITPOL-BORROWER-TYPE
                AND    ITEM_TYPE     = :ITPOL-ITEM-TYPE
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE 'Y'               TO WS-POLICY-SW
                   MOVE ITPOL-LOAN-DAYS   TO LNPOL-LOAN-DAYS
                                             WS-LOAN-DAYS
                   MOVE ITPOL-RENEW-LIMIT TO LNPOL-RENEW-LIMIT
                   MOVE ITPOL-FINE-RATE   TO LNPOL-FINE-RATE
                   MOVE ITPOL-MAX-FINE    TO LNPOL-MAX-FINE
                                             WS-MAX-FINE
              WHEN SQLCODE = 100
                   MOVE 0                 TO ITPOL-MAX-ITEMS
              WHEN OTHER
                   MOVE    'A1262-GET-ITEM-POLICY.' TO ERR-LOC
                   MOVE     SQLCODE                  TO ERR-CODE
                   MOVE    'Y'                       TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A1262-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *REFUSE THE CHECK-OUT WHEN THE BORROWER ALREADY HAS THE ITEM------
      *POLICY'S MAXIMUM OF THIS ITEM TYPE OUT (A1262 HAS READ IT; ZERO--
      *OR NO ITEM_POLICY ROW MEANS NO LIMIT BY TYPE)--------------------
       A1263-CHECK-ITEM-LIMIT.
           IF ITPOL-MAX-ITEMS <= 0
              GO TO A1263-EXIT
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
              MOVE    'A1263-CHECK-ITEM-LIMIT.' TO ERR-LOC
              MOVE     SQLCODE                   TO ERR-CODE
              MOVE    'Y'                        TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF WS-ITEM-OUT >= ITPOL-MAX-ITEMS
              MOVE WS-ITEM-OUT TO WS-ITEM-OUT-EDIT
              MOVE SPACES      TO MESSAGEO
              STRING 'ITEM TYPE LIMIT REACHED - '  DELIMITED BY SIZE
                     WS-ITEM-OUT-EDIT              DELIMITED BY SIZE
                     ' OF THIS TYPE ALREADY OUT.'  DELIMITED BY SIZE
                     INTO MESSAGEO
              END-STRING
              PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           END-IF
           .
       A1263-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *BORRW-BORROWER-TYPE FROM IBMUSER.LOAN_POLICY (SEE DCLLNPOL).----
      *NO POLICY ROW LEAVES THE OLD GLOBAL BEHAVIOUR IN PLACE - 14-DAY-
      *LOANS AND THE LIB_SETTINGS 'FINERATE'/'RENEWMAX' VALUES - SO----
      *THE DESK KEEPS LENDING WHILE THE POLICY TABLE IS BEING SET UP.--
      *THE ITEM TYPE OF THE BOOK IN WS-DEL-ID CAN THEN OVERRIDE THE-----
      *TYPE'S FIGURES (SEE A1262)---------------------------------------
       A1230-GET-POLICY.
           MOVE 'N' TO WS-POLICY-SW
           MOVE 14  TO WS-LOAN-DAYS

           MOVE BORRW-BORROWER-TYPE TO LNPOL-BORROWER-TYPE

           MOVE -1  TO LNPOL-BLOCK-FINES

           EXEC SQL
                SELECT LOAN_DAYS, RENEW_LIMIT, FINE_RATE, MAX_FINE,
                       VALUE(BLOCK_FINES, -1)
                INTO  :LNPOL-LOAN-DAYS, :LNPOL-RENEW-LIMIT,
                      :LNPOL-FINE-RATE, :LNPOL-MAX-FINE,
                      :LNPOL-BLOCK-FINES
                FROM   IBMUSER.LOAN_POLICY
                WHERE  BORROWER_TYPE = :LNPOL-BORROWER-TYPE
           END-EXEC
                   MOVE    'Y'                     TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           PERFORM A1262-GET-ITEM-POLICY THRU A1262-EXIT
           .
       A1230-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *REFUSE A BORROWER WHO IS BLOCKED - FIRST ANY ACTIVE ROW ON-------
      *IBMUSER.BORROWER_BLOCKS (BAD ADDRESS, LOST CARD, MANUAL DESK-----
      *BLOCK - SEE BLOCK01), THEN THE FINES BLOCK WORKED OUT FROM THE---
      *OUTSTANDING FINES BALANCE AGAINST THE TYPE'S BLOCK_FINES---------
      *THRESHOLD (A1230-GET-POLICY HAS ALREADY READ IT; NULL OR NO------
      *POLICY ROW FALLS BACK TO 'BLKFINES' ON IBMUSER.LIB_SETTINGS, AND-
      *NO THRESHOLD ANYWHERE MEANS NOBODY IS BLOCKED FOR FINES). THE----
      *CALLER HAS BORRW-BORROWER-ID SET---------------------------------
       A1238-CHECK-BLOCKS.
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
                   MOVE SPACES TO MESSAGEO
                   EVALUATE BBLK-REASON
                      WHEN 'A'
                           MOVE 'BLOCKED - BAD ADDRESS ON FILE.'
                                                    TO MESSAGEO
                      WHEN 'C'
                           MOVE 'BLOCKED - CARD REPORTED LOST.'
                                                    TO MESSAGEO
                      WHEN OTHER
                           STRING 'BLOCKED - '     DELIMITED BY SIZE
                                  BBLK-NOTE        DELIMITED BY SIZE
                                  INTO MESSAGEO
                           END-STRING
                   END-EVALUATE
                   PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
              WHEN SQLCODE = 100
                   CONTINUE
              WHEN OTHER
                   MOVE    'A1238-CHECK-BLOCKS.'  TO ERR-LOC
                   MOVE     SQLCODE                TO ERR-CODE
                   MOVE    'Y'                     TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

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
                      GO TO A1238-EXIT
                 WHEN OTHER
                      MOVE    'A1238-CHECK-BLOCKS.'  TO ERR-LOC
                      MOVE     SQLCODE                TO ERR-CODE
                      MOVE    'Y'                     TO ERROR-HANDLING
                      PERFORM  XXXX-ERROR-HANDLING
              END-EVALUATE
           ELSE
              MOVE LNPOL-BLOCK-FINES TO WS-BLOCK-LIMIT
           END-IF

      *A ZERO THRESHOLD IS THE POLICY SAYING THIS TYPE IS NEVER---------
      *BLOCKED FOR FINES------------------------------------------------
           IF WS-BLOCK-LIMIT NOT > 0
              GO TO A1238-EXIT
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
                   MOVE    'A1238-CHECK-BLOCKS.' TO ERR-LOC
                   MOVE     SQLCODE              TO ERR-CODE
                   MOVE    'Y'                   TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
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
              MOVE    'A1238-CHECK-BLOCKS.'  TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF WS-FINES-OWED >= WS-BLOCK-LIMIT
              MOVE WS-FINES-OWED  TO WS-OWED-EDIT
              MOVE WS-BLOCK-LIMIT TO WS-LIMIT-EDIT
              MOVE SPACES         TO MESSAGEO
              STRING 'BLOCKED - FINES OWED '  DELIMITED BY SIZE
                     WS-OWED-EDIT             DELIMITED BY SIZE
                     ', LIMIT '               DELIMITED BY SIZE
                     WS-LIMIT-EDIT            DELIMITED BY SIZE
                     INTO MESSAGEO
              END-STRING
              PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
           END-IF
           .
       A1238-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE RETURN/RENEW/LOST PATHS ONLY KNOW THE BORROWER FROM THE------
      *LOAN ROW - RESOLVE LOANS-BORROWER-ID TO ITS TYPE SO--------------
      *A1230-GET-POLICY CAN FIND THE RIGHT RULES. A LOAN FROM BEFORE----
              MOVE MCONDI TO COPY-CONDITION
           END-IF

           PERFORM Z7700-COPY-BEFORE THRU Z7700-EXIT

           EXEC SQL
                UPDATE IBMUSER.COPIES
                SET    CONDITION    = :COPY-CONDITION
              MOVE    'Y'                       TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z7710-COPY-HISTORY THRU Z7710-EXIT
           .
       A1236-EXIT.
           EXIT
                SELECT BORROWER,
                       LOAN_DATE,
                       DUE_DATE,
                       VALUE(RECALL_FLAG, ' '),
                       VALUE(CHAR(DUE_TIME, JIS), ' ')
                INTO  :LOANS-BORROWER
                     ,:LOANS-LOAN-DATE
                     ,:LOANS-DUE-DATE
                     ,:LOANS-RECALL-FLAG
                     ,:LOANS-DUE-TIME
                FROM   IBMUSER.LOANS
                WHERE  BOOK_ID = :LOANS-BOOK-ID
                AND    STATUS  = 'O'
              WHEN SQLCODE = 0
      *A RECALLED LOAN SHOWS AS SUCH SO THE DESK CAN EXPLAIN THE-------
      *SHORTENED DUE DATE AT RETURN-------------------------------------
                   EVALUATE TRUE
                      WHEN LOANS-RECALL-FLAG = 'Y'
                           MOVE 'RECALLED'   TO WS-LOAN-STATUS
                      WHEN LOANS-DUE-TIME NOT = SPACES
                           MOVE 'SHORT LOAN' TO WS-LOAN-STATUS
                      WHEN OTHER
                           MOVE 'ON LOAN'    TO WS-LOAN-STATUS
                   END-EVALUATE
                   MOVE LOANS-BORROWER-TEXT TO WS-BORROWER
                   MOVE LOANS-LOAN-DATE     TO WS-LOANDATE
                   MOVE LOANS-DUE-DATE      TO WS-DUEDATE
           EXIT
           .
      *-----------------------------------------------------------------
      *ADD SLIP-WORK AS THE NEXT LINE OF THE SLIP AND CLEAR IT FOR THE--
      *NEXT ONE - A FULL SLIP DROPS ANY FURTHER LINES-------------------
       Z7600-ADD-SLIP-LINE.
           IF SLIP-LINE-COUNT < 120
              ADD 1 TO SLIP-LINE-COUNT
              MOVE SLIP-WORK TO SLIP-LINE(SLIP-LINE-COUNT)
           END-IF

           MOVE SPACES TO SLIP-WORK
           .
       Z7600-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *FOOT OF THE SLIP - WHAT THE BORROWER HAS OUT NOW (THIS-----------
      *TRANSACTION INCLUDED) AND THE OPEN FINES BALANCE. A LOAN FROM----
      *BEFORE THE BORROWER MASTER HAS NO BORROWER ID AND NO FOOTER------
       Z7610-SLIP-FOOTER.
           PERFORM Z7600-ADD-SLIP-LINE THRU Z7600-EXIT

           IF WS-SLIP-BORROWER-ID = 0
              GO TO Z7610-EXIT
           END-IF

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-SLIP-OUT
                FROM   IBMUSER.LOANS
                WHERE  BORROWER_ID = :WS-SLIP-BORROWER-ID
                AND    STATUS      = 'O'
           END-EXEC

           IF SQLCODE NOT = 0
              GO TO Z7610-EXIT
           END-IF

           EXEC SQL
                SELECT VALUE(SUM(AMOUNT - VALUE(PAID_AMOUNT, 0)), 0)
                INTO  :WS-SLIP-OWED
                FROM   IBMUSER.FINES
                WHERE  BORROWER_ID = :WS-SLIP-BORROWER-ID
                AND    STATUS      = 'O'
           END-EXEC

           IF SQLCODE NOT = 0
              GO TO Z7610-EXIT
           END-IF

           MOVE 'ITEMS NOW ON LOAN'     TO ST-LABEL
           MOVE WS-SLIP-OUT             TO SLIP-COUNT-EDIT
           MOVE SLIP-COUNT-EDIT         TO ST-VALUE
           PERFORM Z7600-ADD-SLIP-LINE THRU Z7600-EXIT

           MOVE 'FINES BALANCE'         TO ST-LABEL
           MOVE WS-SLIP-OWED            TO SLIP-AMOUNT-EDIT
           MOVE SLIP-AMOUNT-EDIT        TO ST-VALUE
           PERFORM Z7600-ADD-SLIP-LINE THRU Z7600-EXIT
           .
       Z7610-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *SEND THE FINISHED SLIP TO THE PRINTER IBMUSER.DESK_PRINTERS------
      *NAMES FOR THIS TERMINAL (SEE DPRMNT01) BY STARTING SLIPPRT ON----
      *IT. NO ROW MEANS THE DESK HAS NO PRINTER - NOT AN ERROR----------
       Z7620-START-SLIP.
           MOVE 'N'      TO WS-SLIP-SW
           MOVE EIBTRMID TO DPRT-TERMINAL-ID

           EXEC SQL
                SELECT PRINTER_ID
                INTO  :DPRT-PRINTER-ID
                FROM   IBMUSER.DESK_PRINTERS
                WHERE  TERMINAL_ID = :DPRT-TERMINAL-ID
           END-EXEC

           IF SQLCODE = 100
              GO TO Z7620-EXIT
           END-IF

           IF SQLCODE NOT = 0
              MOVE 'F' TO WS-SLIP-SW
              GO TO Z7620-EXIT
           END-IF

           EXEC CICS START
                TRANSID(WS-SLIP-TRANSID)
                TERMID(DPRT-PRINTER-ID)
                FROM(SLIP-DATA)
                LENGTH(LENGTH OF SLIP-DATA)
                RESP(RESPONSE-CODE)
           END-EXEC

           IF RESPONSE-CODE = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-SLIP-SW
           ELSE
              MOVE 'F' TO WS-SLIP-SW
           END-IF
           .
       Z7620-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *SUPPORT PARAGRAPH------------------------------------------------
      *-----------------------------------------------------------------
      *APPEND AN AUTHORIZATION-REFUSAL ROW TO THE SECURITY ACTIVITY-----
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
           MOVE 'LOAN01  '         TO CPHST-PROGRAM
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
      *REACHES THE TERMINAL, SO THE EVIDENCE SURVIVES THE SCREEN CLEAR-
      *(BEST-EFFORT - A FAILURE HERE MUST NOT MASK THE REAL ERROR)-----
