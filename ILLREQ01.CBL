      *                                                               *
      * ACTIONS (MACTION FIELD):                                      *
      *    -- O > OPEN AN OUTGOING REQUEST (PARTNER, OUR BORROWER,    *
      *           ISBN, OPTIONAL TITLE) - STATUS 'R'. WITH THE        *
      *           PARTNER LEFT BLANK, LISTS THE ACTIVE PARTNERS WHOSE *
      *           LAST PHLDLOAD HOLDINGS SHOW THE ISBN, BEST RECENT   *
      *           FILL RECORD FIRST, SO THE CLERK CAN PICK ONE        *
      *    -- V > BOOK ARRIVED FROM THE PARTNER - STATUS 'V' (THE     *
      *           OWNER'S BARCODE MAY BE KEYED TO TRACK THE COPY)     *
      *    -- L > HAND THE RECEIVED BOOK TO OUR PATRON - STATUS 'L'   *
      *           (REFUSED WHILE THE PATRON IS BLOCKED - SEE BLOCK01) *
      *    -- T > PATRON BROUGHT IT BACK - STATUS 'T'                 *
      *    -- X > SENT BACK TO THE OWNER (OUTGOING) OR PARTNER        *
      *           RETURNED OUR COPY (INCOMING) - STATUS 'X'           *
      *    -- ILLSUM   > MONTHLY BORROWED/LENT SUMMARY PER PARTNER    *
      *    -- LOAN01   > CHECKS INCOMING LENDS OUT TO THE PARTNER'S   *
      *                  TYPE 'P' BORROWER ROW                        *
      *    -- PHLDLOAD > LOADS THE PARTNER HOLDINGS THE LENDER LIST   *
      *                  IS DRAWN FROM                                *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
       01  SWITCH.
           05  ERROR-HANDLING          PIC X    VALUE 'N'             .
               88  SOME-ERROR                   VALUE 'Y'             .
           05  END-OF-FILE             PIC X    VALUE 'N'             .
               88  NO-MORE-RECORDS              VALUE 'Y'             .

       01  WS-VARS.
           05  WS-TRANSID              PIC X(04) VALUE 'ILR1'         .
           05  WS-ILL-TIME             PIC X(08)                     .
           05  WS-NEXT-ILL-ID          PIC S9(9) COMP                .
           05  WS-LOAN-COUNT           PIC S9(9) COMP                .
           05  WS-BLOCK-LIMIT          PIC S9(5)V9(2) USAGE COMP-3   .
           05  WS-FINES-OWED           PIC S9(7)V9(2) USAGE COMP-3   .
           05  WS-FAMILY-BLOCK         PIC S9(4) USAGE COMP          .
           05  WS-OWED-EDIT            PIC ZZ,ZZ9.99                 .
           05  WS-LIMIT-EDIT           PIC ZZ,ZZ9.99                 .
           05  WS-LENDER-SUB           PIC S9(4) COMP                .
           05  WS-LENDER-MAX           PIC S9(4) COMP VALUE 6        .
           05  WS-LENDER-ROWS          PIC S9(4) COMP                .
           05  WS-FILLED               PIC S9(9) COMP                .
           05  WS-ASKED                PIC S9(9) COMP                .
           05  WS-FILL-PCT             PIC S9(9) COMP                .

       01  WS-LENDER-LINE.
           05  WL-PARTNER-ID           PIC ZZZ9                       .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-NAME                 PIC X(030)                     .
           05  FILLER                  PIC X(008) VALUE ' COPIES '    .
           05  WL-COPIES               PIC ZZ9                        .
           05  FILLER                  PIC X(008) VALUE ' FILLED '    .
           05  WL-FILLED               PIC ZZZ9                       .
           05  FILLER                  PIC X(001) VALUE '/'           .
           05  WL-ASKED                PIC ZZZ9                       .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-FILL-PCT             PIC ZZ9                        .
           05  FILLER                  PIC X(001) VALUE '%'           .

       01  WS-ERRLOG-VARS.
           05  WS-ERRLOG-NEXT-ID       PIC S9(9) COMP                 .
                INCLUDE DCLFAUTH
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBBLK
           END-EXEC.

           EXEC SQL
                INCLUDE DCLFINES
           END-EXEC.

           EXEC SQL
                INCLUDE DCLLNPOL
           END-EXEC.

           EXEC SQL
                INCLUDE DCLSETTG
           END-EXEC.

           EXEC SQL
                INCLUDE DCLPHOLD
           END-EXEC.

      *-----------------------------------------------------------------
      *ACTIVE PARTNERS WHOSE LOADED HOLDINGS SHOW THE WANTED ISBN,------
      *RANKED BY THEIR LAST 12 MONTHS OF OUR OUTGOING REQUESTS - THE----
      *SHARE THAT GOT AS FAR AS RECEIVED, THEN THE NUMBER RECEIVED,-----
      *THEN THE COPIES THEY HOLD. A PARTNER NEVER ASKED RANKS AT ZERO---
           EXEC SQL DECLARE LN_CURSOR CURSOR FOR
                SELECT X.PARTNER_ID, X.NAME, X.COPIES,
                       X.FILLED, X.ASKED
                FROM  (SELECT H.PARTNER_ID, P.NAME, H.COPIES,
                              (SELECT COUNT(*)
                               FROM   IBMUSER.ILL_REQUESTS R
                               WHERE  R.PARTNER_ID = H.PARTNER_ID
                               AND    R.DIRECTION  = 'O'
                               AND    R.STATUS IN ('V', 'L', 'T', 'X')
                               AND    R.REQ_DATE  >=
                                      CHAR(CURRENT DATE - 12 MONTHS,
                                           ISO)) AS FILLED,
                              (SELECT COUNT(*)
                               FROM   IBMUSER.ILL_REQUESTS R
                               WHERE  R.PARTNER_ID = H.PARTNER_ID
                               AND    R.DIRECTION  = 'O'
                               AND    R.REQ_DATE  >=
                                      CHAR(CURRENT DATE - 12 MONTHS,
                                           ISO)) AS ASKED
                       FROM   IBMUSER.PARTNER_HOLDINGS H,
                              IBMUSER.ILL_PARTNERS P
                       WHERE  H.ISBN       = :PHOLD-ISBN
                       AND    P.PARTNER_ID = H.PARTNER_ID
                       AND    P.STATUS     = 'A') AS X
                ORDER BY CASE WHEN X.ASKED = 0 THEN 0
                              ELSE X.FILLED * 100 / X.ASKED
                         END DESC,
                         X.FILLED DESC, X.COPIES DESC, X.PARTNER_ID
           END-EXEC.

           COPY ILLREQ.
           COPY DFHAID.
           COPY ATTR.
      *HOLD, A PARTNER DOES. THE ROW STARTS AT 'R' AND THE DATES FILL---
      *IN AS THE DESK ADVANCES IT-----------------------------------------
       A2100-OPEN-REQUEST.
           IF (MPTRIDI = LOW-VALUE OR SPACES)
              AND MISBNI NOT = LOW-VALUE AND MISBNI NOT = SPACES
              PERFORM A2150-SUGGEST-LENDERS THRU A2150-EXIT
           END-IF

           PERFORM A2030-CHECK-PARTNER THRU A2030-EXIT

           IF MBIDI = LOW-VALUE OR SPACES
           EXIT
           .
      *-----------------------------------------------------------------
      *NO PARTNER KEYED YET - LIST WHO HOLDS THE ISBN SO THE CLERK CAN--
      *PICK A LENDER INSTEAD OF PHONING ROUND. THE FIRST WS-LENDER-MAX--
      *SHOW; THE REQUEST OPENS ONCE A PARTNER IS KEYED AND RE-ENTERED---
       A2150-SUGGEST-LENDERS.
           MOVE MISBNI TO PHOLD-ISBN
           MOVE MISBNI TO MISBNO
           MOVE 'N'    TO END-OF-FILE
           MOVE 0      TO WS-LENDER-SUB
           MOVE 0      TO WS-LENDER-ROWS

           EXEC SQL
                OPEN LN_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2150-SUGGEST-LENDERS.' TO ERR-LOC
              MOVE     SQLCODE                 TO ERR-CODE
              MOVE    'Y'                      TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM A2160-FETCH-LENDER THRU A2160-EXIT
                   UNTIL NO-MORE-RECORDS

           EXEC SQL
                CLOSE LN_CURSOR
           END-EXEC

           EVALUATE TRUE
               WHEN WS-LENDER-ROWS = 0
                    MOVE 'NO ACTIVE PARTNER LISTS THIS ISBN - KEY ONE.'
                                       TO MESSAGEO
               WHEN WS-LENDER-ROWS > WS-LENDER-MAX
                    MOVE 'BEST LENDERS LISTED (MORE HOLD IT) - KEY ONE.'
                                       TO MESSAGEO
               WHEN OTHER
                    MOVE 'PARTNERS HOLDING THIS ISBN LISTED - KEY ONE.'
                                       TO MESSAGEO
           END-EVALUATE

           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A2150-EXIT.
           EXIT
           .
       A2160-FETCH-LENDER.
           EXEC SQL
                FETCH LN_CURSOR INTO :PHOLD-PARTNER-ID
                                    ,:ILLP-NAME
                                    ,:PHOLD-COPIES
                                    ,:WS-FILLED
                                    ,:WS-ASKED
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   ADD 1 TO WS-LENDER-ROWS
                   IF WS-LENDER-SUB < WS-LENDER-MAX
                      ADD 1 TO WS-LENDER-SUB
                      IF WS-ASKED = 0
                         MOVE 0 TO WS-FILL-PCT
                      ELSE
                         COMPUTE WS-FILL-PCT =
                                 WS-FILLED * 100 / WS-ASKED
                      END-IF
                      MOVE PHOLD-PARTNER-ID  TO WL-PARTNER-ID
                      MOVE ILLP-NAME         TO WL-NAME
                      MOVE PHOLD-COPIES      TO WL-COPIES
                      MOVE WS-FILLED         TO WL-FILLED
                      MOVE WS-ASKED          TO WL-ASKED
                      MOVE WS-FILL-PCT       TO WL-FILL-PCT
                      MOVE WS-LENDER-LINE    TO LNDLSTO(WS-LENDER-SUB)
                   END-IF
              WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-FILE
              WHEN OTHER
                   MOVE    'A2160-FETCH-LENDER.'  TO ERR-LOC
                   MOVE     SQLCODE               TO ERR-CODE
                   MOVE    'Y'                    TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2160-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE BOOK ARRIVED FROM THE PARTNER - THE OWNER'S BARCODE MAY BE---
      *KEYED SO THE PHYSICAL COPY CAN BE TRACED UNTIL IT GOES BACK------
       A2200-RECEIVE.
              PERFORM Z0000-SEND-MAP           THRU Z0000-EXIT
           END-IF

           PERFORM A2310-CHECK-BLOCKS THRU A2310-EXIT

           PERFORM Z6000-ASKTIME THRU Z6000-EXIT

           EXEC SQL
       A2300-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A BLOCKED PATRON DOES NOT GET THE PARTNER'S BOOK EITHER - SAME---
      *RULES AS LOAN01'S A1238: AN ACTIVE IBMUSER.BORROWER_BLOCKS ROW,--
      *THEN FINES OWED AT OR OVER THE TYPE'S BLOCK_FINES THRESHOLD------
      *(NULL/NO POLICY ROW -> 'BLKFINES' ON IBMUSER.LIB_SETTINGS)-------
       A2310-CHECK-BLOCKS.
           MOVE ILLR-BORROWER-ID TO BBLK-BORROWER-ID

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
                            STRING 'BLOCKED - '    DELIMITED BY SIZE
                                   BBLK-NOTE       DELIMITED BY SIZE
                                   INTO MESSAGEO
                            END-STRING
                    END-EVALUATE
                    PERFORM Z0000-SEND-MAP   THRU Z0000-EXIT
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    MOVE 'A2310-CHECK-BLOCKS.' TO ERR-LOC
                    MOVE  SQLCODE              TO ERR-CODE
                    MOVE  'Y'                  TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE ILLR-BORROWER-ID TO BORRW-BORROWER-ID

           EXEC SQL
                SELECT VALUE(BORROWER_TYPE, 'A')
                INTO  :BORRW-BORROWER-TYPE
                FROM   IBMUSER.BORROWERS
                WHERE  BORROWER_ID = :BORRW-BORROWER-ID
           END-EXEC

           IF SQLCODE = 100
              MOVE 'A' TO BORRW-BORROWER-TYPE
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'A2310-CHECK-BLOCKS.' TO ERR-LOC
                 MOVE  SQLCODE              TO ERR-CODE
                 MOVE  'Y'                  TO ERROR-HANDLING
                 PERFORM XXXX-ERROR-HANDLING
              END-IF
           END-IF

           MOVE BORRW-BORROWER-TYPE TO LNPOL-BORROWER-TYPE
           MOVE -1                  TO LNPOL-BLOCK-FINES

           EXEC SQL
                SELECT VALUE(BLOCK_FINES, -1)
                INTO  :LNPOL-BLOCK-FINES
                FROM   IBMUSER.LOAN_POLICY
                WHERE  BORROWER_TYPE = :LNPOL-BORROWER-TYPE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'A2310-CHECK-BLOCKS.' TO ERR-LOC
              MOVE  SQLCODE              TO ERR-CODE
              MOVE  'Y'                  TO ERROR-HANDLING
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
                       GO TO A2310-EXIT
                  WHEN OTHER
                       MOVE 'A2310-CHECK-BLOCKS.' TO ERR-LOC
                       MOVE  SQLCODE              TO ERR-CODE
                       MOVE  'Y'                  TO ERROR-HANDLING
                       PERFORM XXXX-ERROR-HANDLING
              END-EVALUATE
           ELSE
              MOVE LNPOL-BLOCK-FINES TO WS-BLOCK-LIMIT
           END-IF

           IF WS-BLOCK-LIMIT NOT > 0
              GO TO A2310-EXIT
           END-IF

           MOVE ILLR-BORROWER-ID TO FINES-BORROWER-ID

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
                   MOVE    'A2310-CHECK-BLOCKS.' TO ERR-LOC
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
              MOVE 'A2310-CHECK-BLOCKS.' TO ERR-LOC
              MOVE  SQLCODE              TO ERR-CODE
              MOVE  'Y'                  TO ERROR-HANDLING
              PERFORM XXXX-ERROR-HANDLING
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
       A2310-EXIT.
           EXIT
           .
       A2400-PATRON-RETURN.
           PERFORM A2020-GET-REQUEST THRU A2020-EXIT

