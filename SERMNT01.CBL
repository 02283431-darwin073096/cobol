      * ACTIONS (MACTION FIELD):                                      *
      *    -- A > ADD A SERIES (NEXT ID ASSIGNED AUTOMATICALLY)       *
      *    -- C > CHANGE THE NAME OF AN EXISTING SERIES               *
      *    -- I > INQUIRE - SHOW THE NAME AND ANY STANDING ORDER FOR  *
      *           A SERIES ID                                         *
      *    -- S > SET (ADD OR CHANGE) THE SERIES' STANDING ORDER -    *
      *           VENDOR ID AND FUND CODE REQUIRED, QTY (BLANK = 1),  *
      *           UNIT COST AND DEFAULT BRANCH (BLANK = MAIN DESK).   *
      *           EVERY NEW VOLUME CATALOGED THEN RAISES AN ORDER     *
      *           LINE ON ITS OWN (IBMUSER.STANDING_ORDERS)           *
      *    -- X > STOP THE SERIES' STANDING ORDER (KEPT, RAISES       *
      *           NOTHING UNTIL SET AGAIN)                            *
      *                                                               *
      * RELATED PROGRAMS: INSERT01, UPDATE01, SERBRW1                 *
      *    -- INSERT01/UPDATE01 > LINK BOOKS TO THESE SERIES          *
      *    -- SERBRW1  > BROWSES A SERIES IN VOLUME ORDER             *
      *    -- INSERT01/BKVLOAD1 > RAISE THE STANDING-ORDER LINES      *
      *    -- SERGAP   > VOLUMES MISSING FROM EACH SERIES             *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
               10  ERR-CODE            PIC S9(4) COMP                .
           05  SERIE-ACTION            PIC X(1)                      .
           05  WS-NEXT-SERIES-ID       PIC S9(4) COMP                .
           05  WS-COST-X               PIC ZZZZ9.99                  .


       01  WS-ERRLOG-VARS.
                INCLUDE DCLSERIE
           END-EXEC.

           EXEC SQL
                INCLUDE DCLSTORD
           END-EXEC.

           EXEC SQL
                INCLUDE DCLVENDR
           END-EXEC.

           EXEC SQL
                INCLUDE DCLFUND
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBRNCH
           END-EXEC.

           EXEC SQL
                INCLUDE DCLOPER
           END-EXEC.
                    PERFORM A2200-CHANGE-SERIES  THRU A2200-EXIT
               WHEN 'I'
                    PERFORM A2300-INQUIRE-SERIES THRU A2300-EXIT
               WHEN 'S'
                    PERFORM A2400-SET-STANDING   THRU A2400-EXIT
               WHEN 'X'
                    PERFORM A2500-STOP-STANDING  THRU A2500-EXIT
               WHEN OTHER
                    MOVE 'ENTER ACTION A, C, I, S OR X.' TO MESSAGEO
                    PERFORM Z0000-SEND-MAP        THRU Z0000-EXIT
           END-EVALUATE
           .
               WHEN SQLCODE = 0
                    MOVE SERIE-SERIES-ID TO MSERIDO
                    MOVE SERIE-NAME-TEXT TO MSERNMO
                    PERFORM A2350-SHOW-STANDING THRU A2350-EXIT
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN SQLCODE = 100
                    MOVE 'UNKNOWN SERIES ID.' TO MESSAGEO
       A2300-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE SERIES' STANDING ORDER, WHEN IT HAS ONE, FILLS THE LOWER-----
      *HALF OF THE SCREEN (STATUS A = ACTIVE, S = STOPPED)--------------
       A2350-SHOW-STANDING.
           MOVE SERIE-SERIES-ID TO STORD-SERIES-ID

           EXEC SQL
                SELECT VENDOR_ID, FUND_CODE, QTY, UNIT_COST,
                       VALUE(BRANCH_ID, 0), STATUS
                INTO  :STORD-VENDOR-ID, :STORD-FUND-CODE,
                      :STORD-QTY, :STORD-UNIT-COST,
                      :STORD-BRANCH-ID, :STORD-STATUS
                FROM   IBMUSER.STANDING_ORDERS
                WHERE  SERIES_ID = :STORD-SERIES-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE STORD-VENDOR-ID TO MVNDIDO
                    MOVE STORD-FUND-CODE TO MFNDCDO
                    MOVE STORD-QTY       TO MQTYO
                    MOVE STORD-UNIT-COST TO WS-COST-X
                    MOVE WS-COST-X       TO MCOSTO
                    MOVE STORD-BRANCH-ID TO MBRIDO
                    MOVE STORD-STATUS    TO MSOSTO
               WHEN SQLCODE = 100
                    MOVE 'NO STANDING ORDER ON THIS SERIES.'
                                             TO MESSAGEO
               WHEN OTHER
                    MOVE 'A2350-SHOW-STANDING.'  TO ERR-LOC
                    MOVE  SQLCODE                TO ERR-CODE
                    MOVE  'Y'                    TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2350-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *SET THE SERIES' STANDING ORDER - A CHANGE OVERWRITES THE TERMS---
      *AND RE-ACTIVATES A STOPPED ONE. THE VENDOR MUST BE ACTIVE ON THE-
      *MASTER (VENMNT01), THE FUND MUST EXIST (FUNDMNT1) AND A KEYED----
      *BRANCH MUST EXIST. THE FUND IS NOT ENCUMBERED HERE - EACH ORDER--
      *LINE ENCUMBERS ITS OWN VALUE WHEN A VOLUME RAISES IT-------------
       A2400-SET-STANDING.
           PERFORM A2020-CHECK-ID THRU A2020-EXIT

           EXEC SQL
                SELECT NAME
                INTO  :SERIE-NAME
                FROM   IBMUSER.SERIES
                WHERE  SERIES_ID = :SERIE-SERIES-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE SERIE-NAME-TEXT TO MSERNMO
               WHEN SQLCODE = 100
                    MOVE 'UNKNOWN SERIES ID.' TO MESSAGEO
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN OTHER
                    MOVE 'A2400-SET-STANDING.'   TO ERR-LOC
                    MOVE  SQLCODE                TO ERR-CODE
                    MOVE  'Y'                    TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE SERIE-SERIES-ID TO STORD-SERIES-ID

           IF MVNDIDI = LOW-VALUE OR SPACES
              MOVE 'VENDOR ID IS REQUIRED - SEE VENMNT01.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           COMPUTE STORD-VENDOR-ID = FUNCTION NUMVAL(MVNDIDI)
           MOVE STORD-VENDOR-ID TO VENDR-VENDOR-ID

           EXEC SQL
                SELECT NAME
                INTO  :VENDR-NAME
                FROM   IBMUSER.VENDORS
                WHERE  VENDOR_ID = :VENDR-VENDOR-ID
                AND    STATUS    = 'A'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE 'UNKNOWN OR DISABLED VENDOR ID.' TO MESSAGEO
                   PERFORM Z0000-SEND-MAP            THRU Z0000-EXIT
              WHEN OTHER
                   MOVE    'A2400-SET-STANDING.' TO ERR-LOC
                   MOVE     SQLCODE              TO ERR-CODE
                   MOVE    'Y'                   TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           IF MFNDCDI = LOW-VALUE OR SPACES
              MOVE 'FUND CODE IS REQUIRED - SEE FUNDMNT1.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           MOVE MFNDCDI TO STORD-FUND-CODE
           MOVE MFNDCDI TO FUND-FUND-CODE

           EXEC SQL
                SELECT ALLOCATED
                INTO  :FUND-ALLOCATED
                FROM   IBMUSER.FUNDS
                WHERE  FUND_CODE = :FUND-FUND-CODE
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE 'UNKNOWN FUND CODE - SEE FUNDMNT1.' TO MESSAGEO
                   PERFORM Z0000-SEND-MAP    THRU Z0000-EXIT
              WHEN OTHER
                   MOVE    'A2400-SET-STANDING.' TO ERR-LOC
                   MOVE     SQLCODE              TO ERR-CODE
                   MOVE    'Y'                   TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           IF MQTYI = LOW-VALUE OR SPACES
              MOVE 1 TO STORD-QTY
           ELSE
              COMPUTE STORD-QTY = FUNCTION NUMVAL(MQTYI)
              IF STORD-QTY < 1
                 MOVE 'QUANTITY MUST BE AT LEAST 1.' TO MESSAGEO
                 PERFORM Z0000-SEND-MAP            THRU Z0000-EXIT
              END-IF
           END-IF

           IF MCOSTI = LOW-VALUE OR SPACES
              MOVE 0 TO STORD-UNIT-COST
           ELSE
              COMPUTE STORD-UNIT-COST = FUNCTION NUMVAL(MCOSTI)
           END-IF

      *THE SITE THE COPIES ARE FOR - BLANK MEANS THE MAIN DESK----------
      *(BRANCH 0); A KEYED BRANCH MUST EXIST----------------------------
           IF MBRIDI = LOW-VALUE OR SPACES
              MOVE 0 TO STORD-BRANCH-ID
           ELSE
              COMPUTE STORD-BRANCH-ID = FUNCTION NUMVAL(MBRIDI)
              MOVE STORD-BRANCH-ID TO BRNCH-BRANCH-ID

              EXEC SQL
                   SELECT NAME
                   INTO  :BRNCH-NAME
                   FROM   IBMUSER.BRANCHES
                   WHERE  BRANCH_ID = :BRNCH-BRANCH-ID
              END-EXEC

              EVALUATE TRUE
                 WHEN SQLCODE = 0
                      CONTINUE
                 WHEN SQLCODE = 100
                      MOVE 'UNKNOWN BRANCH ID.'    TO MESSAGEO
                      PERFORM Z0000-SEND-MAP     THRU Z0000-EXIT
                 WHEN OTHER
                      MOVE    'A2400-SET-STANDING.' TO ERR-LOC
                      MOVE     SQLCODE              TO ERR-CODE
                      MOVE    'Y'                   TO ERROR-HANDLING
                      PERFORM  XXXX-ERROR-HANDLING
              END-EVALUATE
           END-IF

           MOVE WS-OPER-ID TO STORD-OPER-ID

           EXEC SQL
                UPDATE IBMUSER.STANDING_ORDERS
                SET    VENDOR_ID = :STORD-VENDOR-ID,
                       FUND_CODE = :STORD-FUND-CODE,
                       QTY       = :STORD-QTY,
                       UNIT_COST = :STORD-UNIT-COST,
                       BRANCH_ID = :STORD-BRANCH-ID,
                       STATUS    = 'A',
                       OPER_ID   = :STORD-OPER-ID
                WHERE  SERIES_ID = :STORD-SERIES-ID
           END-EXEC

           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO IBMUSER.STANDING_ORDERS
                          (SERIES_ID, VENDOR_ID, FUND_CODE, QTY,
                           UNIT_COST, BRANCH_ID, STATUS, START_DATE,
                           OPER_ID)
                   VALUES (:STORD-SERIES-ID, :STORD-VENDOR-ID,
                           :STORD-FUND-CODE, :STORD-QTY,
                           :STORD-UNIT-COST, :STORD-BRANCH-ID, 'A',
                           CURRENT DATE, :STORD-OPER-ID)
              END-EXEC
           END-IF

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE 'A' TO MSOSTO
                    MOVE 'STANDING ORDER SET.' TO MESSAGEO
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN OTHER
                    MOVE 'A2400-SET-STANDING.'   TO ERR-LOC
                    MOVE  SQLCODE                TO ERR-CODE
                    MOVE  'Y'                    TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2400-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *STOP THE SERIES' STANDING ORDER - THE ROW STAYS (STATUS 'S') SO--
      *THE TERMS ARE THERE IF IT IS SET AGAIN. LINES ALREADY RAISED-----
      *STAY ON ORDER - CANCEL THEM ON ORDER01 IF NEED BE----------------
       A2500-STOP-STANDING.
           PERFORM A2020-CHECK-ID THRU A2020-EXIT

           MOVE SERIE-SERIES-ID TO STORD-SERIES-ID
           MOVE WS-OPER-ID      TO STORD-OPER-ID

           EXEC SQL
                UPDATE IBMUSER.STANDING_ORDERS
                SET    STATUS    = 'S',
                       OPER_ID   = :STORD-OPER-ID
                WHERE  SERIES_ID = :STORD-SERIES-ID
                AND    STATUS    = 'A'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE SERIE-SERIES-ID TO MSERIDO
                    MOVE 'S'             TO MSOSTO
                    MOVE 'STANDING ORDER STOPPED.' TO MESSAGEO
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN SQLCODE = 100
                    MOVE 'NO ACTIVE STANDING ORDER ON THIS SERIES.'
                                             TO MESSAGEO
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN OTHER
                    MOVE 'A2500-STOP-STANDING.'  TO ERR-LOC
                    MOVE  SQLCODE                TO ERR-CODE
                    MOVE  'Y'                    TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2500-EXIT.
           EXIT
           .
      *SEND MAP PARAGRAPH-----------------------------------------------
       Z0000-SEND-MAP.
           MOVE ATTR-UNPROT-MDT     TO MACTIONA
           MOVE ATTR-UNPROT-NUM-MDT TO MSERIDA
           MOVE ATTR-UNPROT-MDT     TO MSERNMA
           MOVE ATTR-UNPROT-NUM-MDT TO MVNDIDA
           MOVE ATTR-UNPROT-MDT     TO MFNDCDA
           MOVE ATTR-UNPROT-NUM-MDT TO MQTYA
           MOVE ATTR-UNPROT-NUM-MDT TO MCOSTA
           MOVE ATTR-UNPROT-NUM-MDT TO MBRIDA
           MOVE ATTR-PROT           TO MSOSTA

           EXEC CICS
                SEND MAP(WS-MAP)
