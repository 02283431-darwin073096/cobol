      *           IT), DUE BACK AFTER THE 'BNDDAYS' SETTING           *
      *           (DEFAULT 30 DAYS)                                   *
      *    -- R > RECORD ITS RETURN WITH THE NEW CONDITION (G/F/P) -  *
      *           THE COPY GOES BACK TO AVAILABLE. CONDITION X MEANS  *
      *           THE VENDOR COULD NOT SAVE IT - THE COPY GOES TO     *
      *           'D' (DAMAGED) WITH WITHDRAWAL REASON R, READY FOR   *
      *           ITS DISPOSITION ON DISP01                           *
      *    -- I > INQUIRE - SHOW THE LATEST REPAIR ROW FOR A COPY     *
      *                                                               *
      * RELATED PROGRAMS: COPY01, LOAN01, RPAIRAGE, DISP01            *
      *    -- DISP01   > RECORDS WHERE A BEYOND-REPAIR COPY WENT      *
      *    -- RPAIRAGE > AGING REPORT OF BOXES OUT PAST THE PROMISED  *
      *                  TURNAROUND                                   *
      *****************************************************************
                INCLUDE DCLCOPY
           END-EXEC.

           EXEC SQL
                INCLUDE DCLCPHST
           END-EXEC.

           EXEC SQL
                INCLUDE DCLSETTG
           END-EXEC.
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z7700-COPY-BEFORE THRU Z7700-EXIT

           EXEC SQL
                UPDATE IBMUSER.COPIES
                SET    STATUS       = 'B'
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z7710-COPY-HISTORY THRU Z7710-EXIT

           MOVE 'COPY SENT OUT FOR REPAIR.' TO MESSAGEO
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
           .
      *-----------------------------------------------------------------
      *THE BOX CAME BACK - CLOSE THE REPAIR ROW WITH THE NEW CONDITION--
      *AND PUT THE COPY BACK ON THE SHELF, OR - CONDITION X, BEYOND-----
      *REPAIR - WITHDRAW IT AS DAMAGED (REASON R) FOR DISP01------------
       A2200-RECORD-RETURN.
           PERFORM A2010-CHECK-ACCESSION THRU A2010-EXIT

           IF MCONDI NOT = 'G' AND MCONDI NOT = 'F'
              AND MCONDI NOT = 'P' AND MCONDI NOT = 'X'
              MOVE 'NEW CONDITION MUST BE G, F, P OR X.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP              THRU Z0000-EXIT
           END-IF

           MOVE RPAIR-ACCESSION-NO   TO COPY-ACCESSION-NO
           MOVE RPAIR-NEW-CONDITION  TO COPY-CONDITION

           IF RPAIR-NEW-CONDITION = 'X'
              PERFORM A2210-WITHDRAW-DAMAGED THRU A2210-EXIT
           END-IF

           PERFORM Z7700-COPY-BEFORE THRU Z7700-EXIT

           EXEC SQL
                UPDATE IBMUSER.COPIES
                SET    STATUS       = 'A',
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z7710-COPY-HISTORY THRU Z7710-EXIT

           MOVE 'REPAIR RETURN RECORDED - COPY BACK ON SHELF.'
                                              TO MESSAGEO
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
       A2200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE VENDOR SENT IT BACK UNSAVEABLE - THE COPY LEAVES STOCK AS----
      *DAMAGED ('D', CONDITION P) WITH WITHDRAWAL REASON R, AND WAITS---
      *ON DISP01 FOR ITS SALE, RECYCLING OR DONATION--------------------
       A2210-WITHDRAW-DAMAGED.
           MOVE 'P' TO COPY-CONDITION
           MOVE 'R' TO COPY-WD-REASON

           PERFORM Z7700-COPY-BEFORE THRU Z7700-EXIT

           EXEC SQL
                UPDATE IBMUSER.COPIES
                SET    STATUS       = 'D',
                       CONDITION    = :COPY-CONDITION,
                       WD_REASON    = :COPY-WD-REASON,
                       WD_DATE      = CURRENT DATE
                WHERE  ACCESSION_NO = :COPY-ACCESSION-NO
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'A2210-WITHDRAW-DAMAGED.' TO ERR-LOC
              MOVE  SQLCODE                  TO ERR-CODE
              MOVE  'Y'                      TO ERROR-HANDLING
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z7710-COPY-HISTORY THRU Z7710-EXIT

           MOVE 'BEYOND REPAIR - COPY WITHDRAWN, DISPOSE ON DISP01.'
                                              TO MESSAGEO
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
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
           MOVE 'REPAIR01'         TO CPHST-PROGRAM
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
