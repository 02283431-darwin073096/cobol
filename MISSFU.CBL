      *       TOTAL_COPIES, BOOKS_AUDIT 'C' (AVRECON'S CONVENTION) -  *
      *       AND PRINTED AS REPLACEMENT-PURCHASE SUGGESTIONS (ISBN   *
      *       AND TITLE, READY TO KEY INTO ORDER01)                   *
      *       - EXCEPT A COPY LISTED BY A CLAIMS-RETURNED DISPUTE,    *
      *       WHICH LOSTCNV CLOSES ON ITS OWN 'CLAIMDYS' CLOCK        *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- STOCKTK > THE STOCKTAKE THAT SHOWS WHAT IS MISSING      *
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
              INCLUDE DCLSRCH
           END-EXEC.

      *-----------------------------------------------------------------
      *EXPIRY - STILL SEARCHING PAST THE CONFIGURED NUMBER OF WEEKS-----
      *(NOT A COPY UNDER A CLAIMS-RETURNED DISPUTE - ITS LOAN IS STILL--
      *'D' AND LOSTCNV CLOSES IT ON THE 'CLAIMDYS' CLOCK INSTEAD)-------
           EXEC SQL DECLARE  M2_CURSOR CURSOR FOR
                SELECT S.SEARCH_ID, S.ACCESSION_NO, S.BOOK_ID
                FROM   IBMUSER.SEARCH_LIST S
                WHERE  S.STATUS = 'S'
                AND    S.LISTED_DATE <
                       CURRENT DATE - :WS-SEARCH-DAYS DAYS
                AND    NOT EXISTS
                       (SELECT 1
                        FROM   IBMUSER.LOANS L
                        WHERE  L.ACCESSION_NO = S.ACCESSION_NO
                        AND    L.STATUS       = 'D')
                ORDER BY S.SEARCH_ID
           END-EXEC.

      *------------------
           EXIT
           .
      *-----------------------------------------------------------------
      *NOBODY FOUND IT - WITHDRAW THE COPY (STATUS 'W', WITHDRAWAL------
      *REASON 'M' FOR DISP01, ONE OFF TOTAL_COPIES, AUDIT 'C'), CLOSE---
      *THE SEARCH ROW AND SURFACE THE TITLE AS A REPLACEMENT-PURCHASE---
      *SUGGESTION FOR THE ACQUISITIONS DESK-----------------------------
       3200-WITHDRAW-ONE.
           EXEC SQL
                UPDATE IBMUSER.SEARCH_LIST

           MOVE SRCH-ACCESSION-NO TO COPY-ACCESSION-NO

           PERFORM 7700-COPY-BEFORE THRU 7700-EXIT

           EXEC SQL
                UPDATE IBMUSER.COPIES
                SET    STATUS       = 'W',
                       WD_REASON    = 'M',
                       WD_DATE      = CURRENT DATE
                WHERE  ACCESSION_NO = :COPY-ACCESSION-NO
           END-EXEC

              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM 7710-COPY-HISTORY THRU 7710-EXIT

           EXEC SQL
                UPDATE IBMUSER.BOOKS
                SET    TOTAL_COPIES = TOTAL_COPIES - 1
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
           MOVE 'MISSFU  '         TO CPHST-PROGRAM
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
