      *    -- THE LAST BKREPORT RUN FROM RPT_RUN_HISTORY              *
      *    -- THE LAST TSQHSKP PASS'S CHECKED/PURGED TOTALS FROM THE  *
      *       'HSKPLAST' ROW ON LIB_SETTINGS                          *
      *    -- THE LAST RISWEEP INTEGRITY SWEEP'S VIOLATION TOTAL      *
      *       FROM BATCH_RUNS, AND HOW FAR IT MOVED SINCE THE SWEEP   *
      *       BEFORE (A RISE IS NEW DEBRIS)                           *
      * STARTED DIRECTLY BY ITS OWN TRANSID.                          *
      * FUNTIONS AVAILABLE:                                           *
      *    -- ENTER > REFRESH THE NUMBERS                             *
      *    -- F12   > EXIT                                            *
      *                                                               *
      * RELATED PROGRAMS: TSQHSKP, BKREPORT, RISWEEP                  *
      *    -- TSQHSKP  > LEAVES ITS TOTALS FOR THIS SCREEN            *
      *    -- BKREPORT > STAMPS THE RUN HISTORY SHOWN HERE            *
      *    -- RISWEEP  > PRINTS THE VIOLATIONS BEHIND ITS TOTAL       *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
           05  WS-TIME                 PIC X(08)                      .
           05  WS-TODAY-ISO            PIC X(10)                      .
           05  WS-LAST-RUN-ID          PIC S9(4) COMP                .
           05  WS-RIS-RUN-ID           PIC S9(9) COMP                .
           05  WS-RIS-LAST             PIC S9(9) COMP                .
           05  WS-RIS-PRIOR            PIC S9(9) COMP                .
           05  WS-RIS-CHANGE-X         PIC +++++9                    .

       01  WS-ERRLOG-VARS.
           05  WS-ERRLOG-NEXT-ID       PIC S9(9) COMP                 .

           PERFORM A2100-LAST-REPORT-RUN THRU A2100-EXIT
           PERFORM A2200-LAST-HSKP       THRU A2200-EXIT
           PERFORM A2300-LAST-RISWEEP    THRU A2300-EXIT

           MOVE 'PRESS ENTER TO REFRESH.' TO MESSAGEO
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
       A2200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE LAST CLEAN RISWEEP RUN'S VIOLATION TOTAL (ITS BATCH_RUNS-----
      *RECORD_COUNT) AND THE CHANGE FROM THE CLEAN RUN BEFORE IT - THE--
      *FIRST SWEEP HAS NOTHING TO COMPARE WITH, SO ITS WHOLE TOTAL------
      *COUNTS AS THE CHANGE---------------------------------------------
       A2300-LAST-RISWEEP.
           EXEC SQL
                SELECT VALUE(MAX(RUN_ID), 0)
                INTO  :WS-RIS-RUN-ID
                FROM   IBMUSER.BATCH_RUNS
                WHERE  JOB_NAME = 'RISWEEP'
                AND    STATUS   = 'C'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0 AND WS-RIS-RUN-ID = 0
                   MOVE 'NONE'      TO MRISWO
                   GO TO A2300-EXIT
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN OTHER
                   MOVE    'A2300-LAST-RISWEEP.'  TO ERR-LOC
                   MOVE     SQLCODE               TO ERR-CODE
                   MOVE    'Y'                    TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           EXEC SQL
                SELECT VALUE(RECORD_COUNT, 0)
                INTO  :WS-RIS-LAST
                FROM   IBMUSER.BATCH_RUNS
                WHERE  RUN_ID = :WS-RIS-RUN-ID
           END-EXEC

           IF SQLCODE NOT = 0
              GO TO A2300-EXIT
           END-IF

           MOVE WS-RIS-LAST TO WS-COUNT-X
           MOVE WS-COUNT-X  TO MRISWO

           EXEC SQL
                SELECT VALUE(MAX(RECORD_COUNT), 0)
                INTO  :WS-RIS-PRIOR
                FROM   IBMUSER.BATCH_RUNS
                WHERE  RUN_ID =
                       (SELECT MAX(RUN_ID)
                        FROM   IBMUSER.BATCH_RUNS
                        WHERE  JOB_NAME = 'RISWEEP'
                        AND    STATUS   = 'C'
                        AND    RUN_ID   < :WS-RIS-RUN-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              GO TO A2300-EXIT
           END-IF

           COMPUTE WS-RIS-CHANGE-X = WS-RIS-LAST - WS-RIS-PRIOR
           MOVE WS-RIS-CHANGE-X TO MRISCHO
           .
       A2300-EXIT.
           EXIT
           .
      *SEND MAP PARAGRAPH-----------------------------------------------
       Z0000-SEND-MAP.
           EXEC CICS
