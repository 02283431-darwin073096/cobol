      * NEXT 30 DAYS ON MBROUT, AND QUEUES A RENEWAL NOTICE ('M') ON  *
      * THE CENTRAL NOTICES TABLE FOR NOTSPOOL TO DELIVER. THE DESK   *
      * RENEWS CARDS WITH BORRW01'S 'R' ACTION.                       *
      * EACH LINE CARRIES THE BORROWER'S RESIDENCY DISTRICT, AND THE  *
      * RUN CLOSES WITH MEMBERSHIP BY DISTRICT - ACTIVE MEMBERS,      *
      * HOW MANY OF THEM ARE EXPIRED OR EXPIRING, AND HOW MANY ARE    *
      * NON-RESIDENTS PAYING THE ANNUAL FEE.                          *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- BORRW01  > MAINTAINS REG/EXPIRY DATES AND RENEWS        *
      *    -- LOAN01   > REFUSES CHECK-OUT ON AN EXPIRED CARD         *
      *    -- NOTSPOOL > DELIVERS THE RENEWAL NOTICES QUEUED HERE     *
      *    -- PCDMNT01 > THE POSTCODE-TO-DISTRICT TABLE               *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(009) VALUE 'EXPIRES: '     .
           05  WS-ML-EXPIRY          PIC X(010)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'DISTRICT: '    .
           05  WS-ML-DISTRICT        PIC X(004)                       .
           05  FILLER                PIC X(105) VALUE ALL SPACES      .

       01  WS-DIST-HEAD.
           05  FILLER                PIC X(041) VALUE
                   'MEMBERSHIP BY DISTRICT (ACTIVE BORROWERS)'        .
           05  FILLER                PIC X(189) VALUE ALL SPACES      .

       01  WS-DIST-LINE.
           05  FILLER                PIC X(010) VALUE 'DISTRICT: '    .
           05  WS-DL-DISTRICT        PIC X(004)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-DL-NAME            PIC X(020)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(009) VALUE 'MEMBERS: '     .
           05  WS-DL-MEMBERS         PIC ZZZ,ZZ9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'EXPIRING: '    .
           05  WS-DL-EXPIRING        PIC ZZZ,ZZ9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(015) VALUE
                                     'NON-RESIDENTS: '                .
           05  WS-DL-NONRES          PIC ZZZ,ZZ9                      .
           05  FILLER                PIC X(133) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
       01  WS-VARS.
           05  WS-TOTAL-COUNT      PIC  9(05) VALUE 0                 .
           05  WS-NEXT-NOTICE-ID   PIC S9(09) COMP                    .
           05  WS-DIST-MEMBERS     PIC S9(09) COMP                    .
           05  WS-DIST-EXPIRING    PIC S9(09) COMP                    .
           05  WS-DIST-NONRES      PIC S9(09) COMP                    .
           05  LAST-REC            PIC  9                             .
               88  EOF                        VALUE 1                 .
           05  WS-DIST-EOF         PIC X(01)                          .
               88  DIST-DONE                  VALUE 'Y'               .
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
              INCLUDE DCLNOTIC
           END-EXEC.

           EXEC SQL
              INCLUDE DCLPCDST
           END-EXEC.

      *-----------------------------------------------------------------
      *EVERY ACTIVE CARD ALREADY EXPIRED OR EXPIRING WITHIN 30 DAYS-----
      *(NULL EXPIRY IS A PRE-CONVERSION CARD THAT NEVER EXPIRES)--------
           EXEC SQL DECLARE  E1_CURSOR CURSOR FOR
                SELECT BORROWER_ID, NAME, CONTACT,
                       CHAR(EXPIRY_DATE, ISO),
                       VALUE(DISTRICT, ' ')
                FROM   IBMUSER.BORROWERS
                WHERE  STATUS      = 'A'
                AND    EXPIRY_DATE IS NOT NULL
                ORDER BY EXPIRY_DATE, BORROWER_ID
           END-EXEC.

      *-----------------------------------------------------------------
      *ACTIVE MEMBERSHIP BY RESIDENCY DISTRICT (BORRW01 DERIVES IT FROM-
      *THE POSTCODE). A BLANK DISTRICT IS OUT OF AREA OR NO ADDRESS YET-
      *AND SORTS LAST UNDER '----'--------------------------------------
           EXEC SQL DECLARE  D1_CURSOR CURSOR FOR
                SELECT VALUE(NULLIF(DISTRICT, ' '), '----'),
                       COUNT(*),
                       SUM(CASE WHEN EXPIRY_DATE IS NOT NULL
                                 AND EXPIRY_DATE <
                                     CURRENT DATE + 30 DAYS
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN RESIDENT = 'N'
                                THEN 1 ELSE 0 END)
                FROM   IBMUSER.BORROWERS
                WHERE  STATUS = 'A'
                GROUP BY VALUE(NULLIF(DISTRICT, ' '), '----')
                ORDER BY 1
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
                                    ,:BORRW-NAME
                                    ,:BORRW-CONTACT
                                    ,:BORRW-EXPIRY-DATE
                                    ,:BORRW-DISTRICT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    PERFORM 2200-LIST-ONE THRU 2200-EXIT
               WHEN SQLCODE = 100
                    PERFORM 2500-BY-DISTRICT   THRU 2500-EXIT
                    PERFORM 2900-WRITE-SUMMARY THRU 2900-EXIT
                    MOVE    1                       TO LAST-REC
               WHEN OTHER
           MOVE BORRW-NAME-TEXT   TO WS-ML-NAME
           MOVE BORRW-CONTACT     TO WS-ML-CONTACT
           MOVE BORRW-EXPIRY-DATE TO WS-ML-EXPIRY
           MOVE BORRW-DISTRICT    TO WS-ML-DISTRICT

           MOVE  WS-MBR-LINE TO OP-FIELDS
           WRITE OP-FIELDS
       Z7000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *MEMBERSHIP BY DISTRICT - ONE LINE PER DISTRICT AFTER THE---------
      *EXPIRY LIST------------------------------------------------------
       2500-BY-DISTRICT.
           MOVE    WS-SPACES               TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-DIST-HEAD            TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-BREAKER              TO OP-FIELDS
           WRITE   OP-FIELDS

           MOVE 'N' TO WS-DIST-EOF

           EXEC SQL
                OPEN D1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                   TO ERROR-HANDLING
              MOVE   '2500-BY-DISTRICT'    TO ERR-LOC
              MOVE    SQLCODE              TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM 2510-FETCH-DISTRICT THRU 2510-EXIT UNTIL DIST-DONE

           EXEC SQL
                CLOSE D1_CURSOR
           END-EXEC
           .
       2500-EXIT.
           EXIT
           .
       2510-FETCH-DISTRICT.
           EXEC SQL
                FETCH D1_CURSOR INTO :PCDST-DISTRICT
                                    ,:WS-DIST-MEMBERS
                                    ,:WS-DIST-EXPIRING
                                    ,:WS-DIST-NONRES
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    PERFORM 2520-PRINT-DISTRICT THRU 2520-EXIT
               WHEN SQLCODE = 100
                    MOVE 'Y'                    TO WS-DIST-EOF
               WHEN OTHER
                    MOVE 'Y'                    TO WS-DIST-EOF
                    MOVE   'Y'                  TO ERROR-HANDLING
                    MOVE   '2510-FETCH-DISTRICT' TO ERR-LOC
                    MOVE    SQLCODE             TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2510-EXIT.
           EXIT
           .
       2520-PRINT-DISTRICT.
           IF PCDST-DISTRICT = '----'
              MOVE 'OUT OF AREA/NO ADDR' TO PCDST-DISTRICT-NAME
           ELSE
              EXEC SQL
                   SELECT VALUE(MAX(DISTRICT_NAME), ' ')
                   INTO  :PCDST-DISTRICT-NAME
                   FROM   IBMUSER.POSTCODE_DISTRICTS
                   WHERE  DISTRICT = :PCDST-DISTRICT
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE SPACES TO PCDST-DISTRICT-NAME
              END-IF
           END-IF

           MOVE PCDST-DISTRICT      TO WS-DL-DISTRICT
           MOVE PCDST-DISTRICT-NAME TO WS-DL-NAME
           MOVE WS-DIST-MEMBERS     TO WS-DL-MEMBERS
           MOVE WS-DIST-EXPIRING    TO WS-DL-EXPIRING
           MOVE WS-DIST-NONRES      TO WS-DL-NONRES

           MOVE  WS-DIST-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           .
       2520-EXIT.
           EXIT
           .
       2900-WRITE-SUMMARY.
           MOVE    WS-TOTAL-COUNT          TO WS-SM-COUNT
           MOVE    WS-SPACES               TO OP-FIELDS
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
