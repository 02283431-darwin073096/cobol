      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    WAIVRPT.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.14.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- MONTHLY FINE WAIVER REGISTER BY OPERATOR ON WVROUT. EVERY *
      * IBMUSER.FINE_WAIVERS ROW KEYED IN THE MONTH, GROUPED BY THE   *
      * CLERK WHO ASKED FOR IT, WITH THE AMOUNT, THE REASON, HOW IT   *
      * ENDED (WAIVED AT THE DESK, PENDING, APPROVED, REJECTED, VOID) *
      * AND THE SUPERVISOR WHO DECIDED IT. EACH OPERATOR GETS A TOTAL *
      * OF WHAT THEY ACTUALLY WAIVED SO THE AUDITORS CAN SEE WHO IS   *
      * GIVING MONEY AWAY. THE REPORT MONTH COMES FROM A PARM         *
      * (YYYY-MM) THE SAME WAY ILLSUM TAKES IT - NO PARM MEANS THE    *
      * CURRENT MONTH.                                                *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- FINE01   > KEYS THE WAIVERS LISTED HERE                 *
      *    -- WAIVAPR1 > THE SUPERVISOR DECISIONS LISTED HERE         *
      *    -- CASHRPT  > SAME OPERATOR CONTROL BREAK                  *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------*
      *---------- FILE       --------- JCL    -*
      *---------- DESCRIPTOR --------- DDNAME -*
      *----------------------------------------*
           SELECT PRT-WAIV ASSIGN TO WVROUT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRT-WAIV
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.

       01  WS-WAIV-LINE.
           05  FILLER                PIC X(008) VALUE 'WAIVER: '      .
           05  WS-WL-WAIVER-ID       PIC Z(008)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'FINE: '        .
           05  WS-WL-FINE-ID         PIC Z(008)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'BORROWER: '    .
           05  WS-WL-BORROWER-ID     PIC Z(003)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'TYPE: '        .
           05  WS-WL-FINE-TYPE       PIC X(001)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'AMOUNT: '      .
           05  WS-WL-AMOUNT          PIC ZZ,ZZ9.99                    .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'STATUS: '      .
           05  WS-WL-STATUS          PIC X(010)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(012) VALUE 'DECIDED BY: '  .
           05  WS-WL-APPR-OPER-ID    PIC X(008)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(004) VALUE 'ON: '          .
           05  WS-WL-DECIDE-DATE     PIC X(010)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'REASON: '      .
           05  WS-WL-REASON          PIC X(040)                       .
           05  FILLER                PIC X(044) VALUE ALL SPACES      .

       01  WS-OPER-HEAD.
           05  FILLER                PIC X(010) VALUE 'OPERATOR: '    .
           05  WS-OH-OPER-ID         PIC X(008)                       .
           05  FILLER                PIC X(212) VALUE ALL SPACES      .

       01  WS-OPER-TOTAL-LINE.
           05  FILLER                PIC X(010) VALUE 'OPERATOR: '    .
           05  WS-OT-OPER-ID         PIC X(008)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(009) VALUE 'WAIVERS: '     .
           05  WS-OT-COUNT           PIC ZZZZ9                        .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'WAIVED: '      .
           05  WS-OT-AMOUNT          PIC ZZZ,ZZ9.99                   .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(009) VALUE 'PENDING: '     .
           05  WS-OT-PENDING         PIC ZZZZ9                        .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'REJECTED: '    .
           05  WS-OT-REJECTED        PIC ZZZZ9                        .
           05  FILLER                PIC X(143) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER.
               10  FILLER          PIC X(044) VALUE
                   'FINE WAIVER REGISTER BY OPERATOR FOR MONTH: '     .
               10  WS-HD-MONTH     PIC X(007)                        .
               10  FILLER          PIC X(179) VALUE ALL SPACES       .
           05  WS-SUMMARY-1.
               10  FILLER          PIC X(009) VALUE 'WAIVERS: '       .
               10  WS-SM-COUNT     PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(008) VALUE 'WAIVED: '        .
               10  WS-SM-AMOUNT    PIC ZZZ,ZZ9.99                     .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(009) VALUE 'PENDING: '       .
               10  WS-SM-PENDING   PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(010) VALUE 'REJECTED: '      .
               10  WS-SM-REJECTED  PIC ZZZZ9                          .
               10  FILLER          PIC X(160) VALUE ALL SPACES        .
           05  WS-FOOTER.
               10  FILLER          PIC X(108) VALUE ALL '-'           .
               10  FILLER          PIC X(015) VALUE 'NOTHING FOLLOWS' .
               10  FILLER          PIC X(107) VALUE ALL '-'           .
           05  WS-TRAILER.
               10  FILLER          PIC X(010) VALUE 'RUN DATE: '      .
               10  WS-TR-DATE      PIC X(010)                        .
               10  FILLER          PIC X(003) VALUE ALL SPACES       .
               10  FILLER          PIC X(010) VALUE 'RUN TIME: '      .
               10  WS-TR-TIME      PIC X(008)                        .
               10  FILLER          PIC X(189) VALUE ALL SPACES       .

       01  WS-VARS.
           05  WS-TOTAL-COUNT      PIC S9(09) COMP VALUE 0            .
           05  WS-TOTAL-PENDING    PIC S9(09) COMP VALUE 0            .
           05  WS-TOTAL-REJECTED   PIC S9(09) COMP VALUE 0            .
           05  WS-TOTAL-AMOUNT     PIC S9(7)V9(2) USAGE COMP-3
                                                   VALUE 0            .
           05  WS-OPER-COUNT       PIC S9(09) COMP VALUE 0            .
           05  WS-OPER-PENDING     PIC S9(09) COMP VALUE 0            .
           05  WS-OPER-REJECTED    PIC S9(09) COMP VALUE 0            .
           05  WS-OPER-AMOUNT      PIC S9(7)V9(2) USAGE COMP-3
                                                   VALUE 0            .
           05  WS-PREV-OPER-ID     PIC X(08)  VALUE LOW-VALUES        .
           05  LAST-REC            PIC  9                             .
               88  EOF                        VALUE 1                 .
           05  ERROR-HANDLING          PIC X                          .
               88  SOME-ERROR                   VALUE 'Y'             .
           05  WS-MESSAGE.
               10  FILLER              PIC X(10) VALUE 'ERROR IN: '  .
               10  ERR-LOC             PIC X(30)                     .
               10  FILLER              PIC X(06) VALUE 'CODE: '      .
               10  ERR-CODE            PIC S9(4) COMP                .
           05  WS-TODAY.
               10  WS-TODAY-YYYY       PIC 9(04)                     .
               10  WS-TODAY-MM         PIC 9(02)                     .
               10  WS-TODAY-DD         PIC 9(02)                     .
           05  WS-NOW.
               10  WS-NOW-HH           PIC 9(02)                     .
               10  WS-NOW-MN           PIC 9(02)                     .
               10  WS-NOW-SS           PIC 9(02)                     .

      *-----------------------------------------------------------------
      *THE REPORT MONTH AND ITS FIRST/LAST DAY AS CHARACTER BOUNDS -----
      *THE REQUEST DATE IS TAKEN AS AN ISO CHARACTER DATE SO A STRAIGHT-
      *COMPARE INSIDE THE BOUNDS IS THE MONTH TEST----------------------
      *-----------------------------------------------------------------
       01  WS-RPT-CRITERIA.
           05  WS-RPT-MONTH            PIC X(007) VALUE SPACES        .
           05  WS-MONTH-LOW            PIC X(010)                     .
           05  WS-MONTH-HIGH           PIC X(010)                     .

       01  WS-ERRLOG-VARS.
           05  WS-ERRLOG-NEXT-ID       PIC S9(9) COMP                 .
           05  WS-ERRLOG-DATE          PIC X(10)                      .
           05  WS-ERRLOG-TIME          PIC X(08)                      .
           05  WS-ERRLOG-TODAY.
               10  WS-EL-YYYY          PIC 9(04)                      .
               10  WS-EL-MM            PIC 9(02)                      .
               10  WS-EL-DD            PIC 9(02)                      .
           05  WS-ERRLOG-NOW.
               10  WS-EL-HH            PIC 9(02)                      .
               10  WS-EL-MN            PIC 9(02)                      .
               10  WS-EL-SS            PIC 9(02)                      .

       01  WS-BRUN-VARS.
           05  WS-BRUN-RUN-ID          PIC S9(9) COMP                 .
           05  WS-BRUN-COUNT           PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-COUNT      PIC S9(9) COMP VALUE 0         .
           05  WS-BRUN-HELD-X          PIC ZZZ9                       .
           05  WS-BRUN-TODAY.
               10  WS-BR-YYYY          PIC 9(04)                      .
               10  WS-BR-MM            PIC 9(02)                      .
               10  WS-BR-DD            PIC 9(02)                      .
           05  WS-BRUN-NOW.
               10  WS-BR-HH            PIC 9(02)                      .
               10  WS-BR-MN            PIC 9(02)                      .
               10  WS-BR-SS            PIC 9(02)                      .

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBRUN
           END-EXEC.

           EXEC SQL
                INCLUDE DCLERRLG
           END-EXEC.

           EXEC SQL
              INCLUDE DCLWAIVR
           END-EXEC.

      *-----------------------------------------------------------------
      *THE MONTH'S WAIVERS IN REQUESTING-OPERATOR ORDER SO THE CONTROL--
      *BREAK BELOW CAN TOTAL EACH CLERK---------------------------------
           EXEC SQL DECLARE  W1_CURSOR CURSOR FOR
                SELECT WAIVER_ID, FINE_ID, BORROWER_ID, FINE_TYPE,
                       AMOUNT, REQ_OPER_ID, STATUS,
                       VALUE(APPR_OPER_ID, ' '),
                       VALUE(CHAR(DECIDE_DATE, ISO), ' '),
                       REASON
                FROM   IBMUSER.FINE_WAIVERS
                WHERE  CHAR(REQ_DATE, ISO) BETWEEN :WS-MONTH-LOW
                                               AND :WS-MONTH-HIGH
                ORDER BY REQ_OPER_ID, WAIVER_ID
           END-EXEC.

      *-----------------------------------------------------------------
      *PARM PASSED FROM THE DSN RUN COMMAND - FIXED-WIDTH, SPACE MEANS--
      *"DEFAULT THE CRITERION" (SEE BKREPORT)---------------------------
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  WS-PARM-LINK.
           05  WS-PARM-LEN             PIC S9(4) COMP                 .
           05  WS-PARM-TEXT.
               10  WS-PARM-MONTH       PIC X(007)                     .

      *------------------
       PROCEDURE DIVISION USING WS-PARM-LINK.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'.
           PERFORM Z9100-OPEN-RUN THRU Z9100-EXIT.
           PERFORM 0500-PARSE-PARM THRU 0500-EXIT.
           PERFORM 0600-SET-RUN-STAMP THRU 0600-EXIT.
           PERFORM 1000-OPEN-SQL  THRU 1000-EXIT.
           PERFORM 2000-FETCH     THRU 2000-EXIT.
           PERFORM 3000-CLOSE-SQL THRU 3000-EXIT.
           PERFORM Z9200-CLOSE-RUN THRU Z9200-EXIT.
           DISPLAY 'END 0000-MAIN-PROCESS'.
           STOP RUN.
       0000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *NO PARM MEANS THE CURRENT MONTH. THE HIGH BOUND USES '31'--------
      *UNCONDITIONALLY - AS A CHARACTER CEILING THAT IS CORRECT FOR-----
      *EVERY MONTH, SHORT ONES INCLUDED---------------------------------
      *-----------------------------------------------------------------
       0500-PARSE-PARM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           IF WS-PARM-LEN > 0 AND WS-PARM-MONTH NOT = SPACES
              MOVE WS-PARM-MONTH        TO WS-RPT-MONTH
           ELSE
              MOVE WS-TODAY-YYYY        TO WS-RPT-MONTH(1:4)
              MOVE '-'                  TO WS-RPT-MONTH(5:1)
              MOVE WS-TODAY-MM          TO WS-RPT-MONTH(6:2)
           END-IF

           MOVE WS-RPT-MONTH            TO WS-MONTH-LOW(1:7)
           MOVE '-01'                   TO WS-MONTH-LOW(8:3)
           MOVE WS-RPT-MONTH            TO WS-MONTH-HIGH(1:7)
           MOVE '-31'                   TO WS-MONTH-HIGH(8:3)
           MOVE WS-RPT-MONTH            TO WS-HD-MONTH
           .
       0500-EXIT.
           EXIT
           .
       0600-SET-RUN-STAMP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW   FROM TIME

           MOVE WS-TODAY-YYYY TO WS-TR-DATE(1:4)
           MOVE '-'            TO WS-TR-DATE(5:1)
           MOVE WS-TODAY-MM    TO WS-TR-DATE(6:2)
           MOVE '-'            TO WS-TR-DATE(8:1)
           MOVE WS-TODAY-DD    TO WS-TR-DATE(9:2)

           MOVE WS-NOW-HH      TO WS-TR-TIME(1:2)
           MOVE ':'            TO WS-TR-TIME(3:1)
           MOVE WS-NOW-MN      TO WS-TR-TIME(4:2)
           MOVE ':'            TO WS-TR-TIME(6:1)
           MOVE WS-NOW-SS      TO WS-TR-TIME(7:2)
           .
       0600-EXIT.
           EXIT
           .
       1000-OPEN-SQL.
           DISPLAY 'START 1000-OPEN-SQL'

           EXEC SQL
                OPEN W1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPEN CURSOR'
           ELSE
              CONTINUE
           END-IF

           OPEN OUTPUT PRT-WAIV

           MOVE  WS-HEADER  TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-BREAKER TO OP-FIELDS
           WRITE OP-FIELDS

           DISPLAY 'END 1000-OPEN-SQL'
           .
       1000-EXIT.
           EXIT
           .
       2000-FETCH.
           DISPLAY 'START 2000-FETCH'
           PERFORM 2100-FETCH-DATA THRU 2100-EXIT UNTIL EOF
           DISPLAY 'END 2000-FETCH'
           .
       2000-EXIT.
           EXIT
           .
       2100-FETCH-DATA.
           EXEC SQL
                FETCH W1_CURSOR INTO :WAIVR-WAIVER-ID
                                    ,:WAIVR-FINE-ID
                                    ,:WAIVR-BORROWER-ID
                                    ,:WAIVR-FINE-TYPE
                                    ,:WAIVR-AMOUNT
                                    ,:WAIVR-REQ-OPER-ID
                                    ,:WAIVR-STATUS
                                    ,:WAIVR-APPR-OPER-ID
                                    ,:WAIVR-DECIDE-DATE
                                    ,:WAIVR-REASON
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    IF WAIVR-REQ-OPER-ID NOT = WS-PREV-OPER-ID
                       PERFORM 2200-BREAK-OPERATOR THRU 2200-EXIT
                    END-IF
                    PERFORM 2300-WRITE-WAIVER THRU 2300-EXIT
               WHEN SQLCODE = 100
                    PERFORM 2200-BREAK-OPERATOR THRU 2200-EXIT
                    PERFORM 2900-WRITE-SUMMARY  THRU 2900-EXIT
                    MOVE    1                       TO LAST-REC
               WHEN OTHER
                    MOVE    1                       TO LAST-REC
                    MOVE   'Y'                      TO ERROR-HANDLING
                    DISPLAY 'SQLCODE: ' SQLCODE
                    MOVE   '2100-FETCH-DATA'        TO ERR-LOC
                    MOVE    SQLCODE                 TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *CONTROL BREAK ON THE REQUESTING OPERATOR - CLOSE THE PREVIOUS----
      *CLERK'S TOTAL (IF ANY) AND OPEN THE NEXT CLERK'S SECTION---------
       2200-BREAK-OPERATOR.
           IF WS-PREV-OPER-ID NOT = LOW-VALUES
              MOVE WS-PREV-OPER-ID  TO WS-OT-OPER-ID
              MOVE WS-OPER-COUNT    TO WS-OT-COUNT
              MOVE WS-OPER-AMOUNT   TO WS-OT-AMOUNT
              MOVE WS-OPER-PENDING  TO WS-OT-PENDING
              MOVE WS-OPER-REJECTED TO WS-OT-REJECTED

              MOVE  WS-OPER-TOTAL-LINE TO OP-FIELDS
              WRITE OP-FIELDS
           END-IF

           MOVE WAIVR-REQ-OPER-ID TO WS-PREV-OPER-ID
           MOVE 0                 TO WS-OPER-COUNT
           MOVE 0                 TO WS-OPER-AMOUNT
           MOVE 0                 TO WS-OPER-PENDING
           MOVE 0                 TO WS-OPER-REJECTED

           IF SQLCODE = 0
              MOVE WAIVR-REQ-OPER-ID TO WS-OH-OPER-ID

              MOVE  WS-SPACES     TO OP-FIELDS
              WRITE OP-FIELDS
              MOVE  WS-OPER-HEAD  TO OP-FIELDS
              WRITE OP-FIELDS
              MOVE  WS-BREAKER    TO OP-FIELDS
              WRITE OP-FIELDS
           END-IF
           .
       2200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE LINE PER WAIVER - ONLY A DESK WAIVER ('W') OR AN APPROVED----
      *ONE ('A') COUNTS TOWARDS THE MONEY ACTUALLY WAIVED---------------
       2300-WRITE-WAIVER.
           ADD 1 TO WS-OPER-COUNT
           ADD 1 TO WS-TOTAL-COUNT
           ADD 1 TO WS-BRUN-COUNT

           EVALUATE WAIVR-STATUS
               WHEN 'W'
                    MOVE 'DESK'      TO WS-WL-STATUS
                    ADD  WAIVR-AMOUNT TO WS-OPER-AMOUNT
                    ADD  WAIVR-AMOUNT TO WS-TOTAL-AMOUNT
               WHEN 'A'
                    MOVE 'APPROVED'  TO WS-WL-STATUS
                    ADD  WAIVR-AMOUNT TO WS-OPER-AMOUNT
                    ADD  WAIVR-AMOUNT TO WS-TOTAL-AMOUNT
               WHEN 'P'
                    MOVE 'PENDING'   TO WS-WL-STATUS
                    ADD  1           TO WS-OPER-PENDING
                    ADD  1           TO WS-TOTAL-PENDING
               WHEN 'R'
                    MOVE 'REJECTED'  TO WS-WL-STATUS
                    ADD  1           TO WS-OPER-REJECTED
                    ADD  1           TO WS-TOTAL-REJECTED
               WHEN 'X'
                    MOVE 'VOID'      TO WS-WL-STATUS
               WHEN OTHER
                    MOVE WAIVR-STATUS TO WS-WL-STATUS
           END-EVALUATE

           MOVE WAIVR-WAIVER-ID    TO WS-WL-WAIVER-ID
           MOVE WAIVR-FINE-ID      TO WS-WL-FINE-ID
           MOVE WAIVR-BORROWER-ID  TO WS-WL-BORROWER-ID
           MOVE WAIVR-FINE-TYPE    TO WS-WL-FINE-TYPE
           MOVE WAIVR-AMOUNT       TO WS-WL-AMOUNT
           MOVE WAIVR-APPR-OPER-ID TO WS-WL-APPR-OPER-ID
           MOVE WAIVR-DECIDE-DATE  TO WS-WL-DECIDE-DATE
           MOVE WAIVR-REASON       TO WS-WL-REASON

           MOVE  WS-WAIV-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           .
       2300-EXIT.
           EXIT
           .
       2900-WRITE-SUMMARY.
           MOVE    WS-TOTAL-COUNT          TO WS-SM-COUNT
           MOVE    WS-TOTAL-AMOUNT         TO WS-SM-AMOUNT
           MOVE    WS-TOTAL-PENDING        TO WS-SM-PENDING
           MOVE    WS-TOTAL-REJECTED       TO WS-SM-REJECTED
           MOVE    WS-SPACES               TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-BREAKER              TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-SUMMARY-1            TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-TRAILER              TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-FOOTER               TO OP-FIELDS
           WRITE   OP-FIELDS
           .
       2900-EXIT.
           EXIT
           .
       3000-CLOSE-SQL.
           DISPLAY 'START 3000-CLOSE-SQL'
           CLOSE PRT-WAIV

           EXEC SQL
                CLOSE W1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR CLOSE CURSOR'
           ELSE
              CONTINUE
           END-IF

           DISPLAY 'WAIVERS LISTED: ' WS-TOTAL-COUNT

           DISPLAY 'END 3000-CLOSE-SQL'
           .
       3000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *RECORD THE FAILURE IN THE CENTRAL ERROR LOG BEFORE THE RUN------
      *ENDS, SO THE EVIDENCE OUTLIVES THE JOB LOG (BEST-EFFORT - A-----
      *FAILURE HERE MUST NOT MASK THE REAL ERROR)-----------------------
       Z9500-LOG-ERROR.
           ACCEPT WS-ERRLOG-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-ERRLOG-NOW   FROM TIME

           MOVE WS-EL-YYYY     TO WS-ERRLOG-DATE(1:4)
           MOVE '-'            TO WS-ERRLOG-DATE(5:1)
           MOVE WS-EL-MM       TO WS-ERRLOG-DATE(6:2)
           MOVE '-'            TO WS-ERRLOG-DATE(8:1)
           MOVE WS-EL-DD       TO WS-ERRLOG-DATE(9:2)

           MOVE WS-EL-HH       TO WS-ERRLOG-TIME(1:2)
           MOVE ':'            TO WS-ERRLOG-TIME(3:1)
           MOVE WS-EL-MN       TO WS-ERRLOG-TIME(4:2)
           MOVE ':'            TO WS-ERRLOG-TIME(6:1)
           MOVE WS-EL-SS       TO WS-ERRLOG-TIME(7:2)

           EXEC SQL
                SELECT VALUE(MAX(LOG_ID), 0)
                INTO  :WS-ERRLOG-NEXT-ID
                FROM   IBMUSER.ERROR_LOG
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   ADD 1 TO WS-ERRLOG-NEXT-ID
              WHEN SQLCODE = 100
                   MOVE 1 TO WS-ERRLOG-NEXT-ID
              WHEN OTHER
                   GO TO Z9500-EXIT
           END-EVALUATE

           MOVE WS-ERRLOG-NEXT-ID TO ERRLG-LOG-ID
           MOVE 'WAIVRPT '   TO ERRLG-PROGRAM
           MOVE ERR-LOC           TO ERRLG-LOCATION
           MOVE ERR-CODE          TO ERRLG-ERROR-CODE
           MOVE SPACES            TO ERRLG-OPER-ID
           MOVE SPACES            TO ERRLG-TERMINAL
           MOVE WS-ERRLOG-DATE    TO ERRLG-ERROR-DATE
           MOVE WS-ERRLOG-TIME    TO ERRLG-ERROR-TIME

           EXEC SQL
                INSERT INTO IBMUSER.ERROR_LOG
                       (LOG_ID, PROGRAM, LOCATION, ERROR_CODE,
                        OPER_ID, TERMINAL, ERROR_DATE, ERROR_TIME)
                VALUES (:ERRLG-LOG-ID, :ERRLG-PROGRAM,
                        :ERRLG-LOCATION, :ERRLG-ERROR-CODE,
                        :ERRLG-OPER-ID, :ERRLG-TERMINAL,
                        :ERRLG-ERROR-DATE, :ERRLG-ERROR-TIME)
           END-EXEC

           EXEC SQL
                COMMIT
           END-EXEC
           .
       Z9500-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *OPEN THIS RUN ON THE COMMON BATCH-RUN REGISTRY (STATUS 'R') SO---
      *THE MORNING BRUNCHK EXCEPTION CAN PROVE THE JOB ACTUALLY RAN-----
       Z9100-OPEN-RUN.
           ACCEPT WS-BRUN-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-BRUN-NOW   FROM TIME

           MOVE WS-BR-YYYY     TO BRUN-START-DATE(1:4)
           MOVE '-'            TO BRUN-START-DATE(5:1)
           MOVE WS-BR-MM       TO BRUN-START-DATE(6:2)
           MOVE '-'            TO BRUN-START-DATE(8:1)
           MOVE WS-BR-DD       TO BRUN-START-DATE(9:2)

           MOVE WS-BR-HH       TO BRUN-START-TIME(1:2)
           MOVE ':'            TO BRUN-START-TIME(3:1)
           MOVE WS-BR-MN       TO BRUN-START-TIME(4:2)
           MOVE ':'            TO BRUN-START-TIME(6:1)
           MOVE WS-BR-SS       TO BRUN-START-TIME(7:2)

           EXEC SQL
                SELECT VALUE(MAX(RUN_ID), 0)
                INTO  :WS-BRUN-RUN-ID
                FROM   IBMUSER.BATCH_RUNS
           END-EXEC

           IF SQLCODE = 0 OR SQLCODE = 100
              ADD 1 TO WS-BRUN-RUN-ID
           ELSE
              GO TO Z9100-EXIT
           END-IF

           MOVE WS-BRUN-RUN-ID TO BRUN-RUN-ID
           MOVE 'WAIVRPT ' TO BRUN-JOB-NAME

           EXEC SQL
                INSERT INTO IBMUSER.BATCH_RUNS
                       (RUN_ID, JOB_NAME, START_DATE, START_TIME,
                        END_DATE, END_TIME, RECORD_COUNT, STATUS)
                VALUES (:BRUN-RUN-ID, :BRUN-JOB-NAME,
                        :BRUN-START-DATE, :BRUN-START-TIME,
                        NULL, ' ', 0, 'R')
           END-EXEC

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
           ACCEPT WS-BRUN-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-BRUN-NOW   FROM TIME

           MOVE WS-BR-YYYY     TO BRUN-END-DATE(1:4)
           MOVE '-'            TO BRUN-END-DATE(5:1)
           MOVE WS-BR-MM       TO BRUN-END-DATE(6:2)
           MOVE '-'            TO BRUN-END-DATE(8:1)
           MOVE WS-BR-DD       TO BRUN-END-DATE(9:2)

           MOVE WS-BR-HH       TO BRUN-END-TIME(1:2)
           MOVE ':'            TO BRUN-END-TIME(3:1)
           MOVE WS-BR-MN       TO BRUN-END-TIME(4:2)
           MOVE ':'            TO BRUN-END-TIME(6:1)
           MOVE WS-BR-SS       TO BRUN-END-TIME(7:2)

           EXEC SQL
                UPDATE IBMUSER.BATCH_RUNS
                SET    END_DATE     = :BRUN-END-DATE,
                       END_TIME     = :BRUN-END-TIME,
                       RECORD_COUNT = :WS-BRUN-COUNT,
                       STATUS       = 'C'
                WHERE  RUN_ID       = :WS-BRUN-RUN-ID
           END-EXEC

           EXEC SQL
                COMMIT
           END-EXEC
           .
       Z9200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE JOB IS GOING DOWN - MARK THE RUN FAILED ('F') SO THE---------
      *MORNING EXCEPTION SHOWS IT AS SUCH, NOT AS MISSING---------------
       Z9250-FAIL-RUN.
           EXEC SQL
                UPDATE IBMUSER.BATCH_RUNS
                SET    STATUS = 'F'
                WHERE  RUN_ID = :WS-BRUN-RUN-ID
           END-EXEC

           EXEC SQL
                COMMIT
           END-EXEC
           .
       Z9250-EXIT.
           EXIT
           .
       XXXX-ERROR-HANDLING.
           IF SOME-ERROR
              PERFORM Z9500-LOG-ERROR THRU Z9500-EXIT

              DISPLAY WS-MESSAGE
              DISPLAY 'SQLCODE: ' SQLCODE
              CLOSE PRT-WAIV
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
