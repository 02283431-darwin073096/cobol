      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DISPRPT.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- QUARTERLY WITHDRAWN-COPY DISPOSITION REPORT ON DSPOUT FOR *
      * THE AUDITORS, FROM THE IBMUSER.COPY_DISPOSALS ROWS DISP01     *
      * WROTE IN THE QUARTER:                                         *
      *    -- BY METHOD     > SOLD, RECYCLED, DONATED, RETURNED TO    *
      *                       VENDOR - COPIES AND SALE PROCEEDS       *
      *    -- BY REASON     > WHY THE COPIES LEFT STOCK (MISSFU,      *
      *                       COPY01, REPAIR01, DELETE01)             *
      *    -- BY METHOD AND REASON                                    *
      *    -- AWAITING      > COPIES STILL 'W' OR 'D' WITH NO         *
      *                       DISPOSAL YET, BY REASON, AS AT THE RUN  *
      * THE QUARTER COMES FROM A PARM (YYYYQN, E.G. 2026Q3) THE SAME  *
      * WAY ILLSUM TAKES ITS MONTH - NO PARM MEANS THE CURRENT        *
      * QUARTER.                                                      *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- DISP01   > WRITES THE DISPOSAL ROWS COUNTED HERE        *
      *    -- STATERN  > CARRIES THE SALE PROCEEDS AS REVENUE         *
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
           SELECT PRT-DSP ASSIGN TO DSPOUT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRT-DSP
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.

       01  WS-GRP-LINE.
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-GL-LABEL           PIC X(040)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'COPIES: '      .
           05  WS-GL-COUNT           PIC ZZZ,ZZ9                      .
           05  FILLER                PIC X(003) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'PROCEEDS: '    .
           05  WS-GL-PROCEEDS        PIC Z,ZZZ,ZZ9.99                 .
           05  FILLER                PIC X(146) VALUE ALL SPACES      .

       01  WS-AWT-LINE.
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-AL-LABEL           PIC X(040)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'COPIES: '      .
           05  WS-AL-COUNT           PIC ZZZ,ZZ9                      .
           05  FILLER                PIC X(171) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER.
               10  FILLER          PIC X(041) VALUE
                       'WITHDRAWN COPY DISPOSITIONS FOR QUARTER: '    .
               10  WS-HD-QUARTER   PIC X(006)                        .
               10  FILLER          PIC X(002) VALUE ALL SPACES       .
               10  WS-HD-LOW       PIC X(010)                        .
               10  FILLER          PIC X(004) VALUE ' TO '           .
               10  WS-HD-HIGH      PIC X(010)                        .
               10  FILLER          PIC X(157) VALUE ALL SPACES       .
           05  WS-SECTION-HEAD.
               10  WS-SH-TEXT      PIC X(060)                        .
               10  FILLER          PIC X(170) VALUE ALL SPACES       .
           05  WS-SUMMARY-1.
               10  FILLER          PIC X(017) VALUE
                       'COPIES DISPOSED: '                            .
               10  WS-SM-DISPOSED  PIC ZZZ,ZZ9                        .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(015) VALUE
                       'SALE PROCEEDS: '                              .
               10  WS-SM-PROCEEDS  PIC Z,ZZZ,ZZ9.99                   .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(025) VALUE
                       'AWAITING DISPOSITION: '                       .
               10  WS-SM-AWAITING  PIC ZZZ,ZZ9                        .
               10  FILLER          PIC X(141) VALUE ALL SPACES        .
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
           05  WS-TOTAL-DISPOSED   PIC S9(09) COMP VALUE 0            .
           05  WS-TOTAL-PROCEEDS   PIC S9(07)V9(02) COMP-3 VALUE 0    .
           05  WS-TOTAL-AWAITING   PIC S9(09) COMP VALUE 0            .
           05  WS-G-METHOD         PIC X(01)                          .
           05  WS-G-REASON         PIC X(01)                          .
           05  WS-G-COUNT          PIC S9(09) COMP                    .
           05  WS-G-PROCEEDS       PIC S9(07)V9(02) COMP-3            .
           05  WS-METHOD-NAME      PIC X(018)                         .
           05  WS-REASON-NAME      PIC X(020)                         .
           05  WS-QTR-NO           PIC 9(01)                          .
           05  WS-QTR-LOW-MM       PIC 9(02)                          .
           05  WS-QTR-HIGH-MM      PIC 9(02)                          .
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
      *THE REPORT QUARTER AND ITS FIRST/LAST DAY AS CHARACTER BOUNDS ---
      *DISP_DATE IS AN ISO CHARACTER DATE SO A STRAIGHT COMPARE INSIDE--
      *THE BOUNDS IS THE QUARTER TEST (SEE ILLSUM)----------------------
      *-----------------------------------------------------------------
       01  WS-RPT-CRITERIA.
           05  WS-RPT-QUARTER          PIC X(006) VALUE SPACES        .
           05  WS-QTR-LOW              PIC X(010)                     .
           05  WS-QTR-HIGH             PIC X(010)                     .

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
              INCLUDE DCLCDISP
           END-EXEC.

      *-----------------------------------------------------------------
      *THE QUARTER'S DISPOSALS THREE WAYS - BY METHOD, BY WITHDRAWAL----
      *REASON, AND BY THE TWO TOGETHER----------------------------------
           EXEC SQL DECLARE  DM_CURSOR CURSOR FOR
                SELECT METHOD, COUNT(*), VALUE(SUM(PROCEEDS), 0)
                FROM   IBMUSER.COPY_DISPOSALS
                WHERE  DISP_DATE >= :WS-QTR-LOW
                AND    DISP_DATE <= :WS-QTR-HIGH
                GROUP BY METHOD
                ORDER BY METHOD
           END-EXEC.

           EXEC SQL DECLARE  DR_CURSOR CURSOR FOR
                SELECT VALUE(WD_REASON, ' '), COUNT(*),
                       VALUE(SUM(PROCEEDS), 0)
                FROM   IBMUSER.COPY_DISPOSALS
                WHERE  DISP_DATE >= :WS-QTR-LOW
                AND    DISP_DATE <= :WS-QTR-HIGH
                GROUP BY VALUE(WD_REASON, ' ')
                ORDER BY 1
           END-EXEC.

           EXEC SQL DECLARE  DX_CURSOR CURSOR FOR
                SELECT METHOD, VALUE(WD_REASON, ' '), COUNT(*),
                       VALUE(SUM(PROCEEDS), 0)
                FROM   IBMUSER.COPY_DISPOSALS
                WHERE  DISP_DATE >= :WS-QTR-LOW
                AND    DISP_DATE <= :WS-QTR-HIGH
                GROUP BY METHOD, VALUE(WD_REASON, ' ')
                ORDER BY 1, 2
           END-EXEC.

      *-----------------------------------------------------------------
      *COPIES OUT OF STOCK WITH NO DISPOSAL YET, WHENEVER THEY LEFT ----
      *THE SHELF OF BOXES THE AUDITORS WILL ASK ABOUT NEXT QUARTER------
           EXEC SQL DECLARE  DA_CURSOR CURSOR FOR
                SELECT VALUE(C.WD_REASON, ' '), COUNT(*)
                FROM   IBMUSER.COPIES C
                WHERE  C.STATUS IN ('W', 'D')
                AND    NOT EXISTS
                       (SELECT 1
                        FROM   IBMUSER.COPY_DISPOSALS D
                        WHERE  D.ACCESSION_NO = C.ACCESSION_NO)
                GROUP BY VALUE(C.WD_REASON, ' ')
                ORDER BY 1
           END-EXEC.

      *-----------------------------------------------------------------
      *PARM PASSED FROM THE DSN RUN COMMAND - FIXED-WIDTH, SPACE MEANS--
      *"DEFAULT THE CRITERION" (SEE BKREPORT)---------------------------
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  WS-PARM-LINK.
           05  WS-PARM-LEN             PIC S9(4) COMP                 .
           05  WS-PARM-TEXT.
               10  WS-PARM-QUARTER     PIC X(006)                     .

      *------------------
       PROCEDURE DIVISION USING WS-PARM-LINK.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'.
           PERFORM Z9100-OPEN-RUN THRU Z9100-EXIT.
           PERFORM 0500-PARSE-PARM THRU 0500-EXIT.
           PERFORM 0600-SET-RUN-STAMP THRU 0600-EXIT.
           PERFORM 1000-OPEN-FILE THRU 1000-EXIT.
           PERFORM 2000-BY-METHOD THRU 2000-EXIT.
           PERFORM 3000-BY-REASON THRU 3000-EXIT.
           PERFORM 4000-BY-METHOD-REASON THRU 4000-EXIT.
           PERFORM 5000-AWAITING  THRU 5000-EXIT.
           PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
           PERFORM 7000-CLOSE-FILE THRU 7000-EXIT.
           PERFORM Z9200-CLOSE-RUN THRU Z9200-EXIT.
           DISPLAY 'END 0000-MAIN-PROCESS'.
           STOP RUN.
       0000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *NO PARM MEANS THE CURRENT QUARTER. THE HIGH BOUND USES '31'------
      *UNCONDITIONALLY, AS ILLSUM DOES - EVERY QUARTER ENDS IN A--------
      *MONTH WHERE '31' IS A SAFE CHARACTER CEILING---------------------
      *-----------------------------------------------------------------
       0500-PARSE-PARM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           IF WS-PARM-LEN > 0 AND WS-PARM-QUARTER NOT = SPACES
              MOVE WS-PARM-QUARTER      TO WS-RPT-QUARTER
           ELSE
              COMPUTE WS-QTR-NO = (WS-TODAY-MM + 2) / 3
              MOVE WS-TODAY-YYYY        TO WS-RPT-QUARTER(1:4)
              MOVE 'Q'                  TO WS-RPT-QUARTER(5:1)
              MOVE WS-QTR-NO            TO WS-RPT-QUARTER(6:1)
           END-IF

           IF WS-RPT-QUARTER(5:1) NOT = 'Q'
              OR WS-RPT-QUARTER(6:1) < '1'
              OR WS-RPT-QUARTER(6:1) > '4'
              DISPLAY 'PARM MUST BE YYYYQN: ' WS-RPT-QUARTER
              MOVE   '0500-PARSE-PARM'        TO ERR-LOC
              MOVE    0                       TO ERR-CODE
              PERFORM Z9500-LOG-ERROR THRU Z9500-EXIT
              PERFORM Z9250-FAIL-RUN  THRU Z9250-EXIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-RPT-QUARTER(6:1)     TO WS-QTR-NO
           COMPUTE WS-QTR-HIGH-MM = WS-QTR-NO * 3
           COMPUTE WS-QTR-LOW-MM  = WS-QTR-HIGH-MM - 2

           MOVE WS-RPT-QUARTER(1:4)     TO WS-QTR-LOW(1:4)
           MOVE '-'                     TO WS-QTR-LOW(5:1)
           MOVE WS-QTR-LOW-MM           TO WS-QTR-LOW(6:2)
           MOVE '-01'                   TO WS-QTR-LOW(8:3)
           MOVE WS-RPT-QUARTER(1:4)     TO WS-QTR-HIGH(1:4)
           MOVE '-'                     TO WS-QTR-HIGH(5:1)
           MOVE WS-QTR-HIGH-MM          TO WS-QTR-HIGH(6:2)
           MOVE '-31'                   TO WS-QTR-HIGH(8:3)

           MOVE WS-RPT-QUARTER          TO WS-HD-QUARTER
           MOVE WS-QTR-LOW              TO WS-HD-LOW
           MOVE WS-QTR-HIGH             TO WS-HD-HIGH
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
       1000-OPEN-FILE.
           DISPLAY 'START 1000-OPEN-FILE'
           OPEN OUTPUT PRT-DSP

           MOVE  WS-HEADER  TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-BREAKER TO OP-FIELDS
           WRITE OP-FIELDS

           DISPLAY 'END 1000-OPEN-FILE'
           .
       1000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *BY METHOD - THE QUARTER'S TOTALS ARE TAKEN HERE, EVERY DISPOSAL--
      *HAVING EXACTLY ONE METHOD----------------------------------------
       2000-BY-METHOD.
           MOVE 'DISPOSALS BY METHOD' TO WS-SH-TEXT
           PERFORM 8100-WRITE-SECTION-HEAD THRU 8100-EXIT

           EXEC SQL
                OPEN DM_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                      TO ERROR-HANDLING
              DISPLAY 'SQLCODE: ' SQLCODE
              MOVE   '2000-BY-METHOD'         TO ERR-LOC
              MOVE    SQLCODE                 TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 0 TO LAST-REC
           PERFORM 2100-FETCH-METHOD THRU 2100-EXIT UNTIL EOF

           EXEC SQL
                CLOSE DM_CURSOR
           END-EXEC
           .
       2000-EXIT.
           EXIT
           .
       2100-FETCH-METHOD.
           EXEC SQL
                FETCH DM_CURSOR INTO :WS-G-METHOD
                                    ,:WS-G-COUNT
                                    ,:WS-G-PROCEEDS
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD WS-G-COUNT    TO WS-TOTAL-DISPOSED
                    ADD WS-G-PROCEEDS TO WS-TOTAL-PROCEEDS
                    PERFORM 8200-NAME-METHOD THRU 8200-EXIT
                    MOVE WS-METHOD-NAME TO WS-GL-LABEL
                    PERFORM 8400-WRITE-GROUP THRU 8400-EXIT
               WHEN SQLCODE = 100
                    MOVE    1                       TO LAST-REC
               WHEN OTHER
                    MOVE    1                       TO LAST-REC
                    MOVE   'Y'                      TO ERROR-HANDLING
                    DISPLAY 'SQLCODE: ' SQLCODE
                    MOVE   '2100-FETCH-METHOD'      TO ERR-LOC
                    MOVE    SQLCODE                 TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2100-EXIT.
           EXIT
           .
       3000-BY-REASON.
           MOVE 'DISPOSALS BY WITHDRAWAL REASON' TO WS-SH-TEXT
           PERFORM 8100-WRITE-SECTION-HEAD THRU 8100-EXIT

           EXEC SQL
                OPEN DR_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                      TO ERROR-HANDLING
              DISPLAY 'SQLCODE: ' SQLCODE
              MOVE   '3000-BY-REASON'         TO ERR-LOC
              MOVE    SQLCODE                 TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 0 TO LAST-REC
           PERFORM 3100-FETCH-REASON THRU 3100-EXIT UNTIL EOF

           EXEC SQL
                CLOSE DR_CURSOR
           END-EXEC
           .
       3000-EXIT.
           EXIT
           .
       3100-FETCH-REASON.
           EXEC SQL
                FETCH DR_CURSOR INTO :WS-G-REASON
                                    ,:WS-G-COUNT
                                    ,:WS-G-PROCEEDS
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    PERFORM 8300-NAME-REASON THRU 8300-EXIT
                    MOVE WS-REASON-NAME TO WS-GL-LABEL
                    PERFORM 8400-WRITE-GROUP THRU 8400-EXIT
               WHEN SQLCODE = 100
                    MOVE    1                       TO LAST-REC
               WHEN OTHER
                    MOVE    1                       TO LAST-REC
                    MOVE   'Y'                      TO ERROR-HANDLING
                    DISPLAY 'SQLCODE: ' SQLCODE
                    MOVE   '3100-FETCH-REASON'      TO ERR-LOC
                    MOVE    SQLCODE                 TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       3100-EXIT.
           EXIT
           .
       4000-BY-METHOD-REASON.
           MOVE 'DISPOSALS BY METHOD AND WITHDRAWAL REASON'
                                                    TO WS-SH-TEXT
           PERFORM 8100-WRITE-SECTION-HEAD THRU 8100-EXIT

           EXEC SQL
                OPEN DX_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                      TO ERROR-HANDLING
              DISPLAY 'SQLCODE: ' SQLCODE
              MOVE   '4000-BY-METHOD-REASON'  TO ERR-LOC
              MOVE    SQLCODE                 TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 0 TO LAST-REC
           PERFORM 4100-FETCH-CROSS THRU 4100-EXIT UNTIL EOF

           EXEC SQL
                CLOSE DX_CURSOR
           END-EXEC
           .
       4000-EXIT.
           EXIT
           .
       4100-FETCH-CROSS.
           EXEC SQL
                FETCH DX_CURSOR INTO :WS-G-METHOD
                                    ,:WS-G-REASON
                                    ,:WS-G-COUNT
                                    ,:WS-G-PROCEEDS
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    PERFORM 8200-NAME-METHOD THRU 8200-EXIT
                    PERFORM 8300-NAME-REASON THRU 8300-EXIT
                    MOVE SPACES          TO WS-GL-LABEL
                    MOVE WS-METHOD-NAME  TO WS-GL-LABEL(1:18)
                    MOVE '/'             TO WS-GL-LABEL(19:1)
                    MOVE WS-REASON-NAME  TO WS-GL-LABEL(21:20)
                    PERFORM 8400-WRITE-GROUP THRU 8400-EXIT
               WHEN SQLCODE = 100
                    MOVE    1                       TO LAST-REC
               WHEN OTHER
                    MOVE    1                       TO LAST-REC
                    MOVE   'Y'                      TO ERROR-HANDLING
                    DISPLAY 'SQLCODE: ' SQLCODE
                    MOVE   '4100-FETCH-CROSS'       TO ERR-LOC
                    MOVE    SQLCODE                 TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       4100-EXIT.
           EXIT
           .
       5000-AWAITING.
           MOVE 'AWAITING DISPOSITION AS AT THE RUN, BY REASON'
                                                    TO WS-SH-TEXT
           PERFORM 8100-WRITE-SECTION-HEAD THRU 8100-EXIT

           EXEC SQL
                OPEN DA_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                      TO ERROR-HANDLING
              DISPLAY 'SQLCODE: ' SQLCODE
              MOVE   '5000-AWAITING'          TO ERR-LOC
              MOVE    SQLCODE                 TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 0 TO LAST-REC
           PERFORM 5100-FETCH-AWAITING THRU 5100-EXIT UNTIL EOF

           EXEC SQL
                CLOSE DA_CURSOR
           END-EXEC
           .
       5000-EXIT.
           EXIT
           .
       5100-FETCH-AWAITING.
           EXEC SQL
                FETCH DA_CURSOR INTO :WS-G-REASON
                                    ,:WS-G-COUNT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD WS-G-COUNT TO WS-TOTAL-AWAITING
                    PERFORM 8300-NAME-REASON THRU 8300-EXIT
                    MOVE WS-REASON-NAME TO WS-AL-LABEL
                    MOVE WS-G-COUNT     TO WS-AL-COUNT
                    MOVE  WS-AWT-LINE   TO OP-FIELDS
                    WRITE OP-FIELDS
               WHEN SQLCODE = 100
                    MOVE    1                       TO LAST-REC
               WHEN OTHER
                    MOVE    1                       TO LAST-REC
                    MOVE   'Y'                      TO ERROR-HANDLING
                    DISPLAY 'SQLCODE: ' SQLCODE
                    MOVE   '5100-FETCH-AWAITING'    TO ERR-LOC
                    MOVE    SQLCODE                 TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       5100-EXIT.
           EXIT
           .
       6000-WRITE-SUMMARY.
           MOVE    WS-TOTAL-DISPOSED       TO WS-SM-DISPOSED
           MOVE    WS-TOTAL-PROCEEDS       TO WS-SM-PROCEEDS
           MOVE    WS-TOTAL-AWAITING       TO WS-SM-AWAITING
           MOVE    WS-TOTAL-DISPOSED       TO WS-BRUN-COUNT
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
       6000-EXIT.
           EXIT
           .
       7000-CLOSE-FILE.
           DISPLAY 'START 7000-CLOSE-FILE'
           CLOSE PRT-DSP

           EXEC SQL
                COMMIT
           END-EXEC

           DISPLAY 'COPIES DISPOSED IN QUARTER: ' WS-TOTAL-DISPOSED
           DISPLAY 'AWAITING DISPOSITION: '       WS-TOTAL-AWAITING

           DISPLAY 'END 7000-CLOSE-FILE'
           .
       7000-EXIT.
           EXIT
           .
       8100-WRITE-SECTION-HEAD.
           MOVE  WS-SPACES       TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-SECTION-HEAD TO OP-FIELDS
           WRITE OP-FIELDS
           .
       8100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *METHOD AND REASON CODES AS THE AUDITORS READ THEM (SEE DCLCDISP--
      *AND DCLCOPY)-----------------------------------------------------
       8200-NAME-METHOD.
           EVALUATE WS-G-METHOD
               WHEN 'S'
                    MOVE 'SOLD'               TO WS-METHOD-NAME
               WHEN 'R'
                    MOVE 'RECYCLED'           TO WS-METHOD-NAME
               WHEN 'G'
                    MOVE 'DONATED'            TO WS-METHOD-NAME
               WHEN 'V'
                    MOVE 'RETURNED TO VENDOR' TO WS-METHOD-NAME
               WHEN OTHER
                    MOVE 'METHOD '            TO WS-METHOD-NAME
                    MOVE WS-G-METHOD          TO WS-METHOD-NAME(8:1)
           END-EVALUATE
           .
       8200-EXIT.
           EXIT
           .
       8300-NAME-REASON.
           EVALUATE WS-G-REASON
               WHEN 'M'
                    MOVE 'NOT FOUND (MISSFU)'   TO WS-REASON-NAME
               WHEN 'K'
                    MOVE 'WITHDRAWN AT DESK'    TO WS-REASON-NAME
               WHEN 'D'
                    MOVE 'DAMAGED AT DESK'      TO WS-REASON-NAME
               WHEN 'R'
                    MOVE 'BEYOND REPAIR'        TO WS-REASON-NAME
               WHEN 'X'
                    MOVE 'TITLE DELETED'        TO WS-REASON-NAME
               WHEN ' '
                    MOVE 'NOT RECORDED'         TO WS-REASON-NAME
               WHEN OTHER
                    MOVE 'REASON '              TO WS-REASON-NAME
                    MOVE WS-G-REASON            TO WS-REASON-NAME(8:1)
           END-EVALUATE
           .
       8300-EXIT.
           EXIT
           .
       8400-WRITE-GROUP.
           MOVE  WS-G-COUNT    TO WS-GL-COUNT
           MOVE  WS-G-PROCEEDS TO WS-GL-PROCEEDS
           MOVE  WS-GRP-LINE   TO OP-FIELDS
           WRITE OP-FIELDS
           .
       8400-EXIT.
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
           MOVE 'DISPRPT '   TO ERRLG-PROGRAM
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
           MOVE 'DISPRPT ' TO BRUN-JOB-NAME

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
              CLOSE PRT-DSP
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
