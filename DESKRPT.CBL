      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DESKRPT.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- MONTHLY DESK STAFFING REPORT. COUNTS DESK TRANSACTIONS    *
      * FOR THE PARM MONTH (YYYYMM, DEFAULT LAST MONTH) BY BRANCH,    *
      * DAY OF THE WEEK AND HOUR OF THE DAY, ONE COLUMN PER KIND:     *
      *    -- CHECK-OUTS  (LOANS.LOAN_DATE / LOAN_TIME)               *
      *    -- RETURNS     (LOANS.RETURN_DATE / RETURN_TIME)           *
      *    -- RENEWALS    (LOANS.RENEW_DATE / RENEW_TIME - THE LAST   *
      *                   RENEWAL OF EACH LOAN)                       *
      *    -- IN-HOUSE    (IHUSE01 SCANS, AT THE COPY'S BRANCH)       *
      *    -- PAYMENTS    (FINE01 DESK PAYMENTS ON FINE_PAYMENTS -    *
      *                   THE LEDGER CARRIES NO BRANCH, SO THEY COUNT *
      *                   UNDER THE MAIN DESK (0). PAYMENTS POSTED    *
      *                   UNDER THE ONLINE ('WEBOPER') AND AGENCY     *
      *                   ('AGYOPER') OPERATOR IDS ARE LEFT OUT - NO  *
      *                   DESK TOOK THEM)                             *
      * EACH LINE ALSO CARRIES THE SAME HOUR OF THE SAME MONTH LAST   *
      * YEAR AND THE VARIANCE. THE BUSIEST HOURS OF THE MONTH PRINT   *
      * FIRST, THEN THE FULL GRID BRANCH BY BRANCH. A LOAN ROW FROM   *
      * BEFORE THE TIMES WERE KEPT (NULL TIME) IS NOT COUNTED.        *
      * A LOAN'S CHECK-OUT, RETURN AND RENEWAL COUNT AT THE BRANCH    *
      * THAT LENT IT. PRINTS ON DSKOUT.                               *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- LOAN01/EXPCK01/OFFRPLY > STAMP THE CHECK-OUT TIME       *
      *    -- LOAN01/BULKRET > STAMP THE RETURN AND RENEWAL TIMES     *
      *    -- IHUSE01  > RECORDS THE IN-HOUSE SCANS                   *
      *    -- FINE01   > TAKES THE DESK PAYMENTS                      *
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
           SELECT PRT-DESK ASSIGN TO DSKOUT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRT-DESK
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.

       01  WS-HOUR-LINE.
           05  WS-HL-BRANCH-ID       PIC Z(003)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-HL-DAY             PIC X(009)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-HL-HOUR            PIC 9(002)                       .
           05  FILLER                PIC X(003) VALUE ':00'           .
           05  FILLER                PIC X(003) VALUE ALL SPACES      .
           05  WS-HL-OUT             PIC ZZZ,ZZ9                      .
           05  FILLER                PIC X(003) VALUE ALL SPACES      .
           05  WS-HL-RETURNS         PIC ZZZ,ZZ9                      .
           05  FILLER                PIC X(003) VALUE ALL SPACES      .
           05  WS-HL-RENEWALS        PIC ZZZ,ZZ9                      .
           05  FILLER                PIC X(003) VALUE ALL SPACES      .
           05  WS-HL-INHOUSE         PIC ZZZ,ZZ9                      .
           05  FILLER                PIC X(003) VALUE ALL SPACES      .
           05  WS-HL-PAYMENTS        PIC ZZZ,ZZ9                      .
           05  FILLER                PIC X(003) VALUE ALL SPACES      .
           05  WS-HL-TOTAL           PIC ZZZ,ZZ9                      .
           05  FILLER                PIC X(003) VALUE ALL SPACES      .
           05  WS-HL-LAST            PIC ZZZ,ZZ9                      .
           05  FILLER                PIC X(003) VALUE ALL SPACES      .
           05  WS-HL-VARIANCE        PIC ---,--9                      .
           05  FILLER                PIC X(128) VALUE ALL SPACES      .

       01  WS-COL-HEAD.
           05  FILLER                PIC X(022) VALUE
                                         'BRCH  DAY        HOUR '     .
           05  FILLER                PIC X(040) VALUE
                   '  CHECKOUT   RETURNS  RENEWALS  IN-HOUSE'         .
           05  FILLER                PIC X(040) VALUE
                   '  PAYMENTS     TOTAL LAST YEAR  VARIANCE'         .
           05  FILLER                PIC X(128) VALUE SPACES          .

       01  WS-BRANCH-HEAD.
           05  FILLER                PIC X(008) VALUE 'BRANCH: '      .
           05  WS-BH-BRANCH-ID       PIC Z(003)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-BH-NAME            PIC X(030)                       .
           05  FILLER                PIC X(186) VALUE ALL SPACES      .

       01  WS-SECT-BUSY.
           05  FILLER                PIC X(040) VALUE
                   'BUSIEST HOURS OF THE MONTH, ALL BRANCHES'         .
           05  FILLER                PIC X(190) VALUE ALL SPACES      .

       01  WS-SECT-GRID.
           05  FILLER                PIC X(040) VALUE
                   'ACTIVITY BY BRANCH, DAY AND HOUR'                 .
           05  FILLER                PIC X(190) VALUE ALL SPACES      .

      *-----------------------------------------------------------------
      *DAY NAMES IN DB2 DAYOFWEEK ORDER (1 = SUNDAY)--------------------
       01  DSK-DAY-NAMES.
           05  FILLER                PIC X(009) VALUE 'SUNDAY'        .
           05  FILLER                PIC X(009) VALUE 'MONDAY'        .
           05  FILLER                PIC X(009) VALUE 'TUESDAY'       .
           05  FILLER                PIC X(009) VALUE 'WEDNESDAY'     .
           05  FILLER                PIC X(009) VALUE 'THURSDAY'      .
           05  FILLER                PIC X(009) VALUE 'FRIDAY'        .
           05  FILLER                PIC X(009) VALUE 'SATURDAY'      .
       01  DSK-DAY-NAME-TBL REDEFINES DSK-DAY-NAMES.
           05  DSK-DAY-NAME          PIC X(009) OCCURS 7 TIMES        .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER.
               10  FILLER          PIC X(036) VALUE
                   'DESK ACTIVITY BY HOUR - MONTH OF   '              .
               10  WS-HD-MONTH     PIC X(007)                        .
               10  FILLER          PIC X(026) VALUE
                   '   COMPARED WITH MONTH OF '                       .
               10  WS-HD-LAST      PIC X(007)                        .
               10  FILLER          PIC X(154) VALUE ALL SPACES       .
           05  WS-SUMMARY-1.
               10  FILLER          PIC X(025) VALUE
                                       'TRANSACTIONS THIS MONTH: '    .
               10  WS-SM-THIS      PIC ZZZ,ZZ9                        .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(025) VALUE
                                       'SAME MONTH LAST YEAR:    '    .
               10  WS-SM-LAST      PIC ZZZ,ZZ9                        .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(010) VALUE 'VARIANCE: '      .
               10  WS-SM-VARIANCE  PIC ---,--9                        .
               10  FILLER          PIC X(143) VALUE ALL SPACES        .
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
           05  WS-RPT-YEAR         PIC 9(04)                          .
           05  WS-RPT-MONTH        PIC 9(02)                          .
           05  WS-NXT-YEAR         PIC 9(04)                          .
           05  WS-NXT-MONTH        PIC 9(02)                          .
           05  WS-PRI-YEAR         PIC 9(04)                          .
           05  WS-PNX-YEAR         PIC 9(04)                          .
           05  WS-THIS-LO          PIC X(10)                          .
           05  WS-THIS-NX          PIC X(10)                          .
           05  WS-LAST-LO          PIC X(10)                          .
           05  WS-LAST-NX          PIC X(10)                          .
           05  WS-H-BRANCH-ID      PIC S9(04) COMP                    .
           05  WS-H-DOW            PIC S9(04) COMP                    .
           05  WS-H-HOUR           PIC S9(04) COMP                    .
           05  WS-H-OUT            PIC S9(09) COMP                    .
           05  WS-H-RETURNS        PIC S9(09) COMP                    .
           05  WS-H-RENEWALS       PIC S9(09) COMP                    .
           05  WS-H-INHOUSE        PIC S9(09) COMP                    .
           05  WS-H-PAYMENTS       PIC S9(09) COMP                    .
           05  WS-H-TOTAL          PIC S9(09) COMP                    .
           05  WS-H-LAST           PIC S9(09) COMP                    .
           05  WS-PREV-BRANCH      PIC S9(04) COMP                    .
           05  WS-TOTAL-THIS       PIC S9(09) COMP VALUE 0            .
           05  WS-TOTAL-LAST       PIC S9(09) COMP VALUE 0            .
           05  WS-WEB-OPER-ID      PIC X(08) VALUE 'ONLINE  '         .
           05  WS-AGY-OPER-ID      PIC X(08) VALUE 'AGENCY  '         .
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
              INCLUDE DCLBRNCH
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSETTG
           END-EXEC.

      *-----------------------------------------------------------------
      *EVERY DESK TRANSACTION OF THE REPORT MONTH AND OF THE SAME-------
      *MONTH LAST YEAR, ONE ROW PER EVENT (O CHECK-OUT, R RETURN, N-----
      *RENEWAL, I IN-HOUSE SCAN, P PAYMENT), SUMMED BY BRANCH, DAY OF---
      *THE WEEK (1 = SUNDAY) AND HOUR. AN EVENT WITH NO TIME WAS TAKEN--
      *BEFORE THE TIMES WERE KEPT AND IS LEFT OUT-----------------------
           EXEC SQL DECLARE  H1_CURSOR CURSOR FOR
                SELECT E.BR, E.DOW, E.HR,
                       SUM(CASE WHEN E.EV_DATE >= :WS-THIS-LO
                                 AND E.EV = 'O' THEN 1 ELSE 0 END),
                       SUM(CASE WHEN E.EV_DATE >= :WS-THIS-LO
                                 AND E.EV = 'R' THEN 1 ELSE 0 END),
                       SUM(CASE WHEN E.EV_DATE >= :WS-THIS-LO
                                 AND E.EV = 'N' THEN 1 ELSE 0 END),
                       SUM(CASE WHEN E.EV_DATE >= :WS-THIS-LO
                                 AND E.EV = 'I' THEN 1 ELSE 0 END),
                       SUM(CASE WHEN E.EV_DATE >= :WS-THIS-LO
                                 AND E.EV = 'P' THEN 1 ELSE 0 END),
                       SUM(CASE WHEN E.EV_DATE >= :WS-THIS-LO
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN E.EV_DATE <  :WS-THIS-LO
                                THEN 1 ELSE 0 END)
                FROM  (SELECT VALUE(L.BRANCH_ID, 0) AS BR,
                              DAYOFWEEK(L.LOAN_DATE) AS DOW,
                              HOUR(L.LOAN_TIME) AS HR,
                              'O' AS EV,
                              L.LOAN_DATE AS EV_DATE
                       FROM   IBMUSER.LOANS L
                       WHERE  L.LOAN_TIME IS NOT NULL
                       UNION ALL
                       SELECT VALUE(L.BRANCH_ID, 0),
                              DAYOFWEEK(L.RETURN_DATE),
                              HOUR(L.RETURN_TIME), 'R', L.RETURN_DATE
                       FROM   IBMUSER.LOANS L
                       WHERE  L.RETURN_TIME IS NOT NULL
                       AND    L.RETURN_DATE IS NOT NULL
                       UNION ALL
                       SELECT VALUE(L.BRANCH_ID, 0),
                              DAYOFWEEK(L.RENEW_DATE),
                              HOUR(L.RENEW_TIME), 'N', L.RENEW_DATE
                       FROM   IBMUSER.LOANS L
                       WHERE  L.RENEW_TIME IS NOT NULL
                       AND    L.RENEW_DATE IS NOT NULL
                       UNION ALL
                       SELECT VALUE(U.BRANCH_ID, 0),
                              DAYOFWEEK(U.USE_DATE),
                              HOUR(U.USE_TIME), 'I', U.USE_DATE
                       FROM   IBMUSER.INHOUSE_USE U
                       WHERE  U.USE_TIME IS NOT NULL
                       UNION ALL
                       SELECT 0,
                              DAYOFWEEK(P.PAY_DATE),
                              HOUR(P.PAY_TIME), 'P', P.PAY_DATE
                       FROM   IBMUSER.FINE_PAYMENTS P
                       WHERE  P.PAY_TIME IS NOT NULL
                       AND    P.OPER_ID NOT IN (:WS-WEB-OPER-ID,
                                                :WS-AGY-OPER-ID)) E
                WHERE ((E.EV_DATE >= :WS-THIS-LO
                  AND   E.EV_DATE <  :WS-THIS-NX)
                OR     (E.EV_DATE >= :WS-LAST-LO
                  AND   E.EV_DATE <  :WS-LAST-NX))
                GROUP BY E.BR, E.DOW, E.HR
                ORDER BY 1, 2, 3
           END-EXEC.

      *-----------------------------------------------------------------
      *THE SAME SUMS, BUSIEST SLOTS OF THE REPORT MONTH FIRST - THE-----
      *TOP TEN ONLY-----------------------------------------------------
           EXEC SQL DECLARE  H2_CURSOR CURSOR FOR
                SELECT E.BR, E.DOW, E.HR,
                       SUM(CASE WHEN E.EV_DATE >= :WS-THIS-LO
                                 AND E.EV = 'O' THEN 1 ELSE 0 END),
                       SUM(CASE WHEN E.EV_DATE >= :WS-THIS-LO
                                 AND E.EV = 'R' THEN 1 ELSE 0 END),
                       SUM(CASE WHEN E.EV_DATE >= :WS-THIS-LO
                                 AND E.EV = 'N' THEN 1 ELSE 0 END),
                       SUM(CASE WHEN E.EV_DATE >= :WS-THIS-LO
                                 AND E.EV = 'I' THEN 1 ELSE 0 END),
                       SUM(CASE WHEN E.EV_DATE >= :WS-THIS-LO
                                 AND E.EV = 'P' THEN 1 ELSE 0 END),
                       SUM(CASE WHEN E.EV_DATE >= :WS-THIS-LO
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN E.EV_DATE <  :WS-THIS-LO
                                THEN 1 ELSE 0 END)
                FROM  (SELECT VALUE(L.BRANCH_ID, 0) AS BR,
                              DAYOFWEEK(L.LOAN_DATE) AS DOW,
                              HOUR(L.LOAN_TIME) AS HR,
                              'O' AS EV,
                              L.LOAN_DATE AS EV_DATE
                       FROM   IBMUSER.LOANS L
                       WHERE  L.LOAN_TIME IS NOT NULL
                       UNION ALL
                       SELECT VALUE(L.BRANCH_ID, 0),
                              DAYOFWEEK(L.RETURN_DATE),
                              HOUR(L.RETURN_TIME), 'R', L.RETURN_DATE
                       FROM   IBMUSER.LOANS L
                       WHERE  L.RETURN_TIME IS NOT NULL
                       AND    L.RETURN_DATE IS NOT NULL
                       UNION ALL
                       SELECT VALUE(L.BRANCH_ID, 0),
                              DAYOFWEEK(L.RENEW_DATE),
                              HOUR(L.RENEW_TIME), 'N', L.RENEW_DATE
                       FROM   IBMUSER.LOANS L
                       WHERE  L.RENEW_TIME IS NOT NULL
                       AND    L.RENEW_DATE IS NOT NULL
                       UNION ALL
                       SELECT VALUE(U.BRANCH_ID, 0),
                              DAYOFWEEK(U.USE_DATE),
                              HOUR(U.USE_TIME), 'I', U.USE_DATE
                       FROM   IBMUSER.INHOUSE_USE U
                       WHERE  U.USE_TIME IS NOT NULL
                       UNION ALL
                       SELECT 0,
                              DAYOFWEEK(P.PAY_DATE),
                              HOUR(P.PAY_TIME), 'P', P.PAY_DATE
                       FROM   IBMUSER.FINE_PAYMENTS P
                       WHERE  P.PAY_TIME IS NOT NULL
                       AND    P.OPER_ID NOT IN (:WS-WEB-OPER-ID,
                                                :WS-AGY-OPER-ID)) E
                WHERE ((E.EV_DATE >= :WS-THIS-LO
                  AND   E.EV_DATE <  :WS-THIS-NX)
                OR     (E.EV_DATE >= :WS-LAST-LO
                  AND   E.EV_DATE <  :WS-LAST-NX))
                GROUP BY E.BR, E.DOW, E.HR
                HAVING SUM(CASE WHEN E.EV_DATE >= :WS-THIS-LO
                                THEN 1 ELSE 0 END) > 0
                ORDER BY 9 DESC, 1, 2, 3
                FETCH FIRST 10 ROWS ONLY
           END-EXEC.

      *-----------------------------------------------------------------
      *PARM PASSED FROM THE DSN RUN COMMAND - THE REPORT MONTH AS-------
      *YYYYMM, NO PARM MEANS LAST MONTH---------------------------------
       LINKAGE SECTION.
       01  WS-PARM-LINK.
           05  WS-PARM-LEN             PIC S9(4) COMP                 .
           05  WS-PARM-TEXT.
               10  WS-PARM-YEAR        PIC 9(004)                     .
               10  WS-PARM-MONTH       PIC 9(002)                     .

      *------------------
       PROCEDURE DIVISION USING WS-PARM-LINK.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'.
           PERFORM Z9100-OPEN-RUN     THRU Z9100-EXIT.
           PERFORM 0500-SET-MONTH     THRU 0500-EXIT.
           PERFORM 0600-SET-RUN-STAMP THRU 0600-EXIT.
           PERFORM 0700-GET-OPERATORS THRU 0700-EXIT.

           OPEN OUTPUT PRT-DESK.

           MOVE  WS-HEADER   TO OP-FIELDS.
           WRITE OP-FIELDS.
           MOVE  WS-BREAKER  TO OP-FIELDS.
           WRITE OP-FIELDS.

           PERFORM 2000-BUSIEST      THRU 2000-EXIT.
           PERFORM 3000-HOUR-GRID    THRU 3000-EXIT.

           MOVE WS-TOTAL-THIS TO WS-SM-THIS.
           MOVE WS-TOTAL-LAST TO WS-SM-LAST.
           COMPUTE WS-SM-VARIANCE = WS-TOTAL-THIS - WS-TOTAL-LAST.

           MOVE  WS-SPACES    TO OP-FIELDS.
           WRITE OP-FIELDS.
           MOVE  WS-SUMMARY-1 TO OP-FIELDS.
           WRITE OP-FIELDS.
           MOVE  WS-SPACES    TO OP-FIELDS.
           WRITE OP-FIELDS.
           MOVE  WS-TRAILER   TO OP-FIELDS.
           WRITE OP-FIELDS.
           MOVE  WS-FOOTER    TO OP-FIELDS.
           WRITE OP-FIELDS.

           CLOSE PRT-DESK.
           PERFORM Z9200-CLOSE-RUN THRU Z9200-EXIT.
           DISPLAY 'END 0000-MAIN-PROCESS'.
           STOP RUN.
       0000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE REPORT MONTH AND THE FIRST OF THE MONTH AFTER IT, FOR THIS---
      *YEAR AND LAST - THE RANGES RUN FROM THE FIRST UP TO (NOT---------
      *INCLUDING) THE NEXT FIRST, SO MONTH LENGTHS NEED NO TABLE--------
       0500-SET-MONTH.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           IF WS-PARM-LEN >= 6 AND WS-PARM-YEAR NOT = 0
                              AND WS-PARM-MONTH >= 1
                              AND WS-PARM-MONTH <= 12
              MOVE WS-PARM-YEAR  TO WS-RPT-YEAR
              MOVE WS-PARM-MONTH TO WS-RPT-MONTH
           ELSE
              IF WS-TODAY-MM = 1
                 COMPUTE WS-RPT-YEAR = WS-TODAY-YYYY - 1
                 MOVE 12            TO WS-RPT-MONTH
              ELSE
                 MOVE WS-TODAY-YYYY TO WS-RPT-YEAR
                 COMPUTE WS-RPT-MONTH = WS-TODAY-MM - 1
              END-IF
           END-IF

           IF WS-RPT-MONTH = 12
              COMPUTE WS-NXT-YEAR = WS-RPT-YEAR + 1
              MOVE 1               TO WS-NXT-MONTH
           ELSE
              MOVE WS-RPT-YEAR     TO WS-NXT-YEAR
              COMPUTE WS-NXT-MONTH = WS-RPT-MONTH + 1
           END-IF

           COMPUTE WS-PRI-YEAR = WS-RPT-YEAR - 1
           COMPUTE WS-PNX-YEAR = WS-NXT-YEAR - 1

           MOVE WS-RPT-YEAR  TO WS-THIS-LO(1:4)
           MOVE '-'          TO WS-THIS-LO(5:1)
           MOVE WS-RPT-MONTH TO WS-THIS-LO(6:2)
           MOVE '-01'        TO WS-THIS-LO(8:3)
           MOVE WS-NXT-YEAR  TO WS-THIS-NX(1:4)
           MOVE '-'          TO WS-THIS-NX(5:1)
           MOVE WS-NXT-MONTH TO WS-THIS-NX(6:2)
           MOVE '-01'        TO WS-THIS-NX(8:3)
           MOVE WS-PRI-YEAR  TO WS-LAST-LO(1:4)
           MOVE '-'          TO WS-LAST-LO(5:1)
           MOVE WS-RPT-MONTH TO WS-LAST-LO(6:2)
           MOVE '-01'        TO WS-LAST-LO(8:3)
           MOVE WS-PNX-YEAR  TO WS-LAST-NX(1:4)
           MOVE '-'          TO WS-LAST-NX(5:1)
           MOVE WS-NXT-MONTH TO WS-LAST-NX(6:2)
           MOVE '-01'        TO WS-LAST-NX(8:3)

           MOVE WS-THIS-LO(1:7) TO WS-HD-MONTH
           MOVE WS-LAST-LO(1:7) TO WS-HD-LAST

           DISPLAY 'REPORT MONTH: ' WS-HD-MONTH
           .
       0500-EXIT.
           EXIT
           .
       0600-SET-RUN-STAMP.
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
      *-----------------------------------------------------------------
      *THE OPERATOR IDS PAYSETL AND AGYRMIT LEDGER THEIR PAYMENTS-------
      *UNDER ('WEBOPER'/'AGYOPER' ON IBMUSER.LIB_SETTINGS, DEFAULTS-----
      *'ONLINE'/'AGENCY') - THOSE PAYMENTS WERE NOT TAKEN AT A DESK-----
       0700-GET-OPERATORS.
           MOVE 'WEBOPER' TO SETTG-SETTING-ID
           PERFORM 0710-GET-SETTING THRU 0710-EXIT
           IF SQLCODE = 0
              MOVE SETTG-SETTING-VALUE TO WS-WEB-OPER-ID
           END-IF

           MOVE 'AGYOPER' TO SETTG-SETTING-ID
           PERFORM 0710-GET-SETTING THRU 0710-EXIT
           IF SQLCODE = 0
              MOVE SETTG-SETTING-VALUE TO WS-AGY-OPER-ID
           END-IF

           DISPLAY 'ONLINE OPERATOR: ' WS-WEB-OPER-ID
           DISPLAY 'AGENCY OPERATOR: ' WS-AGY-OPER-ID
           .
       0700-EXIT.
           EXIT
           .
       0710-GET-SETTING.
           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE   'Y'                  TO ERROR-HANDLING
              MOVE   '0710-GET-SETTING'   TO ERR-LOC
              MOVE    SQLCODE             TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       0710-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE TEN BUSIEST BRANCH/DAY/HOUR SLOTS OF THE REPORT MONTH--------
       2000-BUSIEST.
           MOVE  WS-SPACES    TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-SECT-BUSY TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-COL-HEAD  TO OP-FIELDS
           WRITE OP-FIELDS

           MOVE 0 TO LAST-REC

           EXEC SQL
                OPEN H2_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPEN CURSOR'
           END-IF

           PERFORM 2100-FETCH-BUSY THRU 2100-EXIT UNTIL EOF

           EXEC SQL
                CLOSE H2_CURSOR
           END-EXEC
           .
       2000-EXIT.
           EXIT
           .
       2100-FETCH-BUSY.
           EXEC SQL
                FETCH H2_CURSOR INTO :WS-H-BRANCH-ID
                                    ,:WS-H-DOW
                                    ,:WS-H-HOUR
                                    ,:WS-H-OUT
                                    ,:WS-H-RETURNS
                                    ,:WS-H-RENEWALS
                                    ,:WS-H-INHOUSE
                                    ,:WS-H-PAYMENTS
                                    ,:WS-H-TOTAL
                                    ,:WS-H-LAST
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    PERFORM 8000-PRINT-LINE THRU 8000-EXIT
               WHEN SQLCODE = 100
                    MOVE 1 TO LAST-REC
               WHEN OTHER
                    MOVE 1 TO LAST-REC
                    MOVE   'Y'                  TO ERROR-HANDLING
                    MOVE   '2100-FETCH-BUSY'    TO ERR-LOC
                    MOVE    SQLCODE             TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *EVERY BRANCH/DAY/HOUR SLOT WITH ACTIVITY IN EITHER YEAR, UNDER A-
      *HEADING PER BRANCH. THE MONTH TOTALS ARE SUMMED HERE-------------
       3000-HOUR-GRID.
           MOVE  WS-SPACES    TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-SECT-GRID TO OP-FIELDS
           WRITE OP-FIELDS

           MOVE 0  TO LAST-REC
           MOVE -1 TO WS-PREV-BRANCH

           EXEC SQL
                OPEN H1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPEN CURSOR'
           END-IF

           PERFORM 3100-FETCH-HOUR THRU 3100-EXIT UNTIL EOF

           EXEC SQL
                CLOSE H1_CURSOR
           END-EXEC
           .
       3000-EXIT.
           EXIT
           .
       3100-FETCH-HOUR.
           EXEC SQL
                FETCH H1_CURSOR INTO :WS-H-BRANCH-ID
                                    ,:WS-H-DOW
                                    ,:WS-H-HOUR
                                    ,:WS-H-OUT
                                    ,:WS-H-RETURNS
                                    ,:WS-H-RENEWALS
                                    ,:WS-H-INHOUSE
                                    ,:WS-H-PAYMENTS
                                    ,:WS-H-TOTAL
                                    ,:WS-H-LAST
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    IF WS-H-BRANCH-ID NOT = WS-PREV-BRANCH
                       PERFORM 3200-BRANCH-HEAD THRU 3200-EXIT
                    END-IF
                    ADD WS-H-TOTAL TO WS-TOTAL-THIS
                    ADD WS-H-LAST  TO WS-TOTAL-LAST
                    ADD 1          TO WS-BRUN-COUNT
                    PERFORM 8000-PRINT-LINE THRU 8000-EXIT
               WHEN SQLCODE = 100
                    MOVE 1 TO LAST-REC
               WHEN OTHER
                    MOVE 1 TO LAST-REC
                    MOVE   'Y'                  TO ERROR-HANDLING
                    MOVE   '3100-FETCH-HOUR'    TO ERR-LOC
                    MOVE    SQLCODE             TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       3100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *BRANCH 0 IS THE MAIN DESK - IT HAS NO BRANCHES ROW---------------
       3200-BRANCH-HEAD.
           MOVE WS-H-BRANCH-ID TO WS-PREV-BRANCH
           MOVE WS-H-BRANCH-ID TO BRNCH-BRANCH-ID

           IF BRNCH-BRANCH-ID = 0
              MOVE 'MAIN DESK' TO BRNCH-NAME
           ELSE
              EXEC SQL
                   SELECT NAME
                   INTO  :BRNCH-NAME
                   FROM   IBMUSER.BRANCHES
                   WHERE  BRANCH_ID = :BRNCH-BRANCH-ID
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE 'UNKNOWN BRANCH' TO BRNCH-NAME
              END-IF
           END-IF

           MOVE BRNCH-BRANCH-ID TO WS-BH-BRANCH-ID
           MOVE BRNCH-NAME      TO WS-BH-NAME

           MOVE  WS-SPACES      TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-BRANCH-HEAD TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-COL-HEAD    TO OP-FIELDS
           WRITE OP-FIELDS
           .
       3200-EXIT.
           EXIT
           .
       8000-PRINT-LINE.
           MOVE WS-H-BRANCH-ID     TO WS-HL-BRANCH-ID
           IF WS-H-DOW >= 1 AND WS-H-DOW <= 7
              MOVE DSK-DAY-NAME(WS-H-DOW) TO WS-HL-DAY
           ELSE
              MOVE SPACES          TO WS-HL-DAY
           END-IF
           MOVE WS-H-HOUR          TO WS-HL-HOUR
           MOVE WS-H-OUT           TO WS-HL-OUT
           MOVE WS-H-RETURNS       TO WS-HL-RETURNS
           MOVE WS-H-RENEWALS      TO WS-HL-RENEWALS
           MOVE WS-H-INHOUSE       TO WS-HL-INHOUSE
           MOVE WS-H-PAYMENTS      TO WS-HL-PAYMENTS
           MOVE WS-H-TOTAL         TO WS-HL-TOTAL
           MOVE WS-H-LAST          TO WS-HL-LAST
           COMPUTE WS-HL-VARIANCE = WS-H-TOTAL - WS-H-LAST

           MOVE  WS-HOUR-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           .
       8000-EXIT.
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
           MOVE 'DESKRPT ' TO BRUN-JOB-NAME

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
           MOVE 'DESKRPT '   TO ERRLG-PROGRAM
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
       XXXX-ERROR-HANDLING.
           IF SOME-ERROR
              PERFORM Z9500-LOG-ERROR THRU Z9500-EXIT

              DISPLAY WS-MESSAGE
              DISPLAY 'SQLCODE: ' SQLCODE
              CLOSE PRT-DESK
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
