      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    INVMATCH.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.14.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- VENDOR INVOICE THREE-WAY MATCH. EVERY INVOICE SUBMITTED   *
      * ON INVENT1 ('S') OR STILL HELD FROM AN EARLIER RUN ('H') IS   *
      * MATCHED LINE BY LINE AGAINST THE IBMUSER.ORDERS LINE IT BILLS:*
      *    -- A CANCELLED OR UNRECEIVED ORDER LINE HOLDS THE WHOLE    *
      *       INVOICE ('H') UNTIL THE BOOKS COME IN - SO DOES A LINE  *
      *       STILL PART ON BACK-ORDER BILLED FOR MORE COPIES THAN    *
      *       HAVE ARRIVED SO FAR                                     *
      *    -- MORE BILLED THAN RECEIVED (COUNTING WHAT EARLIER        *
      *       APPROVED INVOICES ALREADY BILLED) IS A QTY VARIANCE     *
      *    -- A UNIT PRICE MORE THAN 'INVTOLPC' PERCENT (LIB_SETTINGS,*
      *       DEFAULT 5) AWAY FROM THE ORDERED COST IS A PRICE        *
      *       VARIANCE                                                *
      *    -- LINES + SHIPPING - DISCOUNT NOT EQUAL TO THE INVOICE    *
      *       TOTAL IS A FOOTING VARIANCE                             *
      * A VARIANCE HOLDS THE INVOICE ('V') UNLESS AN ADMIN RELEASED   *
      * IT ON INVENT1. A CLEAN (OR RELEASED) INVOICE IS APPROVED ('A')*
      * - FUNDS.SPENT MOVES FROM THE ORDERED COST ORDER01 SPENT AT    *
      * RECEIVING TO WHAT WAS BILLED, THE NET SHIPPING LESS DISCOUNT  *
      * GOING TO THE FUND OF THE FIRST LINE, AND THE INVOICE IS       *
      * WRITTEN TO THE ACCOUNTS PAYABLE APPROVED-FOR-PAYMENT FILE ON  *
      * APPAY (HEADER / ONE DETAIL PER INVOICE / TRAILER). EACH       *
      * INVOICE COMMITS ON ITS OWN. THE MATCH REGISTER PRINTS ON      *
      * INVMRPT.                                                      *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- INVENT1  > INVOICE ENTRY AND VARIANCE RELEASE           *
      *    -- ORDER01  > THE ORDER LINES BEING MATCHED                *
      *    -- GLEXTR   > JOURNALS THE FUND ADJUSTMENTS MADE HERE      *
      *    -- FUNDRPT  > THE FUND POSITION AFTER THE ADJUSTMENTS      *
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
           SELECT AP-PAY   ASSIGN TO APPAY.
           SELECT PRT-INVM ASSIGN TO INVMRPT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  AP-PAY
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  AP-REC PIC X(230).

       FD  PRT-INVM
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *AP INTERFACE - ONE 'H' HEADER, A 'D' LINE PER INVOICE APPROVED,--
      *ONE 'T' TRAILER CARRYING THE COUNT AND THE TOTAL PAYABLE---------
       01  WS-AP-HEADER.
           05  FILLER                PIC X(001) VALUE 'H'             .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-AH-RUN-DATE        PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  FILLER                PIC X(040) VALUE
                   'LIBRARY INVOICES APPROVED FOR PAYMENT'            .
           05  FILLER                PIC X(177) VALUE ALL SPACES      .

       01  WS-AP-DETAIL.
           05  FILLER                PIC X(001) VALUE 'D'             .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-AD-INVOICE-ID      PIC 9(009)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-AD-VENDOR-ID       PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-AD-VENDOR-NAME     PIC X(030)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-AD-VENDOR-INV-NO   PIC X(020)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-AD-INVOICE-DATE    PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-AD-AMOUNT          PIC 9(007)V9(002)                .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-AD-APPROVE-DATE    PIC X(010)                       .
           05  FILLER                PIC X(130) VALUE ALL SPACES      .

       01  WS-AP-TRAILER.
           05  FILLER                PIC X(001) VALUE 'T'             .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-AT-COUNT           PIC 9(005)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-AT-TOTAL           PIC 9(011)V9(002)                .
           05  FILLER                PIC X(209) VALUE ALL SPACES      .

      *-----------------------------------------------------------------
      *MATCH REGISTER - ONE LINE PER INVOICE, THEN ONE PER LINE THAT----
      *DID NOT MATCH AND ONE FOR A FOOTING DIFFERENCE-------------------
       01  WS-INV-LINE.
           05  FILLER                PIC X(009) VALUE 'INVOICE: '     .
           05  WS-IL-INVOICE-ID      PIC Z(008)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'VENDOR: '      .
           05  WS-IL-VENDOR-ID       PIC ZZZ9                         .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-IL-VENDOR-INV-NO   PIC X(020)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-IL-INVOICE-DATE    PIC X(010)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(007) VALUE 'TOTAL: '       .
           05  WS-IL-TOTAL           PIC Z,ZZZ,ZZ9.99                 .
           05  FILLER                PIC X(143) VALUE ALL SPACES      .

       01  WS-RESULT-LINE.
           05  FILLER                PIC X(011) VALUE ALL SPACES      .
           05  FILLER                PIC X(007) VALUE 'LINES: '       .
           05  WS-RL-LINES           PIC ZZ9                          .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'RESULT: '      .
           05  WS-RL-RESULT          PIC X(040)                       .
           05  FILLER                PIC X(159) VALUE ALL SPACES      .

       01  WS-EXC-LINE.
           05  FILLER                PIC X(011) VALUE ALL SPACES      .
           05  FILLER                PIC X(005) VALUE 'LINE '         .
           05  WS-XL-LINE-NO         PIC ZZ9                          .
           05  FILLER                PIC X(013) VALUE '  ORDER LINE '.
           05  WS-XL-ORDER-LINE      PIC ZZZ9                         .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-XL-REASON          PIC X(030)                       .
           05  FILLER                PIC X(010) VALUE '  BILLED: '    .
           05  WS-XL-BILL-QTY        PIC ZZZ9                         .
           05  FILLER                PIC X(003) VALUE ' @ '           .
           05  WS-XL-BILL-PRICE      PIC ZZZZ9.99                     .
           05  FILLER                PIC X(011) VALUE '  ORDERED: '   .
           05  WS-XL-ORD-QTY         PIC ZZZ9                         .
           05  FILLER                PIC X(003) VALUE ' @ '           .
           05  WS-XL-ORD-COST        PIC ZZZZ9.99                     .
           05  FILLER                PIC X(012) VALUE '  PRIOR BILL'  .
           05  FILLER                PIC X(002) VALUE ': '            .
           05  WS-XL-PRIOR-QTY       PIC ZZZ9                         .
           05  FILLER                PIC X(012) VALUE '  RECEIVED: '  .
           05  WS-XL-RECV-QTY        PIC ZZZ9                         .
           05  FILLER                PIC X(077) VALUE ALL SPACES      .

       01  WS-FOOT-LINE.
           05  FILLER                PIC X(011) VALUE ALL SPACES      .
           05  FILLER                PIC X(040) VALUE
                   'FOOTING - LINES + SHIPPING - DISCOUNT: '          .
           05  WS-FL-COMPUTED        PIC -,---,--9.99                 .
           05  FILLER                PIC X(017) VALUE
                   '  INVOICE TOTAL: '                                .
           05  WS-FL-TOTAL           PIC Z,ZZZ,ZZ9.99                 .
           05  FILLER                PIC X(138) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER           PIC X(230) VALUE
                   'VENDOR INVOICE THREE-WAY MATCH - REGISTER'        .
           05  WS-SUMMARY-1.
               10  FILLER          PIC X(015) VALUE 'INVOICES READ: ' .
               10  WS-SM-READ      PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(010) VALUE 'APPROVED: '      .
               10  WS-SM-APPROVED  PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(006) VALUE 'HELD: '          .
               10  WS-SM-HELD      PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(011) VALUE 'VARIANCES: '     .
               10  WS-SM-VARIANCE  PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(018) VALUE
                       'AMOUNT PAYABLE: '                             .
               10  WS-SM-PAYABLE   PIC ZZZ,ZZZ,ZZ9.99                 .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(017) VALUE
                       'FUND ADJUSTMENT: '                            .
               10  WS-SM-FUND-ADJ  PIC -,---,---,--9.99               .
               10  FILLER          PIC X(088) VALUE ALL SPACES        .
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
           05  WS-TOL-PCT          PIC S9(03)V9(02) USAGE COMP-3      .
           05  WS-TOTAL-READ       PIC S9(09) COMP VALUE 0            .
           05  WS-TOTAL-APPROVED   PIC S9(09) COMP VALUE 0            .
           05  WS-TOTAL-HELD       PIC S9(09) COMP VALUE 0            .
           05  WS-TOTAL-VARIANCE   PIC S9(09) COMP VALUE 0            .
           05  WS-TOTAL-PAYABLE    PIC S9(11)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  WS-TOTAL-FUND-ADJ   PIC S9(11)V9(2) USAGE COMP-3
                                              VALUE 0                 .
      *PER-INVOICE COUNTS, CLEARED AS EACH INVOICE STARTS---------------
           05  WS-LINE-COUNT       PIC S9(04) COMP                    .
           05  WS-HOLD-COUNT       PIC S9(04) COMP                    .
           05  WS-VAR-COUNT        PIC S9(04) COMP                    .
           05  WS-FIRST-LINE-NO    PIC S9(04) COMP                    .
           05  WS-LINES-TOTAL      PIC S9(09)V9(2) USAGE COMP-3       .
           05  WS-FOOTING          PIC S9(09)V9(2) USAGE COMP-3       .
           05  WS-NET-CHARGES      PIC S9(07)V9(2) USAGE COMP-3       .
           05  WS-INVOICE-ADJ      PIC S9(09)V9(2) USAGE COMP-3       .
      *PER-LINE WORK FIELDS---------------------------------------------
           05  WS-ORDER-STATUS     PIC X(01)                          .
           05  WS-PRIOR-QTY        PIC S9(09) COMP                    .
           05  WS-PRICE-DIFF       PIC S9(05)V9(2) USAGE COMP-3       .
           05  WS-PRICE-TOL        PIC S9(05)V9(4) USAGE COMP-3       .
           05  WS-FUND-ADJ-SUM     PIC S9(09)V9(2) USAGE COMP-3       .
           05  LAST-REC            PIC  9                             .
               88  EOF                        VALUE 1                 .
           05  LAST-LINE           PIC  9                             .
               88  LINE-EOF                   VALUE 1                 .
           05  LAST-FUND           PIC  9                             .
               88  FUND-EOF                   VALUE 1                 .
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
              INCLUDE DCLVINV
           END-EXEC.

           EXEC SQL
              INCLUDE DCLVINL
           END-EXEC.

           EXEC SQL
              INCLUDE DCLORDER
           END-EXEC.

           EXEC SQL
              INCLUDE DCLVENDR
           END-EXEC.

           EXEC SQL
              INCLUDE DCLFUND
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSETTG
           END-EXEC.

      *-----------------------------------------------------------------
      *THE INVOICES TO MATCH - SUBMITTED, OR HELD LAST TIME FOR A LINE--
      *NOT YET RECEIVED. HELD OPEN ACROSS THE PER-INVOICE COMMITS-------
           EXEC SQL DECLARE  I1_CURSOR CURSOR WITH HOLD FOR
                SELECT INVOICE_ID, VENDOR_ID, VENDOR_INV_NO,
                       INVOICE_DATE, SHIPPING, DISCOUNT,
                       INVOICE_TOTAL, STATUS,
                       VALUE(RELEASE_OPER, ' ')
                FROM   IBMUSER.VENDOR_INVOICES
                WHERE  STATUS IN ('S', 'H')
                ORDER BY INVOICE_ID
           END-EXEC.

      *-----------------------------------------------------------------
      *ONE INVOICE'S LINES BESIDE THE ORDER LINE EACH ONE BILLS - AN----
      *ORDER LINE THAT HAS GONE MISSING READS AS CANCELLED. THE COPIES--
      *RECEIVED SO FAR ON IT - A LINE RECEIVED BEFORE PARTIAL RECEIPTS--
      *WERE KEPT COUNTS AS RECEIVED WHOLE-------------------------------
           EXEC SQL DECLARE  N1_CURSOR CURSOR FOR
                SELECT L.INV_LINE_NO, L.ORDER_LINE_ID, L.QTY,
                       L.UNIT_PRICE, L.LINE_AMOUNT,
                       VALUE(O.STATUS, 'C'), VALUE(O.QTY, 0),
                       VALUE(O.UNIT_COST, 0),
                       VALUE(O.FUND_CODE, ' '),
                       VALUE(O.RECEIVED_QTY,
                             CASE WHEN O.STATUS = 'R'
                                  THEN O.QTY ELSE 0 END)
                FROM   IBMUSER.INVOICE_LINES L
                       LEFT OUTER JOIN IBMUSER.ORDERS O
                       ON O.LINE_ID = L.ORDER_LINE_ID
                WHERE  L.INVOICE_ID = :VINV-INVOICE-ID
                ORDER BY L.INV_LINE_NO
           END-EXEC.

      *-----------------------------------------------------------------
      *AN APPROVED INVOICE'S SPEND ADJUSTMENT BY FUND-------------------
           EXEC SQL DECLARE  F1_CURSOR CURSOR FOR
                SELECT FUND_CODE, SUM(FUND_ADJ)
                FROM   IBMUSER.INVOICE_LINES
                WHERE  INVOICE_ID = :VINV-INVOICE-ID
                AND    FUND_CODE <> ' '
                GROUP BY FUND_CODE
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'.
           PERFORM Z9100-OPEN-RUN     THRU Z9100-EXIT.
           PERFORM 0600-SET-RUN-STAMP THRU 0600-EXIT.

           OPEN OUTPUT AP-PAY.
           OPEN OUTPUT PRT-INVM.

           PERFORM 0700-GET-TOLERANCE THRU 0700-EXIT.

           MOVE  WS-HEADER  TO OP-FIELDS.
           WRITE OP-FIELDS.
           MOVE  WS-BREAKER TO OP-FIELDS.
           WRITE OP-FIELDS.

           MOVE  WS-TR-DATE TO WS-AH-RUN-DATE.
           WRITE AP-REC FROM WS-AP-HEADER.

           PERFORM 1000-OPEN-SQL  THRU 1000-EXIT.
           PERFORM 2000-FETCH     THRU 2000-EXIT.
           PERFORM 3000-CLOSE-SQL THRU 3000-EXIT.

           MOVE  WS-TOTAL-APPROVED TO WS-AT-COUNT.
           MOVE  WS-TOTAL-PAYABLE  TO WS-AT-TOTAL.
           WRITE AP-REC FROM WS-AP-TRAILER.

           PERFORM 2900-WRITE-SUMMARY THRU 2900-EXIT.

           CLOSE AP-PAY PRT-INVM.

           PERFORM Z9200-CLOSE-RUN THRU Z9200-EXIT.
           DISPLAY 'END 0000-MAIN-PROCESS'.
           STOP RUN.
       0000-EXIT.
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
      *-----------------------------------------------------------------
      *HOW FAR A BILLED UNIT PRICE MAY STRAY FROM THE ORDERED COST------
      *BEFORE IT IS A VARIANCE - 'INVTOLPC' PERCENT, DEFAULT 5----------
       0700-GET-TOLERANCE.
           MOVE 'INVTOLPC' TO SETTG-SETTING-ID

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    COMPUTE WS-TOL-PCT =
                            FUNCTION NUMVAL(SETTG-SETTING-VALUE)
               WHEN SQLCODE = 100
                    MOVE 5 TO WS-TOL-PCT
               WHEN OTHER
                    MOVE   'Y'                  TO ERROR-HANDLING
                    MOVE   '0700-GET-TOLERANCE' TO ERR-LOC
                    MOVE    SQLCODE             TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           DISPLAY 'PRICE TOLERANCE PCT: ' WS-TOL-PCT
           .
       0700-EXIT.
           EXIT
           .
       1000-OPEN-SQL.
           EXEC SQL
                OPEN I1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'               TO ERROR-HANDLING
              MOVE   '1000-OPEN-SQL'   TO ERR-LOC
              MOVE    SQLCODE          TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       1000-EXIT.
           EXIT
           .
       2000-FETCH.
           DISPLAY 'START 2000-FETCH'
           MOVE 0 TO LAST-REC
           PERFORM 2100-FETCH-DATA THRU 2100-EXIT UNTIL EOF
           DISPLAY 'END 2000-FETCH'
           .
       2000-EXIT.
           EXIT
           .
       2100-FETCH-DATA.
           EXEC SQL
                FETCH I1_CURSOR INTO :VINV-INVOICE-ID
                                    ,:VINV-VENDOR-ID
                                    ,:VINV-VENDOR-INV-NO
                                    ,:VINV-INVOICE-DATE
                                    ,:VINV-SHIPPING
                                    ,:VINV-DISCOUNT
                                    ,:VINV-INVOICE-TOTAL
                                    ,:VINV-STATUS
                                    ,:VINV-RELEASE-OPER
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD 1 TO WS-TOTAL-READ
                    PERFORM 2200-MATCH-INVOICE THRU 2200-EXIT
               WHEN SQLCODE = 100
                    MOVE 1 TO LAST-REC
               WHEN OTHER
                    MOVE 1 TO LAST-REC
                    MOVE   'Y'                 TO ERROR-HANDLING
                    MOVE   '2100-FETCH-DATA'   TO ERR-LOC
                    MOVE    SQLCODE            TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *MATCH ONE INVOICE, DECIDE IT AND COMMIT IT-----------------------
       2200-MATCH-INVOICE.
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-HOLD-COUNT
           MOVE 0 TO WS-VAR-COUNT
           MOVE 0 TO WS-FIRST-LINE-NO
           MOVE 0 TO WS-LINES-TOTAL

           MOVE  WS-SPACES          TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  VINV-INVOICE-ID    TO WS-IL-INVOICE-ID
           MOVE  VINV-VENDOR-ID     TO WS-IL-VENDOR-ID
           MOVE  VINV-VENDOR-INV-NO TO WS-IL-VENDOR-INV-NO
           MOVE  VINV-INVOICE-DATE  TO WS-IL-INVOICE-DATE
           MOVE  VINV-INVOICE-TOTAL TO WS-IL-TOTAL
           MOVE  WS-INV-LINE        TO OP-FIELDS
           WRITE OP-FIELDS

           EXEC SQL
                OPEN N1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                  TO ERROR-HANDLING
              MOVE   '2200-MATCH-INVOICE' TO ERR-LOC
              MOVE    SQLCODE             TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 0 TO LAST-LINE
           PERFORM 2210-FETCH-LINE THRU 2210-EXIT UNTIL LINE-EOF

           EXEC SQL
                CLOSE N1_CURSOR
           END-EXEC

      *THE VENDOR'S BOTTOM LINE MUST FOOT TO ITS OWN LINES--------------
           COMPUTE WS-NET-CHARGES = VINV-SHIPPING - VINV-DISCOUNT
           COMPUTE WS-FOOTING     = WS-LINES-TOTAL + WS-NET-CHARGES

           IF WS-FOOTING NOT = VINV-INVOICE-TOTAL
              ADD  1                  TO WS-VAR-COUNT
              MOVE WS-FOOTING         TO WS-FL-COMPUTED
              MOVE VINV-INVOICE-TOTAL TO WS-FL-TOTAL
              MOVE WS-FOOT-LINE       TO OP-FIELDS
              WRITE OP-FIELDS
           END-IF

           EVALUATE TRUE
               WHEN WS-HOLD-COUNT > 0
                    MOVE 'H' TO VINV-STATUS
                    ADD  1   TO WS-TOTAL-HELD
                    MOVE 'HELD - LINE UNRECEIVED OR CANCELLED'
                                             TO WS-RL-RESULT
               WHEN WS-VAR-COUNT > 0 AND VINV-RELEASE-OPER = SPACES
                    MOVE 'V' TO VINV-STATUS
                    ADD  1   TO WS-TOTAL-VARIANCE
                    MOVE 'VARIANCE - HELD FOR RELEASE ON INVENT1'
                                             TO WS-RL-RESULT
               WHEN OTHER
                    PERFORM 2400-APPROVE THRU 2400-EXIT
                    IF WS-VAR-COUNT > 0
                       MOVE SPACES TO WS-RL-RESULT
                       STRING 'APPROVED - VARIANCE RELEASED BY '
                                              DELIMITED BY SIZE
                              VINV-RELEASE-OPER
                                              DELIMITED BY SIZE
                              INTO WS-RL-RESULT
                       END-STRING
                    ELSE
                       MOVE 'APPROVED FOR PAYMENT' TO WS-RL-RESULT
                    END-IF
           END-EVALUATE

           PERFORM 2500-SET-STATUS THRU 2500-EXIT

           MOVE  WS-LINE-COUNT  TO WS-RL-LINES
           MOVE  WS-RESULT-LINE TO OP-FIELDS
           WRITE OP-FIELDS

           ADD 1 TO WS-BRUN-COUNT

           EXEC SQL
                COMMIT
           END-EXEC
           .
       2200-EXIT.
           EXIT
           .
       2210-FETCH-LINE.
           EXEC SQL
                FETCH N1_CURSOR INTO :VINL-INV-LINE-NO
                                    ,:VINL-ORDER-LINE-ID
                                    ,:VINL-QTY
                                    ,:VINL-UNIT-PRICE
                                    ,:VINL-LINE-AMOUNT
                                    ,:WS-ORDER-STATUS
                                    ,:ORDER-QTY
                                    ,:ORDER-UNIT-COST
                                    ,:ORDER-FUND-CODE
                                    ,:ORDER-RECEIVED-QTY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD 1 TO WS-LINE-COUNT
                    IF WS-FIRST-LINE-NO = 0
                       MOVE VINL-INV-LINE-NO TO WS-FIRST-LINE-NO
                    END-IF
                    ADD VINL-LINE-AMOUNT TO WS-LINES-TOTAL
                    PERFORM 2220-CHECK-LINE THRU 2220-EXIT
               WHEN SQLCODE = 100
                    MOVE 1 TO LAST-LINE
               WHEN OTHER
                    MOVE 1 TO LAST-LINE
                    MOVE   'Y'                 TO ERROR-HANDLING
                    MOVE   '2210-FETCH-LINE'   TO ERR-LOC
                    MOVE    SQLCODE            TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2210-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE LINE AGAINST ITS ORDER LINE - CANCELLED AND UNRECEIVED HOLD,-
      *QUANTITY AND PRICE ARE VARIANCES. THE MATCH IS ON THE COPIES-----
      *RECEIVED SO FAR: A LINE STILL PART ON BACK-ORDER BILLED FOR MORE-
      *THAN HAS COME IN HOLDS UNTIL THE REST ARRIVES, WHILE A CLOSED----
      *LINE BILLED FOR MORE IS A QUANTITY VARIANCE. THE FUND ADJUSTMENT-
      *IS WHAT WAS BILLED LESS WHAT ORDER01 SPENT AT RECEIVING FOR-----
      *THOSE COPIES-----------------------------------------------------
       2220-CHECK-LINE.
           MOVE 0 TO WS-PRIOR-QTY
           COMPUTE VINL-FUND-ADJ = VINL-LINE-AMOUNT
                                 - VINL-QTY * ORDER-UNIT-COST

           EVALUATE TRUE
               WHEN WS-ORDER-STATUS = 'C'
                    MOVE 'C' TO VINL-MATCH-STATUS
               WHEN ORDER-RECEIVED-QTY = 0
                    MOVE 'U' TO VINL-MATCH-STATUS
               WHEN OTHER
                    PERFORM 2230-PRIOR-BILLED THRU 2230-EXIT
                    COMPUTE WS-PRICE-DIFF = VINL-UNIT-PRICE
                                          - ORDER-UNIT-COST
                    IF WS-PRICE-DIFF < 0
                       COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF
                    END-IF
                    COMPUTE WS-PRICE-TOL = ORDER-UNIT-COST
                                         * WS-TOL-PCT / 100
                    EVALUATE TRUE
                        WHEN VINL-QTY + WS-PRIOR-QTY
                                          > ORDER-RECEIVED-QTY
                         AND WS-ORDER-STATUS = 'O'
                             MOVE 'U' TO VINL-MATCH-STATUS
                        WHEN VINL-QTY + WS-PRIOR-QTY
                                          > ORDER-RECEIVED-QTY
                             MOVE 'Q' TO VINL-MATCH-STATUS
                        WHEN WS-PRICE-DIFF > WS-PRICE-TOL
                             MOVE 'P' TO VINL-MATCH-STATUS
                        WHEN OTHER
                             MOVE 'M' TO VINL-MATCH-STATUS
                    END-EVALUATE
           END-EVALUATE

           EVALUATE VINL-MATCH-STATUS
               WHEN 'C'
                    ADD  1 TO WS-HOLD-COUNT
                    MOVE 'ORDER LINE CANCELLED'  TO WS-XL-REASON
               WHEN 'U'
                    ADD  1 TO WS-HOLD-COUNT
                    IF ORDER-RECEIVED-QTY = 0
                       MOVE 'ORDER LINE NOT RECEIVED' TO WS-XL-REASON
                    ELSE
                       MOVE 'COPIES STILL ON BACK-ORDER' TO WS-XL-REASON
                    END-IF
               WHEN 'Q'
                    ADD  1 TO WS-VAR-COUNT
                    MOVE 'MORE BILLED THAN RECEIVED' TO WS-XL-REASON
               WHEN 'P'
                    ADD  1 TO WS-VAR-COUNT
                    MOVE 'PRICE OUTSIDE TOLERANCE'   TO WS-XL-REASON
           END-EVALUATE

           IF VINL-MATCH-STATUS NOT = 'M'
              MOVE  VINL-INV-LINE-NO   TO WS-XL-LINE-NO
              MOVE  VINL-ORDER-LINE-ID TO WS-XL-ORDER-LINE
              MOVE  VINL-QTY           TO WS-XL-BILL-QTY
              MOVE  VINL-UNIT-PRICE    TO WS-XL-BILL-PRICE
              MOVE  ORDER-QTY          TO WS-XL-ORD-QTY
              MOVE  ORDER-UNIT-COST    TO WS-XL-ORD-COST
              MOVE  WS-PRIOR-QTY       TO WS-XL-PRIOR-QTY
              MOVE  ORDER-RECEIVED-QTY TO WS-XL-RECV-QTY
              MOVE  WS-EXC-LINE        TO OP-FIELDS
              WRITE OP-FIELDS
           END-IF

           MOVE VINV-INVOICE-ID TO VINL-INVOICE-ID
           MOVE ORDER-FUND-CODE TO VINL-FUND-CODE

           EXEC SQL
                UPDATE IBMUSER.INVOICE_LINES
                SET    MATCH_STATUS = :VINL-MATCH-STATUS,
                       FUND_CODE    = :VINL-FUND-CODE,
                       FUND_ADJ     = :VINL-FUND-ADJ
                WHERE  INVOICE_ID   = :VINL-INVOICE-ID
                AND    INV_LINE_NO  = :VINL-INV-LINE-NO
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2220-CHECK-LINE'   TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       2220-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *COPIES OF THIS ORDER LINE ALREADY BILLED ON APPROVED INVOICES----
      *(A VENDOR MAY SPLIT A LINE ACROSS INVOICES, BUT NOT BILL IT------
      *TWICE)-----------------------------------------------------------
       2230-PRIOR-BILLED.
           EXEC SQL
                SELECT VALUE(SUM(L.QTY), 0)
                INTO  :WS-PRIOR-QTY
                FROM   IBMUSER.INVOICE_LINES L,
                       IBMUSER.VENDOR_INVOICES I
                WHERE  L.ORDER_LINE_ID = :VINL-ORDER-LINE-ID
                AND    I.INVOICE_ID    = L.INVOICE_ID
                AND    I.STATUS        = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2230-PRIOR-BILLED' TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       2230-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *APPROVE - THE NET SHIPPING LESS DISCOUNT RIDES ON THE FIRST------
      *LINE'S FUND, EACH FUND'S SPEND MOVES TO WHAT WAS BILLED, AND THE-
      *INVOICE GOES ON THE AP FILE--------------------------------------
       2400-APPROVE.
           MOVE 'A' TO VINV-STATUS

           IF WS-NET-CHARGES NOT = 0
              MOVE VINV-INVOICE-ID  TO VINL-INVOICE-ID
              MOVE WS-FIRST-LINE-NO TO VINL-INV-LINE-NO

              EXEC SQL
                   UPDATE IBMUSER.INVOICE_LINES
                   SET    FUND_ADJ    = FUND_ADJ + :WS-NET-CHARGES
                   WHERE  INVOICE_ID  = :VINL-INVOICE-ID
                   AND    INV_LINE_NO = :VINL-INV-LINE-NO
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE   'Y'               TO ERROR-HANDLING
                 MOVE   '2400-APPROVE'    TO ERR-LOC
                 MOVE    SQLCODE          TO ERR-CODE
                 PERFORM XXXX-ERROR-HANDLING
              END-IF
           END-IF

           MOVE 0 TO WS-INVOICE-ADJ

           EXEC SQL
                OPEN F1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'               TO ERROR-HANDLING
              MOVE   '2400-APPROVE'    TO ERR-LOC
              MOVE    SQLCODE          TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 0 TO LAST-FUND
           PERFORM 2410-ADJUST-FUND THRU 2410-EXIT UNTIL FUND-EOF

           EXEC SQL
                CLOSE F1_CURSOR
           END-EXEC

           PERFORM 2450-WRITE-AP THRU 2450-EXIT

           ADD 1                  TO WS-TOTAL-APPROVED
           ADD VINV-INVOICE-TOTAL TO WS-TOTAL-PAYABLE
           ADD WS-INVOICE-ADJ     TO WS-TOTAL-FUND-ADJ
           .
       2400-EXIT.
           EXIT
           .
       2410-ADJUST-FUND.
           EXEC SQL
                FETCH F1_CURSOR INTO :FUND-FUND-CODE
                                    ,:WS-FUND-ADJ-SUM
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD WS-FUND-ADJ-SUM TO WS-INVOICE-ADJ

                    EXEC SQL
                         UPDATE IBMUSER.FUNDS
                         SET    SPENT     = SPENT + :WS-FUND-ADJ-SUM
                         WHERE  FUND_CODE = :FUND-FUND-CODE
                    END-EXEC

                    IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                       MOVE   'Y'                TO ERROR-HANDLING
                       MOVE   '2410-ADJUST-FUND' TO ERR-LOC
                       MOVE    SQLCODE           TO ERR-CODE
                       PERFORM XXXX-ERROR-HANDLING
                    END-IF
               WHEN SQLCODE = 100
                    MOVE 1 TO LAST-FUND
               WHEN OTHER
                    MOVE 1 TO LAST-FUND
                    MOVE   'Y'                TO ERROR-HANDLING
                    MOVE   '2410-ADJUST-FUND' TO ERR-LOC
                    MOVE    SQLCODE           TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2410-EXIT.
           EXIT
           .
       2450-WRITE-AP.
           MOVE VINV-VENDOR-ID TO VENDR-VENDOR-ID

           EXEC SQL
                SELECT NAME
                INTO  :VENDR-NAME
                FROM   IBMUSER.VENDORS
                WHERE  VENDOR_ID = :VENDR-VENDOR-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE SPACES TO VENDR-NAME
               WHEN OTHER
                    MOVE   'Y'              TO ERROR-HANDLING
                    MOVE   '2450-WRITE-AP'  TO ERR-LOC
                    MOVE    SQLCODE         TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE  VINV-INVOICE-ID    TO WS-AD-INVOICE-ID
           MOVE  VINV-VENDOR-ID     TO WS-AD-VENDOR-ID
           MOVE  VENDR-NAME         TO WS-AD-VENDOR-NAME
           MOVE  VINV-VENDOR-INV-NO TO WS-AD-VENDOR-INV-NO
           MOVE  VINV-INVOICE-DATE  TO WS-AD-INVOICE-DATE
           MOVE  VINV-INVOICE-TOTAL TO WS-AD-AMOUNT
           MOVE  WS-TR-DATE         TO WS-AD-APPROVE-DATE
           WRITE AP-REC FROM WS-AP-DETAIL
           .
       2450-EXIT.
           EXIT
           .
       2500-SET-STATUS.
           IF VINV-STATUS = 'A'
              EXEC SQL
                   UPDATE IBMUSER.VENDOR_INVOICES
                   SET    STATUS       = 'A',
                          MATCH_DATE   = CURRENT DATE,
                          APPROVE_DATE = CURRENT DATE
                   WHERE  INVOICE_ID   = :VINV-INVOICE-ID
              END-EXEC
           ELSE
              EXEC SQL
                   UPDATE IBMUSER.VENDOR_INVOICES
                   SET    STATUS       = :VINV-STATUS,
                          MATCH_DATE   = CURRENT DATE
                   WHERE  INVOICE_ID   = :VINV-INVOICE-ID
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE   'Y'                TO ERROR-HANDLING
              MOVE   '2500-SET-STATUS'  TO ERR-LOC
              MOVE    SQLCODE           TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       2500-EXIT.
           EXIT
           .
       2900-WRITE-SUMMARY.
           MOVE    WS-TOTAL-READ           TO WS-SM-READ
           MOVE    WS-TOTAL-APPROVED       TO WS-SM-APPROVED
           MOVE    WS-TOTAL-HELD           TO WS-SM-HELD
           MOVE    WS-TOTAL-VARIANCE       TO WS-SM-VARIANCE
           MOVE    WS-TOTAL-PAYABLE        TO WS-SM-PAYABLE
           MOVE    WS-TOTAL-FUND-ADJ       TO WS-SM-FUND-ADJ

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

           DISPLAY 'INVOICES READ:     ' WS-TOTAL-READ
           DISPLAY 'INVOICES APPROVED: ' WS-TOTAL-APPROVED
           DISPLAY 'INVOICES HELD:     ' WS-TOTAL-HELD
           DISPLAY 'VARIANCE HOLDS:    ' WS-TOTAL-VARIANCE
           .
       2900-EXIT.
           EXIT
           .
       3000-CLOSE-SQL.
           EXEC SQL
                CLOSE I1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'               TO ERROR-HANDLING
              MOVE   '3000-CLOSE-SQL'  TO ERR-LOC
              MOVE    SQLCODE          TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
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
           MOVE 'INVMATCH'   TO ERRLG-PROGRAM
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
           MOVE 'INVMATCH' TO BRUN-JOB-NAME

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
      *BACK OUT THE INVOICE IN FLIGHT - THE ONES ALREADY COMMITTED------
      *STAND, AND THEIR AP RECORDS ARE ALREADY ON THE FILE--------------
       XXXX-ERROR-HANDLING.
           IF SOME-ERROR
              EXEC SQL
                   ROLLBACK
              END-EXEC

              PERFORM Z9500-LOG-ERROR THRU Z9500-EXIT

              DISPLAY WS-MESSAGE
              DISPLAY 'SQLCODE: ' SQLCODE
              CLOSE AP-PAY PRT-INVM
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
