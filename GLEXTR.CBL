      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    GLEXTR.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.14.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- DAILY GENERAL-LEDGER JOURNAL EXTRACT. ONE BALANCED        *
      * JOURNAL (HEADER, A DEBIT AND A CREDIT LINE PER MOVEMENT,      *
      * TRAILER WITH THE CONTROL TOTALS) IS WRITTEN ON GLJRNL IN THE  *
      * COUNCIL GL INTERFACE LAYOUT, COVERING:                        *
      *    -- FINES AND FEES ASSESSED, BY FINE_TYPE                   *
      *    -- PAYMENTS RECEIVED (FINE_PAYMENTS), DRAWER CASH APART    *
      *       FROM ONLINE / AGENCY MONEY, AND WITHDRAWN-COPY SALE     *
      *       PROCEEDS DISP01 LEDGERS THERE ('BOOK SALE')             *
      *    -- DESK WAIVERS ('W') AND WRITE-OFFS ('X')                 *
      *    -- LOST-BOOK CHARGES CANCELLED ('C') WHEN THE COPY CAME    *
      *       BACK, AND BOOK-DROP REFUNDS STILL OWED ON THEM          *
      *    -- ACQUISITIONS SPEND RECEIVED, BY FUND_CODE               *
      *    -- INVOICE ADJUSTMENTS - WHAT INVMATCH MOVED SPEND BY WHEN *
      *       THE VENDOR BILLED OTHER THAN THE ORDERED COST           *
      *    -- DONATED MATERIALS AT THEIR ESTIMATED VALUE              *
      * EACH SIDE IS MAPPED TO A GL ACCOUNT ON IBMUSER.GL_ACCOUNTS -  *
      * AN UNMAPPED KEY POSTS TO THE SUSPENSE ACCOUNT AND IS FLAGGED. *
      *                                                               *
      * --- HIGH-WATER MARKS ON IBMUSER.LIB_SETTINGS KEEP ANYTHING    *
      * FROM BEING POSTED TWICE: 'GLHWFINE', 'GLHWPAY ' AND           *
      * 'GLHWDON ' ARE THE LAST FINE, PAYMENT AND DONATION IDS        *
      * POSTED; 'GLHWDATE' THE LAST COMPLETE DAY OF WAIVERS,          *
      * WRITE-OFFS, RECEIPTS AND INVOICE APPROVALS POSTED (TODAY IS   *
      * NEVER TAKEN - IT IS NOT OVER). THE MARKS ONLY MOVE ONCE THE   *
      * JOURNAL IS COMPLETE AND BALANCED, SO AN ABEND OR AN           *
      * OUT-OF-BALANCE RUN (RC 8) LEAVES THEM WHERE THEY WERE AND     *
      * THE NEXT RUN PICKS IT ALL UP. THE CONTROL-TOTAL REPORT        *
      * PRINTS ON GLCTL.                                              *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- CASHRPT  > THE DAY'S RECEIPTS BY OPERATOR               *
      *    -- FINWOFF  > THE WRITE-OFFS JOURNALLED HERE               *
      *    -- FUNDRPT  > THE FUND POSITION BEHIND THE SPEND           *
      *    -- INVMATCH > THE INVOICE ADJUSTMENTS JOURNALLED HERE      *
      *    -- DONSUM   > THE DONATIONS SUMMARY FOR THE BOARD          *
      *    -- DISP01   > THE BOOK-SALE PROCEEDS JOURNALLED HERE       *
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
           SELECT GL-JRNL  ASSIGN TO GLJRNL.
           SELECT PRT-GLC  ASSIGN TO GLCTL.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  GL-JRNL
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  JRNL-REC PIC X(230).

       FD  PRT-GLC
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      *GL INTERFACE - ONE 'H' HEADER, A 'D' LINE PER DEBIT OR CREDIT,---
      *ONE 'T' TRAILER CARRYING THE LINE COUNT AND BOTH TOTALS----------
       01  WS-JRNL-HEADER.
           05  FILLER                PIC X(001) VALUE 'H'             .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-JH-JOURNAL-ID      PIC 9(009)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-JH-JOURNAL-DATE    PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  FILLER                PIC X(040) VALUE
                   'LIBRARY DAILY JOURNAL'                            .
           05  FILLER                PIC X(167) VALUE ALL SPACES      .

       01  WS-JRNL-LINE.
           05  FILLER                PIC X(001) VALUE 'D'             .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-JL-JOURNAL-ID      PIC 9(009)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-JL-JOURNAL-DATE    PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-JL-LINE-NO         PIC 9(005)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-JL-GL-ACCOUNT      PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-JL-DR-CR           PIC X(001)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-JL-AMOUNT          PIC 9(009)V9(002)                .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-JL-SOURCE          PIC X(008)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-JL-DESC            PIC X(040)                       .
           05  FILLER                PIC X(127) VALUE ALL SPACES      .

       01  WS-JRNL-TRAILER.
           05  FILLER                PIC X(001) VALUE 'T'             .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-JT-JOURNAL-ID      PIC 9(009)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-JT-LINE-COUNT      PIC 9(005)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-JT-DEBITS          PIC 9(011)V9(002)                .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-JT-CREDITS         PIC 9(011)V9(002)                .
           05  FILLER                PIC X(185) VALUE ALL SPACES      .

      *-----------------------------------------------------------------
      *CONTROL REPORT - ONE LINE PER DEBIT/CREDIT PAIR JOURNALLED-------
       01  WS-CTL-LINE.
           05  WS-CL-SOURCE          PIC X(010)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-CL-DESC            PIC X(030)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(007) VALUE 'ITEMS: '       .
           05  WS-CL-COUNT           PIC ZZZZ9                        .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(004) VALUE 'DR: '          .
           05  WS-CL-DR-ACCOUNT      PIC X(010)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(004) VALUE 'CR: '          .
           05  WS-CL-CR-ACCOUNT      PIC X(010)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'AMOUNT: '      .
           05  WS-CL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99               .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-CL-FLAG            PIC X(010)                       .
           05  FILLER                PIC X(106) VALUE ALL SPACES      .

       01  WS-HWM-LINE.
           05  WS-HL-LABEL           PIC X(020)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'FROM: '        .
           05  WS-HL-FROM            PIC X(010)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(004) VALUE 'TO: '          .
           05  WS-HL-TO              PIC X(010)                       .
           05  FILLER                PIC X(176) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER           PIC X(230) VALUE
                   'GENERAL-LEDGER JOURNAL EXTRACT - CONTROL TOTALS'  .
           05  WS-SUMMARY-1.
               10  FILLER          PIC X(012) VALUE 'JOURNAL ID: '    .
               10  WS-SM-JOURNAL   PIC Z(008)9                        .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(007) VALUE 'LINES: '         .
               10  WS-SM-LINES     PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(008) VALUE 'DEBITS: '        .
               10  WS-SM-DEBITS    PIC ZZZ,ZZZ,ZZ9.99                 .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(009) VALUE 'CREDITS: '       .
               10  WS-SM-CREDITS   PIC ZZZ,ZZZ,ZZ9.99                 .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  WS-SM-BALANCED  PIC X(014)                         .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(010) VALUE 'UNMAPPED: '      .
               10  WS-SM-UNMAPPED  PIC ZZZZ9                          .
               10  FILLER          PIC X(108) VALUE ALL SPACES        .
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
           05  WS-JOURNAL-ID       PIC S9(09) COMP VALUE 0            .
           05  WS-LINE-COUNT       PIC S9(09) COMP VALUE 0            .
           05  WS-UNMAPPED-COUNT   PIC S9(09) COMP VALUE 0            .
           05  WS-TOTAL-DEBITS     PIC S9(11)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  WS-TOTAL-CREDITS    PIC S9(11)V9(2) USAGE COMP-3
                                              VALUE 0                 .
      *THE HIGH-WATER MARKS - AS READ, AND AS THIS RUN WILL LEAVE THEM--
           05  WS-HW-FINE          PIC S9(09) COMP VALUE 0            .
           05  WS-HW-PAY           PIC S9(09) COMP VALUE 0            .
           05  WS-HW-DON           PIC S9(09) COMP VALUE 0            .
           05  WS-HW-DATE          PIC X(10)  VALUE '0001-01-01'      .
           05  WS-NEW-HW-FINE      PIC S9(09) COMP VALUE 0            .
           05  WS-NEW-HW-PAY       PIC S9(09) COMP VALUE 0            .
           05  WS-NEW-HW-DON       PIC S9(09) COMP VALUE 0            .
           05  WS-NEW-HW-DATE      PIC X(10)                          .
           05  WS-HW-NUM-X         PIC 9(09)                          .
           05  WS-HW-FOUND         PIC  X     VALUE 'N'               .
               88  HW-ROW-EXISTS              VALUE 'Y'               .
      *ONE DEBIT/CREDIT PAIR, SET BY THE CALLER OF 2500-POST-PAIR-------
           05  WS-PAIR-SOURCE      PIC X(08)                          .
           05  WS-PAIR-DESC        PIC X(30)                          .
           05  WS-DR-KEY           PIC X(16)                          .
           05  WS-CR-KEY           PIC X(16)                          .
           05  WS-SWAP-KEY         PIC X(16)                          .
           05  WS-PAIR-COUNT       PIC S9(09) COMP                    .
           05  WS-PAIR-AMOUNT      PIC S9(9)V9(2) USAGE COMP-3        .
           05  WS-PAIR-MAX-ID      PIC S9(09) COMP                    .
           05  WS-PAIR-MAX-DATE    PIC X(10)                          .
           05  WS-PAIR-GROUP       PIC X(08)                          .
           05  WS-DR-ACCOUNT       PIC X(10)                          .
           05  WS-CR-ACCOUNT       PIC X(10)                          .
           05  WS-MAP-KEY          PIC X(16)                          .
           05  WS-MAPPED-ACCOUNT   PIC X(10)                          .
           05  WS-PAIR-FLAG        PIC X(10)                          .
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

       01  WS-KEY-VARS.
           05  WS-KEY-NAME             PIC X(08)                      .
           05  WS-KEY-SEED             PIC S9(9) COMP                 .
           05  WS-NEXT-KEY-VALUE       PIC S9(9) COMP                 .

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
              INCLUDE DCLGLACC
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSETTG
           END-EXEC.

      *-----------------------------------------------------------------
      *FINES AND FEES ASSESSED SINCE THE LAST FINE ID POSTED------------
           EXEC SQL DECLARE  G1_CURSOR CURSOR FOR
                SELECT FINE_TYPE, COUNT(*), SUM(AMOUNT), MAX(FINE_ID)
                FROM   IBMUSER.FINES
                WHERE  FINE_ID > :WS-HW-FINE
                GROUP BY FINE_TYPE
                ORDER BY FINE_TYPE
           END-EXEC.

      *-----------------------------------------------------------------
      *PAYMENTS SINCE THE LAST PAYMENT ID POSTED - 'D' DRAWER CASH,-----
      *'E' MONEY WITH AN EXTERNAL REFERENCE (ONLINE CARD, AGENCY),------
      *'Q' BOOK-DROP LOST-BOOK REFUNDS OWED BACK ('REFUND DUE'), 'S'----
      *WITHDRAWN-COPY SALE PROCEEDS ('BOOK SALE' - NO FINE BEHIND IT).--
      *THE 'LOST CREDIT' ROWS ONLY MOVE A BALANCE FROM ONE FINE TO------
      *ANOTHER AND NET TO NOTHING, SO THEY ARE LEFT OUT-----------------
           EXEC SQL DECLARE  G2_CURSOR CURSOR FOR
                SELECT CASE WHEN VALUE(EXT_REF, ' ') = ' '
                            THEN 'D'
                            WHEN EXT_REF = 'REFUND DUE'
                            THEN 'Q'
                            WHEN EXT_REF = 'BOOK SALE'
                            THEN 'S' ELSE 'E' END,
                       COUNT(*), SUM(AMOUNT), MAX(PAYMENT_ID)
                FROM   IBMUSER.FINE_PAYMENTS
                WHERE  PAYMENT_ID > :WS-HW-PAY
                AND    VALUE(EXT_REF, ' ') <> 'LOST CREDIT'
                GROUP BY CASE WHEN VALUE(EXT_REF, ' ') = ' '
                              THEN 'D'
                              WHEN EXT_REF = 'REFUND DUE'
                              THEN 'Q'
                              WHEN EXT_REF = 'BOOK SALE'
                              THEN 'S' ELSE 'E' END
                ORDER BY 1
           END-EXEC.

      *-----------------------------------------------------------------
      *WAIVERS, WRITE-OFFS AND LOST-BOOK CHARGES CANCELLED ('C') ON A---
      *COMPLETE DAY SINCE THE DATE MARK - THE AMOUNT FORGONE IS---------
      *WHATEVER WAS STILL UNPAID (A CANCELLED CHARGE HAS ITS PAYMENTS---
      *REVERSED, SO IT IS THE WHOLE CHARGE)-----------------------------
           EXEC SQL DECLARE  G3_CURSOR CURSOR FOR
                SELECT STATUS, COUNT(*),
                       SUM(AMOUNT - VALUE(PAID_AMOUNT, 0)),
                       CHAR(MAX(PAID_DATE), ISO)
                FROM   IBMUSER.FINES
                WHERE  STATUS IN ('W', 'X', 'C')
                AND    PAID_DATE > :WS-HW-DATE
                AND    PAID_DATE < CURRENT DATE
                GROUP BY STATUS
                ORDER BY STATUS
           END-EXEC.

      *-----------------------------------------------------------------
      *SHIPMENTS RECEIVED ON A COMPLETE DAY SINCE THE DATE MARK, BY-----
      *FUND - THE SAME RECEIVED QTY * UNIT_COST ORDER01 MOVES TO SPENT--
      *AT EACH RECEIPT. A LINE RECEIVED BEFORE ORDER_RECEIPTS WAS KEPT--
      *HAS NO RECEIPT ROWS AND COUNTS AS ONE RECEIPT OF ITS WHOLE QTY---
      *ON ITS RECEIVED_DATE---------------------------------------------
           EXEC SQL DECLARE  G4_CURSOR CURSOR FOR
                SELECT X.FUND_CODE, COUNT(*),
                       SUM(X.AMOUNT),
                       CHAR(MAX(X.RECV_DATE), ISO)
                FROM  (SELECT VALUE(O.FUND_CODE, ' ') AS FUND_CODE,
                              R.RECEIVE_QTY * O.UNIT_COST AS AMOUNT,
                              R.RECEIVE_DATE AS RECV_DATE
                       FROM   IBMUSER.ORDER_RECEIPTS R,
                              IBMUSER.ORDERS O
                       WHERE  O.LINE_ID = R.LINE_ID
                       UNION ALL
                       SELECT VALUE(O.FUND_CODE, ' '),
                              O.QTY * O.UNIT_COST,
                              O.RECEIVED_DATE
                       FROM   IBMUSER.ORDERS O
                       WHERE  O.STATUS = 'R'
                       AND    NOT EXISTS
                              (SELECT 1
                               FROM   IBMUSER.ORDER_RECEIPTS R
                               WHERE  R.LINE_ID = O.LINE_ID)) X
                WHERE  X.RECV_DATE > :WS-HW-DATE
                AND    X.RECV_DATE < CURRENT DATE
                GROUP BY X.FUND_CODE
                ORDER BY 1
           END-EXEC.

      *-----------------------------------------------------------------
      *SPEND ADJUSTMENTS ON INVOICES APPROVED BY INVMATCH ON A COMPLETE-
      *DAY SINCE THE DATE MARK, BY FUND - BILLED LESS ORDERED COST, SO--
      *A NET CREDIT (A DISCOUNT) COMES BACK NEGATIVE--------------------
           EXEC SQL DECLARE  G5_CURSOR CURSOR FOR
                SELECT VALUE(L.FUND_CODE, ' '), COUNT(*),
                       SUM(L.FUND_ADJ),
                       CHAR(MAX(I.APPROVE_DATE), ISO)
                FROM   IBMUSER.VENDOR_INVOICES I,
                       IBMUSER.INVOICE_LINES L
                WHERE  L.INVOICE_ID   = I.INVOICE_ID
                AND    I.STATUS       = 'A'
                AND    I.APPROVE_DATE > :WS-HW-DATE
                AND    I.APPROVE_DATE < CURRENT DATE
                GROUP BY VALUE(L.FUND_CODE, ' ')
                ORDER BY 1
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'.
           PERFORM Z9100-OPEN-RUN     THRU Z9100-EXIT.
           PERFORM 0600-SET-RUN-STAMP THRU 0600-EXIT.

           OPEN OUTPUT GL-JRNL.
           OPEN OUTPUT PRT-GLC.

           PERFORM 0700-GET-HWMS      THRU 0700-EXIT.
           PERFORM 0800-GET-JOURNAL   THRU 0800-EXIT.

           MOVE  WS-HEADER  TO OP-FIELDS.
           WRITE OP-FIELDS.
           MOVE  WS-BREAKER TO OP-FIELDS.
           WRITE OP-FIELDS.

           MOVE  WS-JOURNAL-ID  TO WS-JH-JOURNAL-ID.
           MOVE  WS-TR-DATE     TO WS-JH-JOURNAL-DATE.
           WRITE JRNL-REC FROM WS-JRNL-HEADER.

           PERFORM 2000-ASSESSED     THRU 2000-EXIT.
           PERFORM 2100-PAYMENTS     THRU 2100-EXIT.
           PERFORM 2200-WAIVERS      THRU 2200-EXIT.
           PERFORM 2300-ACQUISITIONS THRU 2300-EXIT.
           PERFORM 2350-INVOICE-ADJ  THRU 2350-EXIT.
           PERFORM 2400-DONATIONS    THRU 2400-EXIT.

           MOVE  WS-JOURNAL-ID    TO WS-JT-JOURNAL-ID.
           MOVE  WS-LINE-COUNT    TO WS-JT-LINE-COUNT.
           MOVE  WS-TOTAL-DEBITS  TO WS-JT-DEBITS.
           MOVE  WS-TOTAL-CREDITS TO WS-JT-CREDITS.
           WRITE JRNL-REC FROM WS-JRNL-TRAILER.

           PERFORM 2900-WRITE-SUMMARY THRU 2900-EXIT.

           CLOSE GL-JRNL PRT-GLC.

           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
              PERFORM 3500-SAVE-HWMS THRU 3500-EXIT
           ELSE
              DISPLAY 'JOURNAL OUT OF BALANCE - MARKS NOT MOVED'
              MOVE 8 TO RETURN-CODE
           END-IF.

           EXEC SQL
                COMMIT
           END-EXEC.

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
      *THE FOUR HIGH-WATER MARKS - A MISSING ROW MEANS NOTHING HAS------
      *BEEN POSTED YET (SAME CONVENTION AS CONSFEED'S 'FEEDHWM')--------
       0700-GET-HWMS.
           MOVE 'GLHWFINE' TO SETTG-SETTING-ID
           PERFORM 0710-READ-HWM THRU 0710-EXIT
           IF HW-ROW-EXISTS
              COMPUTE WS-HW-FINE = FUNCTION NUMVAL(SETTG-SETTING-VALUE)
           END-IF

           MOVE 'GLHWPAY ' TO SETTG-SETTING-ID
           PERFORM 0710-READ-HWM THRU 0710-EXIT
           IF HW-ROW-EXISTS
              COMPUTE WS-HW-PAY  = FUNCTION NUMVAL(SETTG-SETTING-VALUE)
           END-IF

           MOVE 'GLHWDON ' TO SETTG-SETTING-ID
           PERFORM 0710-READ-HWM THRU 0710-EXIT
           IF HW-ROW-EXISTS
              COMPUTE WS-HW-DON  = FUNCTION NUMVAL(SETTG-SETTING-VALUE)
           END-IF

           MOVE 'GLHWDATE' TO SETTG-SETTING-ID
           PERFORM 0710-READ-HWM THRU 0710-EXIT
           IF HW-ROW-EXISTS
              MOVE SETTG-SETTING-VALUE TO WS-HW-DATE
           END-IF

           MOVE WS-HW-FINE TO WS-NEW-HW-FINE
           MOVE WS-HW-PAY  TO WS-NEW-HW-PAY
           MOVE WS-HW-DON  TO WS-NEW-HW-DON
           MOVE WS-HW-DATE TO WS-NEW-HW-DATE

           DISPLAY 'FINE ID MARK:     ' WS-HW-FINE
           DISPLAY 'PAYMENT ID MARK:  ' WS-HW-PAY
           DISPLAY 'DONATION ID MARK: ' WS-HW-DON
           DISPLAY 'DATE MARK:        ' WS-HW-DATE
           .
       0700-EXIT.
           EXIT
           .
       0710-READ-HWM.
           MOVE 'N' TO WS-HW-FOUND

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    SET HW-ROW-EXISTS TO TRUE
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    MOVE   'Y'               TO ERROR-HANDLING
                    MOVE   '0710-READ-HWM'   TO ERR-LOC
                    MOVE    SQLCODE          TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       0710-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE JOURNAL NUMBER COMES FROM THE CENTRAL KEY ASSIGNER, SO A-----
      *RERUN AFTER AN OUT-OF-BALANCE NIGHT SENDS A NEW JOURNAL----------
       0800-GET-JOURNAL.
           MOVE 'GLJRNID ' TO WS-KEY-NAME
           MOVE 0          TO WS-KEY-SEED

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT
           MOVE WS-NEXT-KEY-VALUE TO WS-JOURNAL-ID

           EXEC SQL
                COMMIT
           END-EXEC

           DISPLAY 'JOURNAL ID: ' WS-JOURNAL-ID
           .
       0800-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ASSESSED - DR RECEIVABLE, CR THE INCOME ACCOUNT FOR THE TYPE-----
       2000-ASSESSED.
           DISPLAY 'START 2000-ASSESSED'
           MOVE 0 TO LAST-REC

           EXEC SQL
                OPEN G1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'               TO ERROR-HANDLING
              MOVE   '2000-ASSESSED'   TO ERR-LOC
              MOVE    SQLCODE          TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM 2010-FETCH-ASSESSED THRU 2010-EXIT UNTIL EOF

           EXEC SQL
                CLOSE G1_CURSOR
           END-EXEC

           DISPLAY 'END 2000-ASSESSED'
           .
       2000-EXIT.
           EXIT
           .
       2010-FETCH-ASSESSED.
           MOVE SPACES TO WS-PAIR-GROUP

           EXEC SQL
                FETCH G1_CURSOR INTO :WS-PAIR-GROUP
                                    ,:WS-PAIR-COUNT
                                    ,:WS-PAIR-AMOUNT
                                    ,:WS-PAIR-MAX-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    IF WS-PAIR-MAX-ID > WS-NEW-HW-FINE
                       MOVE WS-PAIR-MAX-ID TO WS-NEW-HW-FINE
                    END-IF

                    MOVE 'FINES'      TO WS-PAIR-SOURCE
                    MOVE SPACES       TO WS-PAIR-DESC
                    STRING 'FINES ASSESSED - TYPE '
                                          DELIMITED BY SIZE
                           WS-PAIR-GROUP(1:1)
                                          DELIMITED BY SIZE
                           INTO WS-PAIR-DESC
                    END-STRING
                    MOVE 'RECEIVABLE' TO WS-DR-KEY
                    MOVE SPACES       TO WS-CR-KEY
                    STRING 'FINE '        DELIMITED BY SIZE
                           WS-PAIR-GROUP(1:1)
                                          DELIMITED BY SIZE
                           INTO WS-CR-KEY
                    END-STRING
                    PERFORM 2500-POST-PAIR THRU 2500-EXIT
               WHEN SQLCODE = 100
                    MOVE 1 TO LAST-REC
               WHEN OTHER
                    MOVE 1 TO LAST-REC
                    MOVE   'Y'                   TO ERROR-HANDLING
                    MOVE   '2010-FETCH-ASSESSED' TO ERR-LOC
                    MOVE    SQLCODE              TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2010-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *PAYMENTS - DR DRAWER CASH OR THE CLEARING ACCOUNT, CR------------
      *RECEIVABLE; BOOK-SALE PROCEEDS DR DRAWER CASH, CR BOOK SALES-----
       2100-PAYMENTS.
           DISPLAY 'START 2100-PAYMENTS'
           MOVE 0 TO LAST-REC

           EXEC SQL
                OPEN G2_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'               TO ERROR-HANDLING
              MOVE   '2100-PAYMENTS'   TO ERR-LOC
              MOVE    SQLCODE          TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM 2110-FETCH-PAYMENTS THRU 2110-EXIT UNTIL EOF

           EXEC SQL
                CLOSE G2_CURSOR
           END-EXEC

           DISPLAY 'END 2100-PAYMENTS'
           .
       2100-EXIT.
           EXIT
           .
       2110-FETCH-PAYMENTS.
           MOVE SPACES TO WS-PAIR-GROUP

           EXEC SQL
                FETCH G2_CURSOR INTO :WS-PAIR-GROUP
                                    ,:WS-PAIR-COUNT
                                    ,:WS-PAIR-AMOUNT
                                    ,:WS-PAIR-MAX-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    IF WS-PAIR-MAX-ID > WS-NEW-HW-PAY
                       MOVE WS-PAIR-MAX-ID TO WS-NEW-HW-PAY
                    END-IF

                    MOVE 'PAYMENTS'   TO WS-PAIR-SOURCE
                    MOVE 'RECEIVABLE' TO WS-CR-KEY
                    EVALUATE WS-PAIR-GROUP(1:1)
                        WHEN 'D'
                             MOVE 'FINE PAYMENTS - DRAWER CASH'
                                            TO WS-PAIR-DESC
                             MOVE 'CASH DRAWER'   TO WS-DR-KEY
                        WHEN 'Q'
                             MOVE 'LOST-BOOK REFUNDS DUE'
                                            TO WS-PAIR-DESC
                             MOVE 'REFUNDS DUE'   TO WS-DR-KEY
                        WHEN 'S'
                             MOVE 'BOOK SALE PROCEEDS'
                                            TO WS-PAIR-DESC
                             MOVE 'CASH DRAWER'   TO WS-DR-KEY
                             MOVE 'BOOK SALES'    TO WS-CR-KEY
                        WHEN OTHER
                             MOVE 'FINE PAYMENTS - ONLINE/AGENCY'
                                            TO WS-PAIR-DESC
                             MOVE 'CASH CLEARING' TO WS-DR-KEY
                    END-EVALUATE
                    PERFORM 2500-POST-PAIR THRU 2500-EXIT
               WHEN SQLCODE = 100
                    MOVE 1 TO LAST-REC
               WHEN OTHER
                    MOVE 1 TO LAST-REC
                    MOVE   'Y'                   TO ERROR-HANDLING
                    MOVE   '2110-FETCH-PAYMENTS' TO ERR-LOC
                    MOVE    SQLCODE              TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2110-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *WAIVERS / WRITE-OFFS - DR THE WAIVER OR WRITE-OFF EXPENSE, CR----
      *RECEIVABLE-------------------------------------------------------
       2200-WAIVERS.
           DISPLAY 'START 2200-WAIVERS'
           MOVE 0 TO LAST-REC

           EXEC SQL
                OPEN G3_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'               TO ERROR-HANDLING
              MOVE   '2200-WAIVERS'    TO ERR-LOC
              MOVE    SQLCODE          TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM 2210-FETCH-WAIVERS THRU 2210-EXIT UNTIL EOF

           EXEC SQL
                CLOSE G3_CURSOR
           END-EXEC

           DISPLAY 'END 2200-WAIVERS'
           .
       2200-EXIT.
           EXIT
           .
       2210-FETCH-WAIVERS.
           MOVE SPACES TO WS-PAIR-GROUP

           EXEC SQL
                FETCH G3_CURSOR INTO :WS-PAIR-GROUP
                                    ,:WS-PAIR-COUNT
                                    ,:WS-PAIR-AMOUNT
                                    ,:WS-PAIR-MAX-DATE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    IF WS-PAIR-MAX-DATE > WS-NEW-HW-DATE
                       MOVE WS-PAIR-MAX-DATE TO WS-NEW-HW-DATE
                    END-IF

                    MOVE 'FINES'      TO WS-PAIR-SOURCE
                    MOVE 'RECEIVABLE' TO WS-CR-KEY
                    EVALUATE WS-PAIR-GROUP(1:1)
                        WHEN 'W'
                             MOVE 'FINES WAIVED AT THE DESK'
                                            TO WS-PAIR-DESC
                             MOVE 'WAIVER'         TO WS-DR-KEY
                        WHEN 'C'
                             MOVE 'LOST-BOOK CHARGES CANCELLED'
                                            TO WS-PAIR-DESC
                             MOVE 'FINE CANCELLED' TO WS-DR-KEY
                        WHEN OTHER
                             MOVE 'FINES WRITTEN OFF'
                                            TO WS-PAIR-DESC
                             MOVE 'WRITE-OFF'      TO WS-DR-KEY
                    END-EVALUATE
                    PERFORM 2500-POST-PAIR THRU 2500-EXIT
               WHEN SQLCODE = 100
                    MOVE 1 TO LAST-REC
               WHEN OTHER
                    MOVE 1 TO LAST-REC
                    MOVE   'Y'                   TO ERROR-HANDLING
                    MOVE   '2210-FETCH-WAIVERS'  TO ERR-LOC
                    MOVE    SQLCODE              TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2210-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ACQUISITIONS - DR THE FUND'S SPEND ACCOUNT, CR THE VENDOR--------
      *CREDITOR---------------------------------------------------------
       2300-ACQUISITIONS.
           DISPLAY 'START 2300-ACQUISITIONS'
           MOVE 0 TO LAST-REC

           EXEC SQL
                OPEN G4_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2300-ACQUISITIONS' TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM 2310-FETCH-ACQUISITIONS THRU 2310-EXIT UNTIL EOF

           EXEC SQL
                CLOSE G4_CURSOR
           END-EXEC

           DISPLAY 'END 2300-ACQUISITIONS'
           .
       2300-EXIT.
           EXIT
           .
       2310-FETCH-ACQUISITIONS.
           MOVE SPACES TO WS-PAIR-GROUP

           EXEC SQL
                FETCH G4_CURSOR INTO :WS-PAIR-GROUP
                                    ,:WS-PAIR-COUNT
                                    ,:WS-PAIR-AMOUNT
                                    ,:WS-PAIR-MAX-DATE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    IF WS-PAIR-MAX-DATE > WS-NEW-HW-DATE
                       MOVE WS-PAIR-MAX-DATE TO WS-NEW-HW-DATE
                    END-IF

                    MOVE 'ORDERS'      TO WS-PAIR-SOURCE
                    MOVE SPACES        TO WS-PAIR-DESC
                    STRING 'ACQUISITIONS - FUND '
                                           DELIMITED BY SIZE
                           WS-PAIR-GROUP   DELIMITED BY SIZE
                           INTO WS-PAIR-DESC
                    END-STRING
                    MOVE SPACES        TO WS-DR-KEY
                    STRING 'FUND '         DELIMITED BY SIZE
                           WS-PAIR-GROUP   DELIMITED BY SIZE
                           INTO WS-DR-KEY
                    END-STRING
                    MOVE 'ACQ PAYABLE' TO WS-CR-KEY
                    PERFORM 2500-POST-PAIR THRU 2500-EXIT
               WHEN SQLCODE = 100
                    MOVE 1 TO LAST-REC
               WHEN OTHER
                    MOVE 1 TO LAST-REC
                    MOVE   'Y'                       TO ERROR-HANDLING
                    MOVE   '2310-FETCH-ACQUISITIONS' TO ERR-LOC
                    MOVE    SQLCODE                  TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2310-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *INVOICE ADJUSTMENTS - DR THE FUND'S SPEND ACCOUNT, CR THE VENDOR-
      *CREDITOR FOR WHAT WAS BILLED OVER THE ORDERED COST (2500 TURNS---
      *A NEGATIVE ADJUSTMENT THE OTHER WAY)-----------------------------
       2350-INVOICE-ADJ.
           DISPLAY 'START 2350-INVOICE-ADJ'
           MOVE 0 TO LAST-REC

           EXEC SQL
                OPEN G5_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2350-INVOICE-ADJ'  TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM 2360-FETCH-INVOICE-ADJ THRU 2360-EXIT UNTIL EOF

           EXEC SQL
                CLOSE G5_CURSOR
           END-EXEC

           DISPLAY 'END 2350-INVOICE-ADJ'
           .
       2350-EXIT.
           EXIT
           .
       2360-FETCH-INVOICE-ADJ.
           MOVE SPACES TO WS-PAIR-GROUP

           EXEC SQL
                FETCH G5_CURSOR INTO :WS-PAIR-GROUP
                                    ,:WS-PAIR-COUNT
                                    ,:WS-PAIR-AMOUNT
                                    ,:WS-PAIR-MAX-DATE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    IF WS-PAIR-MAX-DATE > WS-NEW-HW-DATE
                       MOVE WS-PAIR-MAX-DATE TO WS-NEW-HW-DATE
                    END-IF

                    MOVE 'INVOICES'    TO WS-PAIR-SOURCE
                    MOVE SPACES        TO WS-PAIR-DESC
                    STRING 'INVOICE ADJ - FUND '
                                           DELIMITED BY SIZE
                           WS-PAIR-GROUP   DELIMITED BY SIZE
                           INTO WS-PAIR-DESC
                    END-STRING
                    MOVE SPACES        TO WS-DR-KEY
                    STRING 'FUND '         DELIMITED BY SIZE
                           WS-PAIR-GROUP   DELIMITED BY SIZE
                           INTO WS-DR-KEY
                    END-STRING
                    MOVE 'ACQ PAYABLE' TO WS-CR-KEY
                    PERFORM 2500-POST-PAIR THRU 2500-EXIT
               WHEN SQLCODE = 100
                    MOVE 1 TO LAST-REC
               WHEN OTHER
                    MOVE 1 TO LAST-REC
                    MOVE   'Y'                       TO ERROR-HANDLING
                    MOVE   '2360-FETCH-INVOICE-ADJ'  TO ERR-LOC
                    MOVE    SQLCODE                  TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2360-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *DONATIONS LOGGED SINCE THE LAST DONATION ID POSTED - DR THE------
      *DONATED-ASSETS ACCOUNT, CR DONATED INCOME AT ESTIMATED VALUE-----
       2400-DONATIONS.
           EXEC SQL
                SELECT COUNT(*), VALUE(SUM(EST_VALUE), 0),
                       VALUE(MAX(DON_ID), 0)
                INTO  :WS-PAIR-COUNT, :WS-PAIR-AMOUNT,
                      :WS-PAIR-MAX-ID
                FROM   IBMUSER.DONATIONS
                WHERE  DON_ID > :WS-HW-DON
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'               TO ERROR-HANDLING
              MOVE   '2400-DONATIONS'  TO ERR-LOC
              MOVE    SQLCODE          TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-PAIR-COUNT = 0
              GO TO 2400-EXIT
           END-IF

           IF WS-PAIR-MAX-ID > WS-NEW-HW-DON
              MOVE WS-PAIR-MAX-ID TO WS-NEW-HW-DON
           END-IF

           MOVE 'DONATION'          TO WS-PAIR-SOURCE
           MOVE 'DONATED MATERIALS' TO WS-PAIR-DESC
           MOVE 'DONATED ASSETS'    TO WS-DR-KEY
           MOVE 'DONATED REVENUE'   TO WS-CR-KEY
           PERFORM 2500-POST-PAIR THRU 2500-EXIT
           .
       2400-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *JOURNAL ONE DEBIT/CREDIT PAIR AND ITS CONTROL LINE - THE CALLER--
      *SETS SOURCE, DESCRIPTION, BOTH MAP KEYS, COUNT AND AMOUNT. A-----
      *ZERO AMOUNT (E.G. A DAY OF ZERO-VALUE GIFTS) JOURNALS NOTHING;---
      *A NEGATIVE ONE (MORE REFUNDED THAN TAKEN) POSTS THE OTHER WAY----
       2500-POST-PAIR.
           IF WS-PAIR-AMOUNT = 0
              GO TO 2500-EXIT
           END-IF

           IF WS-PAIR-AMOUNT < 0
              COMPUTE WS-PAIR-AMOUNT = 0 - WS-PAIR-AMOUNT
              MOVE WS-DR-KEY   TO WS-SWAP-KEY
              MOVE WS-CR-KEY   TO WS-DR-KEY
              MOVE WS-SWAP-KEY TO WS-CR-KEY
           END-IF

           MOVE SPACES TO WS-PAIR-FLAG

           MOVE WS-DR-KEY TO WS-MAP-KEY
           PERFORM 2600-MAP-ACCOUNT THRU 2600-EXIT
           MOVE WS-MAPPED-ACCOUNT TO WS-DR-ACCOUNT

           MOVE WS-CR-KEY TO WS-MAP-KEY
           PERFORM 2600-MAP-ACCOUNT THRU 2600-EXIT
           MOVE WS-MAPPED-ACCOUNT TO WS-CR-ACCOUNT

           MOVE WS-DR-ACCOUNT  TO WS-JL-GL-ACCOUNT
           MOVE 'D'            TO WS-JL-DR-CR
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           ADD  WS-PAIR-AMOUNT TO WS-TOTAL-DEBITS

           MOVE WS-CR-ACCOUNT  TO WS-JL-GL-ACCOUNT
           MOVE 'C'            TO WS-JL-DR-CR
           PERFORM 2510-WRITE-LINE THRU 2510-EXIT
           ADD  WS-PAIR-AMOUNT TO WS-TOTAL-CREDITS

           MOVE WS-PAIR-SOURCE TO WS-CL-SOURCE
           MOVE WS-PAIR-DESC   TO WS-CL-DESC
           MOVE WS-PAIR-COUNT  TO WS-CL-COUNT
           MOVE WS-DR-ACCOUNT  TO WS-CL-DR-ACCOUNT
           MOVE WS-CR-ACCOUNT  TO WS-CL-CR-ACCOUNT
           MOVE WS-PAIR-AMOUNT TO WS-CL-AMOUNT
           MOVE WS-PAIR-FLAG   TO WS-CL-FLAG

           MOVE  WS-CTL-LINE TO OP-FIELDS
           WRITE OP-FIELDS

           ADD 1 TO WS-BRUN-COUNT
           .
       2500-EXIT.
           EXIT
           .
       2510-WRITE-LINE.
           ADD  1                TO WS-LINE-COUNT
           MOVE WS-JOURNAL-ID    TO WS-JL-JOURNAL-ID
           MOVE WS-TR-DATE       TO WS-JL-JOURNAL-DATE
           MOVE WS-LINE-COUNT    TO WS-JL-LINE-NO
           MOVE WS-PAIR-AMOUNT   TO WS-JL-AMOUNT
           MOVE WS-PAIR-SOURCE   TO WS-JL-SOURCE
           MOVE WS-PAIR-DESC     TO WS-JL-DESC

           WRITE JRNL-REC FROM WS-JRNL-LINE
           .
       2510-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *MAP KEY TO GL ACCOUNT ON IBMUSER.GL_ACCOUNTS - AN UNMAPPED KEY---
      *POSTS TO THE 'SUSPENSE' ACCOUNT (ALL NINES IF EVEN THAT IS-------
      *MISSING) AND IS FLAGGED FOR THE FINANCE OFFICE TO MAP------------
       2600-MAP-ACCOUNT.
           MOVE WS-MAP-KEY TO GLACC-MAP-KEY

           EXEC SQL
                SELECT GL_ACCOUNT
                INTO  :GLACC-GL-ACCOUNT
                FROM   IBMUSER.GL_ACCOUNTS
                WHERE  MAP_KEY = :GLACC-MAP-KEY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE GLACC-GL-ACCOUNT TO WS-MAPPED-ACCOUNT
                    GO TO 2600-EXIT
               WHEN SQLCODE = 100
                    ADD  1          TO WS-UNMAPPED-COUNT
                    MOVE 'UNMAPPED' TO WS-PAIR-FLAG
                    DISPLAY 'NO GL ACCOUNT FOR: ' WS-MAP-KEY
               WHEN OTHER
                    MOVE   'Y'                 TO ERROR-HANDLING
                    MOVE   '2600-MAP-ACCOUNT'  TO ERR-LOC
                    MOVE    SQLCODE            TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE 'SUSPENSE' TO GLACC-MAP-KEY

           EXEC SQL
                SELECT GL_ACCOUNT
                INTO  :GLACC-GL-ACCOUNT
                FROM   IBMUSER.GL_ACCOUNTS
                WHERE  MAP_KEY = :GLACC-MAP-KEY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE GLACC-GL-ACCOUNT TO WS-MAPPED-ACCOUNT
               WHEN SQLCODE = 100
                    MOVE ALL '9'          TO WS-MAPPED-ACCOUNT
               WHEN OTHER
                    MOVE   'Y'                 TO ERROR-HANDLING
                    MOVE   '2600-MAP-ACCOUNT'  TO ERR-LOC
                    MOVE    SQLCODE            TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2600-EXIT.
           EXIT
           .
       2900-WRITE-SUMMARY.
           MOVE    WS-JOURNAL-ID           TO WS-SM-JOURNAL
           MOVE    WS-LINE-COUNT           TO WS-SM-LINES
           MOVE    WS-TOTAL-DEBITS         TO WS-SM-DEBITS
           MOVE    WS-TOTAL-CREDITS        TO WS-SM-CREDITS
           MOVE    WS-UNMAPPED-COUNT       TO WS-SM-UNMAPPED

           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
              MOVE 'BALANCED'              TO WS-SM-BALANCED
           ELSE
              MOVE 'OUT OF BALANCE'        TO WS-SM-BALANCED
           END-IF

           MOVE    WS-SPACES               TO OP-FIELDS
           WRITE   OP-FIELDS

           MOVE   'FINE ID MARK'           TO WS-HL-LABEL
           MOVE    WS-HW-FINE              TO WS-HW-NUM-X
           MOVE    WS-HW-NUM-X             TO WS-HL-FROM
           MOVE    WS-NEW-HW-FINE          TO WS-HW-NUM-X
           MOVE    WS-HW-NUM-X             TO WS-HL-TO
           MOVE    WS-HWM-LINE             TO OP-FIELDS
           WRITE   OP-FIELDS

           MOVE   'PAYMENT ID MARK'        TO WS-HL-LABEL
           MOVE    WS-HW-PAY               TO WS-HW-NUM-X
           MOVE    WS-HW-NUM-X             TO WS-HL-FROM
           MOVE    WS-NEW-HW-PAY           TO WS-HW-NUM-X
           MOVE    WS-HW-NUM-X             TO WS-HL-TO
           MOVE    WS-HWM-LINE             TO OP-FIELDS
           WRITE   OP-FIELDS

           MOVE   'DONATION ID MARK'       TO WS-HL-LABEL
           MOVE    WS-HW-DON               TO WS-HW-NUM-X
           MOVE    WS-HW-NUM-X             TO WS-HL-FROM
           MOVE    WS-NEW-HW-DON           TO WS-HW-NUM-X
           MOVE    WS-HW-NUM-X             TO WS-HL-TO
           MOVE    WS-HWM-LINE             TO OP-FIELDS
           WRITE   OP-FIELDS

           MOVE   'DATE MARK'              TO WS-HL-LABEL
           MOVE    WS-HW-DATE              TO WS-HL-FROM
           MOVE    WS-NEW-HW-DATE          TO WS-HL-TO
           MOVE    WS-HWM-LINE             TO OP-FIELDS
           WRITE   OP-FIELDS

           MOVE    WS-BREAKER              TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-SUMMARY-1            TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-TRAILER              TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-FOOTER               TO OP-FIELDS
           WRITE   OP-FIELDS

           DISPLAY 'JOURNAL LINES:  ' WS-LINE-COUNT
           DISPLAY 'UNMAPPED KEYS:  ' WS-UNMAPPED-COUNT
           .
       2900-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE JOURNAL IS COMPLETE AND BALANCED - ONLY NOW DO THE MARKS-----
      *MOVE, SO AN ABEND MID-EXTRACT RE-POSTS RATHER THAN LOSES---------
       3500-SAVE-HWMS.
           MOVE 'GLHWFINE'     TO SETTG-SETTING-ID
           MOVE WS-NEW-HW-FINE TO WS-HW-NUM-X
           MOVE WS-HW-NUM-X    TO SETTG-SETTING-VALUE
           PERFORM 3510-SAVE-ONE THRU 3510-EXIT

           MOVE 'GLHWPAY '     TO SETTG-SETTING-ID
           MOVE WS-NEW-HW-PAY  TO WS-HW-NUM-X
           MOVE WS-HW-NUM-X    TO SETTG-SETTING-VALUE
           PERFORM 3510-SAVE-ONE THRU 3510-EXIT

           MOVE 'GLHWDON '     TO SETTG-SETTING-ID
           MOVE WS-NEW-HW-DON  TO WS-HW-NUM-X
           MOVE WS-HW-NUM-X    TO SETTG-SETTING-VALUE
           PERFORM 3510-SAVE-ONE THRU 3510-EXIT

           MOVE 'GLHWDATE'     TO SETTG-SETTING-ID
           MOVE WS-NEW-HW-DATE TO SETTG-SETTING-VALUE
           PERFORM 3510-SAVE-ONE THRU 3510-EXIT
           .
       3500-EXIT.
           EXIT
           .
       3510-SAVE-ONE.
           EXEC SQL
                UPDATE IBMUSER.LIB_SETTINGS
                SET    SETTING_VALUE = :SETTG-SETTING-VALUE
                WHERE  SETTING_ID    = :SETTG-SETTING-ID
           END-EXEC

           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO IBMUSER.LIB_SETTINGS
                          (SETTING_ID, SETTING_VALUE)
                   VALUES (:SETTG-SETTING-ID, :SETTG-SETTING-VALUE)
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE   'Y'               TO ERROR-HANDLING
              MOVE   '3510-SAVE-ONE'   TO ERR-LOC
              MOVE    SQLCODE          TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       3510-EXIT.
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
           MOVE 'GLEXTR  '   TO ERRLG-PROGRAM
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
      *CENTRAL KEY ASSIGNMENT OVER IBMUSER.KEY_ASSIGN - THE UPDATE------
      *LOCKS THE KEY ROW UNTIL COMMIT, SO TWO SIMULTANEOUS DESKS CAN----
      *NEVER DRAW THE SAME NUMBER THE WAY THE OLD GET-MAX-PLUS-ONE------
      *IDIOM COULD. FIRST USE OF A KEY SEEDS ITS ROW FROM THE CALLER'S--
      *WS-KEY-SEED (THE OLD MAX) AND DRAWS AGAIN; A SEED RACE (-803)----
      *JUST MEANS ANOTHER TASK GOT THERE FIRST. CALLER SETS WS-KEY-NAME-
      *AND WS-KEY-SEED, THE NEW KEY COMES BACK IN WS-NEXT-KEY-VALUE-----
       Z9400-NEXT-KEY.
           EXEC SQL
                UPDATE IBMUSER.KEY_ASSIGN
                SET    LAST_VALUE = LAST_VALUE + 1
                WHERE  KEY_NAME   = :WS-KEY-NAME
           END-EXEC

           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO IBMUSER.KEY_ASSIGN
                          (KEY_NAME, LAST_VALUE)
                   VALUES (:WS-KEY-NAME, :WS-KEY-SEED)
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = -803
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   'Z9400-NEXT-KEY'        TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
              END-IF

              EXEC SQL
                   UPDATE IBMUSER.KEY_ASSIGN
                   SET    LAST_VALUE = LAST_VALUE + 1
                   WHERE  KEY_NAME   = :WS-KEY-NAME
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   'Z9400-NEXT-KEY'        TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                SELECT LAST_VALUE
                INTO  :WS-NEXT-KEY-VALUE
                FROM   IBMUSER.KEY_ASSIGN
                WHERE  KEY_NAME = :WS-KEY-NAME
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   'Z9400-NEXT-KEY'        TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       Z9400-EXIT.
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
           MOVE 'GLEXTR  ' TO BRUN-JOB-NAME

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
      *BACK OUT FIRST - THE ERROR LOG COMMITS, AND NO MARK MAY EVER-----
      *MOVE FOR A JOURNAL THAT WAS NOT FINISHED-------------------------
       XXXX-ERROR-HANDLING.
           IF SOME-ERROR
              EXEC SQL
                   ROLLBACK
              END-EXEC

              PERFORM Z9500-LOG-ERROR THRU Z9500-EXIT

              DISPLAY WS-MESSAGE
              DISPLAY 'SQLCODE: ' SQLCODE
              CLOSE GL-JRNL PRT-GLC
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
