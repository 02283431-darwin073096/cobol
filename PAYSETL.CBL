      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PAYSETL.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.14.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- ONLINE PAYMENT SETTLEMENT POSTING. THE CITY'S CARD        *
      * PROCESSOR SENDS ONE RECORD PER CARD PAYMENT SETTLED - ITS     *
      * TRANSACTION REFERENCE, THE BORROWER ID, THE FINE ID AND THE   *
      * AMOUNT - ON SETLIN. EACH IS APPLIED TO THE NAMED FINES ROW    *
      * THE SAME WAY FINE01'S 'P' ACTION DOES IT (PAID_AMOUNT UP,     *
      * STATUS 'P' ONCE THE BALANCE IS GONE) AND LEDGERED ON          *
      * IBMUSER.FINE_PAYMENTS UNDER THE ONLINE OPERATOR ('WEBOPER' ON *
      * IBMUSER.LIB_SETTINGS, DEFAULT 'ONLINE') WITH THE PROCESSOR'S  *
      * REFERENCE, SO CASHRPT KEEPS IT OUT OF THE DRAWER TOTALS.      *
      * A POSTING REGISTER PRINTS ON SETLOUT. NOTHING IS DROPPED -    *
      * EVERY PAYMENT THAT CANNOT BE POSTED (NO SUCH FINE, ANOTHER    *
      * BORROWER'S FINE, NOT OUTSTANDING, ALREADY POSTED) AND THE     *
      * EXCESS OF ANY OVERPAYMENT (THE BALANCE IS POSTED, THE REST IS *
      * DUE BACK) PRINTS ON THE SETLEXC EXCEPTIONS LISTING. A RERUN   *
      * OF THE SAME FILE IS SAFE - A REFERENCE ALREADY ON THE LEDGER  *
      * IS LISTED AS A DUPLICATE, NOT POSTED TWICE.                   *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- FINE01   > THE DESK PAYMENT THIS POSTING MIRRORS        *
      *    -- CASHRPT  > TOTALS THE LEDGER BY OPERATOR                *
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
           SELECT SETL-IN  ASSIGN TO SETLIN.
           SELECT PRT-SETL ASSIGN TO SETLOUT.
           SELECT PRT-EXC  ASSIGN TO SETLEXC.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  SETL-IN
           RECORD CONTAINS 80
           RECORDING MODE F.
       01  IP-FIELDS.
           05  IP-TRAN-REF           PIC X(020)                       .
           05  FILLER                PIC X(001)                       .
           05  IP-BORROWER-ID        PIC 9(004)                       .
           05  FILLER                PIC X(001)                       .
           05  IP-FINE-ID            PIC 9(009)                       .
           05  FILLER                PIC X(001)                       .
           05  IP-AMOUNT             PIC 9(005)V9(002)                .
           05  FILLER                PIC X(001)                       .
           05  IP-SETTLE-DATE        PIC X(010)                       .
           05  FILLER                PIC X(026)                       .

       FD  PRT-SETL
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       FD  PRT-EXC
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  EX-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      *ONE LINE PER PAYMENT POSTED--------------------------------------
       01  WS-POST-LINE.
           05  FILLER                PIC X(005) VALUE 'REF: '         .
           05  WS-PL-TRAN-REF        PIC X(020)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'BORROWER: '    .
           05  WS-PL-BORROWER-ID     PIC Z(003)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'FINE: '        .
           05  WS-PL-FINE-ID         PIC Z(008)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'POSTED: '      .
           05  WS-PL-POSTED          PIC ZZ,ZZ9.99                    .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(009) VALUE 'BALANCE: '     .
           05  WS-PL-BALANCE         PIC ZZ,ZZ9.99                    .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-PL-NOTE            PIC X(012)                       .
           05  FILLER                PIC X(119) VALUE ALL SPACES      .

      *-----------------------------------------------------------------
      *ONE LINE PER PAYMENT (OR PART OF ONE) THAT COULD NOT BE POSTED---
       01  WS-EXC-LINE.
           05  FILLER                PIC X(005) VALUE 'REF: '         .
           05  WS-XL-TRAN-REF        PIC X(020)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'BORROWER: '    .
           05  WS-XL-BORROWER-ID     PIC Z(003)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'FINE: '        .
           05  WS-XL-FINE-ID         PIC Z(008)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'AMOUNT: '      .
           05  WS-XL-AMOUNT          PIC ZZ,ZZ9.99                    .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'UNPOSTED: '    .
           05  WS-XL-UNPOSTED        PIC ZZ,ZZ9.99                    .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'REASON: '      .
           05  WS-XL-REASON          PIC X(032)                       .
           05  FILLER                PIC X(090) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER           PIC X(230) VALUE
                   'ONLINE PAYMENT SETTLEMENT - POSTING REGISTER'     .
           05  WS-EXC-HEADER       PIC X(230) VALUE
                   'ONLINE PAYMENT SETTLEMENT - EXCEPTIONS'           .
           05  WS-SUMMARY-1.
               10  FILLER          PIC X(014) VALUE 'RECORDS READ: '  .
               10  WS-SM-READ      PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(017) VALUE
                                       'PAYMENTS POSTED: '            .
               10  WS-SM-POSTED    PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(015) VALUE 'AMOUNT POSTED: ' .
               10  WS-SM-AMOUNT    PIC Z,ZZZ,ZZ9.99                   .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(012) VALUE 'EXCEPTIONS: '    .
               10  WS-SM-EXCEPT    PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(010) VALUE 'UNPOSTED: '      .
               10  WS-SM-UNPOSTED  PIC Z,ZZZ,ZZ9.99                   .
               10  FILLER          PIC X(112) VALUE ALL SPACES        .
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
           05  WS-TOTAL-READ       PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-POSTED     PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-EXCEPT     PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-AMOUNT     PIC S9(7)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  WS-TOTAL-UNPOSTED   PIC S9(7)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  WS-WEB-OPER-ID      PIC X(08) VALUE 'ONLINE  '         .
           05  WS-BALANCE          PIC S9(5)V9(2) USAGE COMP-3        .
           05  WS-PAY-AMOUNT       PIC S9(5)V9(2) USAGE COMP-3        .
           05  WS-UNPOSTED         PIC S9(5)V9(2) USAGE COMP-3        .
           05  WS-DUP-COUNT        PIC S9(09) COMP                    .
           05  WS-REASON           PIC X(32)                          .
           05  SETL-EOF-SW         PIC  9     VALUE 0                 .
               88  SETL-EOF                   VALUE 1                 .
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
              INCLUDE DCLFINES
           END-EXEC.

           EXEC SQL
              INCLUDE DCLFPAY
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSETTG
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'.
           PERFORM Z9100-OPEN-RUN     THRU Z9100-EXIT.
           PERFORM 0600-SET-RUN-STAMP THRU 0600-EXIT.
           PERFORM 0700-GET-OPERATOR  THRU 0700-EXIT.

           OPEN INPUT  SETL-IN.
           OPEN OUTPUT PRT-SETL.
           OPEN OUTPUT PRT-EXC.

           MOVE  WS-HEADER     TO OP-FIELDS.
           WRITE OP-FIELDS.
           MOVE  WS-BREAKER    TO OP-FIELDS.
           WRITE OP-FIELDS.
           MOVE  WS-EXC-HEADER TO EX-FIELDS.
           WRITE EX-FIELDS.
           MOVE  WS-BREAKER    TO EX-FIELDS.
           WRITE EX-FIELDS.

           PERFORM 1000-POST-SETTLEMENT THRU 1000-EXIT.
           PERFORM 2900-WRITE-SUMMARY   THRU 2900-EXIT.

           CLOSE SETL-IN PRT-SETL PRT-EXC.

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
      *THE OPERATOR ID ONLINE PAYMENTS ARE LEDGERED UNDER - 'WEBOPER'---
      *ON IBMUSER.LIB_SETTINGS, DEFAULT 'ONLINE'------------------------
       0700-GET-OPERATOR.
           MOVE 'WEBOPER' TO SETTG-SETTING-ID

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE SETTG-SETTING-VALUE TO WS-WEB-OPER-ID
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    MOVE   'Y'                  TO ERROR-HANDLING
                    MOVE   '0700-GET-OPERATOR'  TO ERR-LOC
                    MOVE    SQLCODE             TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           DISPLAY 'ONLINE OPERATOR: ' WS-WEB-OPER-ID
           .
       0700-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *POST THE SETTLEMENT FILE - EACH PAYMENT IS COMMITTED ON ITS OWN--
      *AND CARRIES ITS PROCESSOR REFERENCE, SO A RERUN AFTER A FAILURE--
      *SIMPLY LISTS THE ONES ALREADY POSTED AS DUPLICATES---------------
       1000-POST-SETTLEMENT.
           DISPLAY 'START 1000-POST-SETTLEMENT'
           PERFORM 1100-READ-SETL THRU 1100-EXIT
           PERFORM 1200-POST-ONE  THRU 1200-EXIT UNTIL SETL-EOF
           DISPLAY 'END 1000-POST-SETTLEMENT'
           .
       1000-EXIT.
           EXIT
           .
       1100-READ-SETL.
           READ SETL-IN
               AT END
                   MOVE 1 TO SETL-EOF-SW
           END-READ
           .
       1100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE SETTLED PAYMENT - VALIDATED AGAINST THE NAMED FINE, THEN-----
      *POSTED; ANYTHING THAT FAILS A CHECK GOES WHOLE TO EXCEPTIONS-----
       1200-POST-ONE.
           ADD  1              TO WS-TOTAL-READ
           ADD  1              TO WS-BRUN-COUNT
           MOVE SPACES         TO WS-REASON
           MOVE IP-FINE-ID     TO FINES-FINE-ID
           MOVE IP-AMOUNT      TO WS-PAY-AMOUNT

           IF IP-AMOUNT NOT > 0
              MOVE 'NO AMOUNT ON PAYMENT'         TO WS-REASON
              GO TO 1200-REJECT
           END-IF

           MOVE IP-TRAN-REF    TO FPAY-EXT-REF
           MOVE WS-WEB-OPER-ID TO FPAY-OPER-ID

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-DUP-COUNT
                FROM   IBMUSER.FINE_PAYMENTS
                WHERE  EXT_REF = :FPAY-EXT-REF
                AND    OPER_ID = :FPAY-OPER-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '1200-POST-ONE'     TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF WS-DUP-COUNT > 0
              MOVE 'ALREADY POSTED (DUPLICATE REF)' TO WS-REASON
              GO TO 1200-REJECT
           END-IF

           EXEC SQL
                SELECT BORROWER_ID, STATUS,
                       AMOUNT - VALUE(PAID_AMOUNT, 0)
                INTO  :FINES-BORROWER-ID, :FINES-STATUS,
                      :WS-BALANCE
                FROM   IBMUSER.FINES
                WHERE  FINE_ID = :FINES-FINE-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE 'NO SUCH FINE ID'           TO WS-REASON
                    GO TO 1200-REJECT
               WHEN OTHER
                    MOVE   'Y'                 TO ERROR-HANDLING
                    MOVE   '1200-POST-ONE'     TO ERR-LOC
                    MOVE    SQLCODE            TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           IF FINES-BORROWER-ID NOT = IP-BORROWER-ID
              MOVE 'FINE BELONGS TO ANOTHER BORROWER' TO WS-REASON
              GO TO 1200-REJECT
           END-IF

           IF FINES-STATUS NOT = 'O' OR WS-BALANCE NOT > 0
              MOVE 'FINE NOT OUTSTANDING'         TO WS-REASON
              GO TO 1200-REJECT
           END-IF

      *AN OVERPAYMENT CLEARS THE FINE - THE EXCESS IS DUE BACK----------
           IF WS-PAY-AMOUNT > WS-BALANCE
              COMPUTE WS-UNPOSTED = WS-PAY-AMOUNT - WS-BALANCE
              MOVE WS-BALANCE TO WS-PAY-AMOUNT
           ELSE
              MOVE 0          TO WS-UNPOSTED
           END-IF

           PERFORM 1300-POST-PAYMENT THRU 1300-EXIT

           IF WS-UNPOSTED > 0
              MOVE 'OVERPAID - EXCESS DUE BACK'   TO WS-REASON
              PERFORM 1500-WRITE-EXCEPTION THRU 1500-EXIT
           END-IF

           EXEC SQL
                COMMIT
           END-EXEC

           GO TO 1200-NEXT
           .
       1200-REJECT.
           MOVE IP-AMOUNT TO WS-UNPOSTED
           PERFORM 1500-WRITE-EXCEPTION THRU 1500-EXIT
           .
       1200-NEXT.
           PERFORM 1100-READ-SETL THRU 1100-EXIT
           .
       1200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *APPLY THE PAYMENT TO THE FINE AND LEDGER IT - THE SAME-----------
      *PAID_AMOUNT POSTING AND FINE_PAYMENTS ROW FINE01'S---------------
      *A2300-RECORD-PAYMENT MAKES AT THE DESK---------------------------
       1300-POST-PAYMENT.
           IF WS-PAY-AMOUNT < WS-BALANCE
              EXEC SQL
                   UPDATE IBMUSER.FINES
                   SET    PAID_AMOUNT = VALUE(PAID_AMOUNT, 0)
                                      + :WS-PAY-AMOUNT
                   WHERE  FINE_ID     = :FINES-FINE-ID
                   AND    STATUS      = 'O'
              END-EXEC
           ELSE
              EXEC SQL
                   UPDATE IBMUSER.FINES
                   SET    PAID_AMOUNT = VALUE(PAID_AMOUNT, 0)
                                      + :WS-PAY-AMOUNT,
                          STATUS      = 'P',
                          PAID_DATE   = CURRENT DATE
                   WHERE  FINE_ID     = :FINES-FINE-ID
                   AND    STATUS      = 'O'
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '1300-POST-PAYMENT' TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 'PAYID   ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(PAYMENT_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.FINE_PAYMENTS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '1300-POST-PAYMENT' TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT

           MOVE WS-NEXT-KEY-VALUE TO FPAY-PAYMENT-ID
           MOVE FINES-FINE-ID     TO FPAY-FINE-ID
           MOVE FINES-BORROWER-ID TO FPAY-BORROWER-ID
           MOVE WS-PAY-AMOUNT     TO FPAY-AMOUNT
           MOVE WS-TR-TIME        TO FPAY-PAY-TIME

           IF IP-SETTLE-DATE = SPACES
              MOVE WS-TR-DATE     TO FPAY-PAY-DATE
           ELSE
              MOVE IP-SETTLE-DATE TO FPAY-PAY-DATE
           END-IF

           EXEC SQL
                INSERT INTO IBMUSER.FINE_PAYMENTS
                       (PAYMENT_ID, FINE_ID, BORROWER_ID, AMOUNT,
                        PAY_DATE, PAY_TIME, OPER_ID, EXT_REF)
                VALUES (:FPAY-PAYMENT-ID, :FPAY-FINE-ID,
                        :FPAY-BORROWER-ID, :FPAY-AMOUNT,
                        :FPAY-PAY-DATE, :FPAY-PAY-TIME,
                        :FPAY-OPER-ID, :FPAY-EXT-REF)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '1300-POST-PAYMENT' TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           ADD 1             TO WS-TOTAL-POSTED
           ADD WS-PAY-AMOUNT TO WS-TOTAL-AMOUNT

           COMPUTE WS-BALANCE = WS-BALANCE - WS-PAY-AMOUNT

           MOVE IP-TRAN-REF       TO WS-PL-TRAN-REF
           MOVE FINES-BORROWER-ID TO WS-PL-BORROWER-ID
           MOVE FINES-FINE-ID     TO WS-PL-FINE-ID
           MOVE WS-PAY-AMOUNT     TO WS-PL-POSTED
           MOVE WS-BALANCE        TO WS-PL-BALANCE

           IF WS-BALANCE = 0
              MOVE 'PAID IN FULL' TO WS-PL-NOTE
           ELSE
              MOVE SPACES         TO WS-PL-NOTE
           END-IF

           MOVE  WS-POST-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           .
       1300-EXIT.
           EXIT
           .
       1500-WRITE-EXCEPTION.
           ADD 1           TO WS-TOTAL-EXCEPT
           ADD WS-UNPOSTED TO WS-TOTAL-UNPOSTED

           MOVE IP-TRAN-REF    TO WS-XL-TRAN-REF
           MOVE IP-BORROWER-ID TO WS-XL-BORROWER-ID
           MOVE IP-FINE-ID     TO WS-XL-FINE-ID
           MOVE IP-AMOUNT      TO WS-XL-AMOUNT
           MOVE WS-UNPOSTED    TO WS-XL-UNPOSTED
           MOVE WS-REASON      TO WS-XL-REASON

           MOVE  WS-EXC-LINE TO EX-FIELDS
           WRITE EX-FIELDS
           .
       1500-EXIT.
           EXIT
           .
       2900-WRITE-SUMMARY.
           MOVE    WS-TOTAL-READ           TO WS-SM-READ
           MOVE    WS-TOTAL-POSTED         TO WS-SM-POSTED
           MOVE    WS-TOTAL-AMOUNT         TO WS-SM-AMOUNT
           MOVE    WS-TOTAL-EXCEPT         TO WS-SM-EXCEPT
           MOVE    WS-TOTAL-UNPOSTED       TO WS-SM-UNPOSTED
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

           MOVE    WS-SPACES               TO EX-FIELDS
           WRITE   EX-FIELDS
           MOVE    WS-BREAKER              TO EX-FIELDS
           WRITE   EX-FIELDS
           MOVE    WS-SUMMARY-1            TO EX-FIELDS
           WRITE   EX-FIELDS
           MOVE    WS-TRAILER              TO EX-FIELDS
           WRITE   EX-FIELDS
           MOVE    WS-FOOTER               TO EX-FIELDS
           WRITE   EX-FIELDS

           DISPLAY 'RECORDS READ:    ' WS-TOTAL-READ
           DISPLAY 'PAYMENTS POSTED: ' WS-TOTAL-POSTED
           DISPLAY 'EXCEPTIONS:      ' WS-TOTAL-EXCEPT
           .
       2900-EXIT.
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
           MOVE 'PAYSETL '   TO ERRLG-PROGRAM
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
           MOVE 'PAYSETL ' TO BRUN-JOB-NAME

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
      *BACK OUT THE PAYMENT IN FLIGHT FIRST - THE ERROR LOG COMMITS,----
      *AND A FINE PAID DOWN WITH NO LEDGER ROW MUST NEVER BE COMMITTED--
      *WITH IT----------------------------------------------------------
       XXXX-ERROR-HANDLING.
           IF SOME-ERROR
              EXEC SQL
                   ROLLBACK
              END-EXEC

              PERFORM Z9500-LOG-ERROR THRU Z9500-EXIT

              DISPLAY WS-MESSAGE
              DISPLAY 'SQLCODE: ' SQLCODE
              CLOSE SETL-IN
              CLOSE PRT-SETL
              CLOSE PRT-EXC
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
