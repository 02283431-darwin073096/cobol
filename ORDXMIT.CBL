      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ORDXMIT.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.14.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- NIGHTLY ELECTRONIC ORDER EXCHANGE WITH THE VENDORS. TWO   *
      * HALVES:                                                       *
      *    -- RESPONSES IN: THE VENDORS' STATUS RECORDS ON ORDRESP    *
      *       ARE APPLIED TO THE IBMUSER.ORDERS LINES THEY ANSWER.    *
      *       A = ACCEPTED, B = BACK-ORDERED KEEP THE LINE OPEN,      *
      *       STAMP VENDOR_STATUS AND TAKE ANY REVISED DATE AS THE    *
      *       NEW EXPECT_DATE; P = OUT OF PRINT, C = CANCELLED CLOSE  *
      *       THE LINE ('C') THE WAY ORDER01'S C ACTION DOES - THE    *
      *       FUND ENCUMBRANCE IS RELEASED AND THE PATRONS WAITING    *
      *       ON ORDER-HOLDS ARE CLOSED OFF AND TOLD (A LINE ALREADY  *
      *       PART RECEIVED CLOSES 'R' SHORT AT WHAT CAME IN, AND     *
      *       ONLY THE BACK-ORDERED REST IS RELEASED). A RESPONSE FOR *
      *       A LINE THAT IS MISSING, NO LONGER ON ORDER OR ANOTHER   *
      *       VENDOR'S IS REJECTED ONTO THE REGISTER. EACH RESPONSE   *
      *       COMMITS ON ITS OWN.                                     *
      *    -- ORDERS OUT: EVERY OPEN LINE NOT YET SENT (KEYED ON      *
      *       ORDER01 OR ACCEPTED ON SUGGRV1 IN THE LAST 'ORDXDAYS'   *
      *       DAYS, LIB_SETTINGS, DEFAULT 7 - SO A MISSED NIGHT IS    *
      *       PICKED UP) IS WRITTEN TO ORDOUT AS ONE BATCH PER        *
      *       VENDOR_ID (VENDOR HEADER / ONE DETAIL PER LINE /        *
      *       VENDOR TRAILER) AND STAMPED SENT_DATE. THE SENT STAMPS  *
      *       COMMIT TOGETHER AT THE END, SO A FAILED RUN RESENDS THE *
      *       WHOLE NIGHT. LINES FROM BEFORE THE VENDOR MASTER (NO    *
      *       VENDOR_ID) ARE NOT SENT.                                *
      * ORDCLAIM DOES NOT CLAIM A LINE THE VENDOR HAS REPORTED ON.    *
      * THE REGISTER PRINTS ON ORDXRPT.                               *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- ORDER01  > KEYS THE LINES SENT AND TAKES DESK CANCELS   *
      *    -- SUGGRV1  > ORDER LINES ACCEPTED FROM SUGGESTIONS        *
      *    -- ORDCLAIM > SKIPS THE LINES THE VENDOR HAS ANSWERED      *
      *    -- ORDHLD01 > THE ORDER-HOLDS CLOSED ON A VENDOR CANCEL    *
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
           SELECT RESP-IN  ASSIGN TO ORDRESP.
           SELECT ORD-OUT  ASSIGN TO ORDOUT.
           SELECT PRT-ORDX ASSIGN TO ORDXRPT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *-----------------------------------------------------------------
      *ONE VENDOR STATUS RESPONSE PER ORDER LINE. THE REVISED DATE------
      *(YYYY-MM-DD) IS OPTIONAL AND ONLY READ ON AN A OR B--------------
       FD  RESP-IN
           RECORD CONTAINS 80
           RECORDING MODE F.
       01  IP-FIELDS.
           05  IP-VENDOR-ID          PIC 9(004)                       .
           05  FILLER                PIC X(001)                       .
           05  IP-LINE-ID            PIC 9(004)                       .
           05  FILLER                PIC X(001)                       .
           05  IP-RESP-CODE          PIC X(001)                       .
               88  IP-ACCEPTED                  VALUE 'A'             .
               88  IP-BACK-ORDERED              VALUE 'B'             .
               88  IP-OUT-OF-PRINT              VALUE 'P'             .
               88  IP-CANCELLED                 VALUE 'C'             .
           05  FILLER                PIC X(001)                       .
           05  IP-REVISED-DATE       PIC X(010)                       .
           05  FILLER                PIC X(001)                       .
           05  IP-VENDOR-NOTE        PIC X(040)                       .
           05  FILLER                PIC X(017)                       .

       FD  ORD-OUT
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  ORD-REC PIC X(230).

       FD  PRT-ORDX
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *OUTBOUND ORDER FILE - PER VENDOR ONE 'H' HEADER, A 'D' LINE PER--
      *ORDER LINE, ONE 'T' TRAILER CARRYING THE COUNT AND THE VALUE-----
       01  WS-OX-HEADER.
           05  FILLER                PIC X(001) VALUE 'H'             .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-OH-VENDOR-ID       PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-OH-VENDOR-NAME     PIC X(030)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-OH-RUN-DATE        PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  FILLER                PIC X(030) VALUE
                   'LIBRARY PURCHASE ORDER'                           .
           05  FILLER                PIC X(151) VALUE ALL SPACES      .

       01  WS-OX-DETAIL.
           05  FILLER                PIC X(001) VALUE 'D'             .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-OD-LINE-ID         PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-OD-ISBN            PIC X(013)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-OD-QTY             PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-OD-UNIT-COST       PIC 9(005)V9(002)                .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-OD-ORDER-DATE      PIC X(010)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-OD-EXPECT-DATE     PIC X(010)                       .
           05  FILLER                PIC X(175) VALUE ALL SPACES      .

       01  WS-OX-TRAILER.
           05  FILLER                PIC X(001) VALUE 'T'             .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-OT-VENDOR-ID       PIC 9(004)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-OT-COUNT           PIC 9(005)                       .
           05  FILLER                PIC X(001) VALUE SPACE           .
           05  WS-OT-VALUE           PIC 9(009)V9(002)                .
           05  FILLER                PIC X(206) VALUE ALL SPACES      .

      *-----------------------------------------------------------------
      *REGISTER - ONE LINE PER RESPONSE READ, THEN ONE PER VENDOR-------
      *BATCH SENT-------------------------------------------------------
       01  WS-RESP-LINE.
           05  WS-RS-RESULT          PIC X(010)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'VENDOR: '      .
           05  WS-RS-VENDOR-ID       PIC X(004)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'LINE: '        .
           05  WS-RS-LINE-ID         PIC X(004)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-RS-CODE-TEXT       PIC X(014)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(009) VALUE 'REVISED: '     .
           05  WS-RS-REVISED         PIC X(010)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-RS-REASON          PIC X(030)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-RS-NOTE            PIC X(040)                       .
           05  FILLER                PIC X(083) VALUE ALL SPACES      .

       01  WS-SENT-LINE.
           05  FILLER                PIC X(016) VALUE
                                         'SENT TO VENDOR: '           .
           05  WS-SL-VENDOR-ID       PIC ZZZ9                         .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-SL-VENDOR-NAME     PIC X(030)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(007) VALUE 'LINES: '       .
           05  WS-SL-COUNT           PIC ZZZZ9                        .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(007) VALUE 'VALUE: '       .
           05  WS-SL-VALUE           PIC Z,ZZZ,ZZ9.99                 .
           05  FILLER                PIC X(143) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER           PIC X(230) VALUE
                   'VENDOR ORDER TRANSMISSION AND RESPONSES - REGISTER'.
           05  WS-SUMMARY-1.
               10  FILLER          PIC X(016) VALUE 'RESPONSES READ: '.
               10  WS-SM-READ      PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(009) VALUE 'APPLIED: '       .
               10  WS-SM-APPLIED   PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(008) VALUE 'CLOSED: '        .
               10  WS-SM-CLOSED    PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(010) VALUE 'REJECTED: '      .
               10  WS-SM-REJECTED  PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(012) VALUE 'LINES SENT: '    .
               10  WS-SM-SENT      PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(009) VALUE 'VENDORS: '       .
               10  WS-SM-VENDORS   PIC ZZZZ9                          .
               10  FILLER          PIC X(121) VALUE ALL SPACES        .
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
           05  WS-SEND-DAYS        PIC S9(04) COMP                    .
           05  WS-TOTAL-READ       PIC S9(09) COMP VALUE 0            .
           05  WS-TOTAL-APPLIED    PIC S9(09) COMP VALUE 0            .
           05  WS-TOTAL-CLOSED     PIC S9(09) COMP VALUE 0            .
           05  WS-TOTAL-REJECTED   PIC S9(09) COMP VALUE 0            .
           05  WS-TOTAL-SENT       PIC S9(09) COMP VALUE 0            .
           05  WS-TOTAL-VENDORS    PIC S9(09) COMP VALUE 0            .
      *PER-RESPONSE WORK FIELDS-----------------------------------------
           05  WS-REJECT-REASON    PIC X(030)                         .
           05  WS-LINE-VENDOR-ID   PIC S9(04) COMP                    .
           05  WS-LINE-VALUE       PIC S9(07)V9(2) USAGE COMP-3       .
           05  WS-STRAND-COUNT     PIC S9(04) COMP                    .
           05  WS-NTC-LINE-ID      PIC Z(003)9                        .
           05  WS-STRAND-CNT-X     PIC Z(003)9                        .
           05  WS-REV-MM           PIC 9(02)                          .
           05  WS-REV-DD           PIC 9(02)                          .
      *PER-VENDOR BATCH FIELDS------------------------------------------
           05  WS-PREV-VENDOR-ID   PIC S9(04) COMP VALUE 0            .
           05  WS-VENDOR-COUNT     PIC S9(05) COMP                    .
           05  WS-VENDOR-VALUE     PIC S9(09)V9(2) USAGE COMP-3       .
           05  WS-NEXT-NOTICE-ID   PIC S9(09) COMP                    .
           05  RESP-EOF-SW         PIC  9     VALUE 0                 .
               88  RESP-EOF                   VALUE 1                 .
           05  LAST-REC            PIC  9                             .
               88  EOF                        VALUE 1                 .
           05  LAST-HOLD           PIC  9                             .
               88  HOLD-EOF                   VALUE 1                 .
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
              INCLUDE DCLORDER
           END-EXEC.

           EXEC SQL
              INCLUDE DCLVENDR
           END-EXEC.

           EXEC SQL
              INCLUDE DCLFUND
           END-EXEC.

           EXEC SQL
              INCLUDE DCLOHOLD
           END-EXEC.

           EXEC SQL
              INCLUDE DCLNOTIC
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSETTG
           END-EXEC.

      *-----------------------------------------------------------------
      *THE LINES STILL TO GO OUT - OPEN, NEVER SENT, KEYED TO A VENDOR--
      *ON THE MASTER, ORDERED INSIDE THE SEND WINDOW. GROUPED BY VENDOR-
      *SO THE CONTROL BREAK CAN CUT ONE BATCH PER VENDOR----------------
           EXEC SQL DECLARE  X1_CURSOR CURSOR FOR
                SELECT LINE_ID, ISBN, QTY, UNIT_COST, VENDOR_ID,
                       VENDOR, CHAR(ORDER_DATE, ISO),
                       VALUE(CHAR(EXPECT_DATE, ISO), ' ')
                FROM   IBMUSER.ORDERS
                WHERE  STATUS = 'O'
                AND    SENT_DATE IS NULL
                AND    VALUE(VENDOR_ID, 0) > 0
                AND    ORDER_DATE >= CURRENT DATE - :WS-SEND-DAYS DAYS
                ORDER BY VENDOR_ID, LINE_ID
           END-EXEC.

      *-----------------------------------------------------------------
      *THE PATRONS QUEUED ON A LINE THE VENDOR HAS CANCELLED (SAME------
      *SHAPE AS ORDER01'S OH_CURSOR - THE LINE'S ISBN, STATUS 'P')------
           EXEC SQL DECLARE  OH_CURSOR CURSOR FOR
                SELECT OHOLD_ID, BORROWER_ID
                FROM   IBMUSER.ORDER_HOLDS
                WHERE  ISBN   = :ORDER-ISBN
                AND    STATUS = 'P'
                ORDER BY OHOLD_ID
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'.
           PERFORM Z9100-OPEN-RUN     THRU Z9100-EXIT.
           PERFORM 0600-SET-RUN-STAMP THRU 0600-EXIT.
           PERFORM 0700-GET-SEND-DAYS THRU 0700-EXIT.

           OPEN INPUT  RESP-IN.
           OPEN OUTPUT ORD-OUT.
           OPEN OUTPUT PRT-ORDX.

           MOVE  WS-HEADER  TO OP-FIELDS.
           WRITE OP-FIELDS.
           MOVE  WS-BREAKER TO OP-FIELDS.
           WRITE OP-FIELDS.

           PERFORM 1000-LOAD-RESPONSES THRU 1000-EXIT.

           MOVE  WS-SPACES  TO OP-FIELDS.
           WRITE OP-FIELDS.

           PERFORM 2000-SEND-ORDERS    THRU 2000-EXIT.
           PERFORM 2900-WRITE-SUMMARY  THRU 2900-EXIT.

           CLOSE RESP-IN ORD-OUT PRT-ORDX.

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
      *HOW FAR BACK AN UNSENT LINE IS STILL SENT - 'ORDXDAYS' DAYS,-----
      *DEFAULT 7. OLDER OPEN LINES WERE ORDERED BEFORE THE EXCHANGE-----
      *BEGAN, BY PAPER OR PHONE, AND MUST NOT BE ORDERED TWICE----------
       0700-GET-SEND-DAYS.
           MOVE 'ORDXDAYS' TO SETTG-SETTING-ID

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    COMPUTE WS-SEND-DAYS =
                            FUNCTION NUMVAL(SETTG-SETTING-VALUE)
               WHEN SQLCODE = 100
                    MOVE 7 TO WS-SEND-DAYS
               WHEN OTHER
                    MOVE   'Y'                  TO ERROR-HANDLING
                    MOVE   '0700-GET-SEND-DAYS' TO ERR-LOC
                    MOVE    SQLCODE             TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           DISPLAY 'SEND WINDOW DAYS: ' WS-SEND-DAYS
           .
       0700-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *APPLY THE VENDORS' RESPONSES, ONE COMMIT EACH--------------------
       1000-LOAD-RESPONSES.
           DISPLAY 'START 1000-LOAD-RESPONSES'
           PERFORM 1100-READ-RESP  THRU 1100-EXIT
           PERFORM 1200-APPLY-RESP THRU 1200-EXIT UNTIL RESP-EOF
           DISPLAY 'END 1000-LOAD-RESPONSES'
           .
       1000-EXIT.
           EXIT
           .
       1100-READ-RESP.
           READ RESP-IN
               AT END
                   MOVE 1 TO RESP-EOF-SW
           END-READ
           .
       1100-EXIT.
           EXIT
           .
       1200-APPLY-RESP.
           ADD 1 TO WS-TOTAL-READ
           ADD 1 TO WS-BRUN-COUNT

           MOVE SPACES          TO WS-RESP-LINE
           MOVE IP-VENDOR-ID    TO WS-RS-VENDOR-ID
           MOVE IP-LINE-ID      TO WS-RS-LINE-ID
           MOVE IP-REVISED-DATE TO WS-RS-REVISED
           MOVE IP-VENDOR-NOTE  TO WS-RS-NOTE

           EVALUATE TRUE
               WHEN IP-ACCEPTED
                    MOVE 'ACCEPTED'     TO WS-RS-CODE-TEXT
               WHEN IP-BACK-ORDERED
                    MOVE 'BACK-ORDERED' TO WS-RS-CODE-TEXT
               WHEN IP-OUT-OF-PRINT
                    MOVE 'OUT OF PRINT' TO WS-RS-CODE-TEXT
               WHEN IP-CANCELLED
                    MOVE 'CANCELLED'    TO WS-RS-CODE-TEXT
               WHEN OTHER
                    MOVE IP-RESP-CODE   TO WS-RS-CODE-TEXT
           END-EVALUATE

           PERFORM 1210-CHECK-RESP THRU 1210-EXIT

           IF WS-REJECT-REASON NOT = SPACES
              ADD  1                TO WS-TOTAL-REJECTED
              MOVE 'REJECTED'       TO WS-RS-RESULT
              MOVE WS-REJECT-REASON TO WS-RS-REASON
           ELSE
              IF IP-ACCEPTED OR IP-BACK-ORDERED
                 PERFORM 1300-UPDATE-LINE THRU 1300-EXIT
              ELSE
                 PERFORM 1400-CLOSE-LINE  THRU 1400-EXIT
              END-IF
           END-IF

           MOVE  WS-RESP-LINE TO OP-FIELDS
           WRITE OP-FIELDS

           EXEC SQL
                COMMIT
           END-EXEC

           PERFORM 1100-READ-RESP THRU 1100-EXIT
           .
       1200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A RESPONSE MUST NAME A KNOWN CODE AND AN OPEN LINE OF THE SAME---
      *VENDOR; A REVISED DATE MUST BE A REAL YYYY-MM-DD. THE FIRST------
      *FAULT FOUND IS THE REASON PRINTED--------------------------------
       1210-CHECK-RESP.
           MOVE SPACES TO WS-REJECT-REASON

           IF IP-VENDOR-ID NOT NUMERIC OR IP-LINE-ID NOT NUMERIC
              MOVE 'VENDOR OR LINE ID NOT NUMERIC' TO WS-REJECT-REASON
              GO TO 1210-EXIT
           END-IF

           IF NOT IP-ACCEPTED     AND NOT IP-BACK-ORDERED
           AND NOT IP-OUT-OF-PRINT AND NOT IP-CANCELLED
              MOVE 'UNKNOWN RESPONSE CODE'         TO WS-REJECT-REASON
              GO TO 1210-EXIT
           END-IF

           IF (IP-ACCEPTED OR IP-BACK-ORDERED)
           AND IP-REVISED-DATE NOT = SPACES
              IF IP-REVISED-DATE(1:4) NOT NUMERIC
              OR IP-REVISED-DATE(5:1) NOT = '-'
              OR IP-REVISED-DATE(6:2) NOT NUMERIC
              OR IP-REVISED-DATE(8:1) NOT = '-'
              OR IP-REVISED-DATE(9:2) NOT NUMERIC
                 MOVE 'REVISED DATE NOT YYYY-MM-DD' TO WS-REJECT-REASON
                 GO TO 1210-EXIT
              END-IF

              MOVE IP-REVISED-DATE(6:2) TO WS-REV-MM
              MOVE IP-REVISED-DATE(9:2) TO WS-REV-DD

              IF WS-REV-MM < 1 OR WS-REV-MM > 12
              OR WS-REV-DD < 1 OR WS-REV-DD > 31
                 MOVE 'REVISED DATE NOT YYYY-MM-DD' TO WS-REJECT-REASON
                 GO TO 1210-EXIT
              END-IF
           END-IF

           MOVE IP-LINE-ID TO ORDER-LINE-ID

           EXEC SQL
                SELECT VALUE(VENDOR_ID, 0), STATUS, ISBN, QTY,
                       UNIT_COST, VALUE(FUND_CODE, ' '),
                       VALUE(RECEIVED_QTY, 0)
                INTO  :WS-LINE-VENDOR-ID, :ORDER-STATUS,
                      :ORDER-ISBN, :ORDER-QTY, :ORDER-UNIT-COST,
                      :ORDER-FUND-CODE, :ORDER-RECEIVED-QTY
                FROM   IBMUSER.ORDERS
                WHERE  LINE_ID = :ORDER-LINE-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE 'NO SUCH ORDER LINE'       TO WS-REJECT-REASON
                    GO TO 1210-EXIT
               WHEN OTHER
                    MOVE   'Y'                 TO ERROR-HANDLING
                    MOVE   '1210-CHECK-RESP'   TO ERR-LOC
                    MOVE    SQLCODE            TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           IF WS-LINE-VENDOR-ID NOT = IP-VENDOR-ID
              MOVE 'LINE IS ANOTHER VENDOR''S'     TO WS-REJECT-REASON
              GO TO 1210-EXIT
           END-IF

           IF ORDER-STATUS NOT = 'O'
              MOVE 'LINE NO LONGER ON ORDER'       TO WS-REJECT-REASON
              GO TO 1210-EXIT
           END-IF
           .
       1210-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ACCEPTED OR BACK-ORDERED - THE LINE STAYS OPEN. THE VENDOR'S-----
      *REVISED DATE, WHEN GIVEN, BECOMES THE LINE'S EXPECT_DATE---------
       1300-UPDATE-LINE.
           MOVE IP-RESP-CODE TO ORDER-VENDOR-STATUS

           IF IP-REVISED-DATE = SPACES
              EXEC SQL
                   UPDATE IBMUSER.ORDERS
                   SET    VENDOR_STATUS    = :ORDER-VENDOR-STATUS,
                          VENDOR_RESP_DATE = CURRENT DATE
                   WHERE  LINE_ID          = :ORDER-LINE-ID
              END-EXEC
           ELSE
              MOVE IP-REVISED-DATE TO ORDER-EXPECT-DATE

              EXEC SQL
                   UPDATE IBMUSER.ORDERS
                   SET    VENDOR_STATUS    = :ORDER-VENDOR-STATUS,
                          VENDOR_RESP_DATE = CURRENT DATE,
                          EXPECT_DATE      = :ORDER-EXPECT-DATE
                   WHERE  LINE_ID          = :ORDER-LINE-ID
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '1300-UPDATE-LINE'  TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           ADD  1         TO WS-TOTAL-APPLIED
           MOVE 'APPLIED' TO WS-RS-RESULT
           .
       1300-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *OUT OF PRINT OR CANCELLED BY THE VENDOR - CLOSE THE LINE AS------
      *ORDER01'S C ACTION WOULD: RELEASE THE ENCUMBRANCE AND CLOSE OFF--
      *THE PATRONS WAITING ON IT. A LINE ALREADY PART RECEIVED CLOSES---
      *'R' SHORT AT WHAT CAME IN INSTEAD - ONLY THE ENCUMBRANCE ON THE--
      *BACK-ORDERED REST IS RELEASED AND ITS HOLDS WERE CONVERTED AT----
      *THE FIRST RECEIPT, SO THERE IS NOBODY TO STRAND------------------
       1400-CLOSE-LINE.
           MOVE IP-RESP-CODE TO ORDER-VENDOR-STATUS

           IF ORDER-RECEIVED-QTY > 0
              EXEC SQL
                   UPDATE IBMUSER.ORDERS
                   SET    STATUS           = 'R',
                          RECEIVED_DATE    = CURRENT DATE,
                          VENDOR_STATUS    = :ORDER-VENDOR-STATUS,
                          VENDOR_RESP_DATE = CURRENT DATE
                   WHERE  LINE_ID          = :ORDER-LINE-ID
                   AND    STATUS           = 'O'
              END-EXEC
           ELSE
              EXEC SQL
                   UPDATE IBMUSER.ORDERS
                   SET    STATUS           = 'C',
                          VENDOR_STATUS    = :ORDER-VENDOR-STATUS,
                          VENDOR_RESP_DATE = CURRENT DATE
                   WHERE  LINE_ID          = :ORDER-LINE-ID
                   AND    STATUS           = 'O'
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '1400-CLOSE-LINE'   TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           IF ORDER-FUND-CODE NOT = SPACES
              COMPUTE WS-LINE-VALUE = (ORDER-QTY - ORDER-RECEIVED-QTY)
                                    * ORDER-UNIT-COST
              MOVE ORDER-FUND-CODE TO FUND-FUND-CODE

              EXEC SQL
                   UPDATE IBMUSER.FUNDS
                   SET    ENCUMBERED = ENCUMBERED - :WS-LINE-VALUE
                   WHERE  FUND_CODE  = :FUND-FUND-CODE
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE   'Y'                 TO ERROR-HANDLING
                 MOVE   '1400-CLOSE-LINE'   TO ERR-LOC
                 MOVE    SQLCODE            TO ERR-CODE
                 PERFORM XXXX-ERROR-HANDLING
              END-IF
           END-IF

           ADD  1        TO WS-TOTAL-CLOSED
           MOVE 'CLOSED' TO WS-RS-RESULT

           IF ORDER-RECEIVED-QTY > 0
              MOVE ORDER-RECEIVED-QTY TO WS-STRAND-CNT-X
              STRING 'CLOSED SHORT AT '   DELIMITED BY SIZE
                     WS-STRAND-CNT-X      DELIMITED BY SIZE
                     ' RECEIVED'          DELIMITED BY SIZE
                     INTO WS-RS-REASON
              END-STRING
              GO TO 1400-EXIT
           END-IF

           PERFORM 1410-STRAND-HOLDS THRU 1410-EXIT

           IF WS-STRAND-COUNT > 0
              MOVE WS-STRAND-COUNT TO WS-STRAND-CNT-X
              STRING 'LINE CANCELLED - '  DELIMITED BY SIZE
                     WS-STRAND-CNT-X      DELIMITED BY SIZE
                     ' HOLDS CLOSED'      DELIMITED BY SIZE
                     INTO WS-RS-REASON
              END-STRING
           ELSE
              MOVE 'LINE CANCELLED' TO WS-RS-REASON
           END-IF
           .
       1400-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE LINE IS NEVER GOING TO ARRIVE - EACH PATRON STILL QUEUED-----
      *ON IT IS CLOSED ('X') AND TOLD WHY-------------------------------
       1410-STRAND-HOLDS.
           MOVE 0 TO WS-STRAND-COUNT
           MOVE 0 TO LAST-HOLD

           EXEC SQL
                OPEN OH_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                  TO ERROR-HANDLING
              MOVE   '1410-STRAND-HOLDS'  TO ERR-LOC
              MOVE    SQLCODE             TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM 1420-STRAND-ONE THRU 1420-EXIT UNTIL HOLD-EOF

           EXEC SQL
                CLOSE OH_CURSOR
           END-EXEC
           .
       1410-EXIT.
           EXIT
           .
       1420-STRAND-ONE.
           EXEC SQL
                FETCH OH_CURSOR INTO :OHOLD-OHOLD-ID
                                    ,:OHOLD-BORROWER-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE 1 TO LAST-HOLD
                    GO TO 1420-EXIT
               WHEN OTHER
                    MOVE 1 TO LAST-HOLD
                    MOVE   'Y'                TO ERROR-HANDLING
                    MOVE   '1420-STRAND-ONE'  TO ERR-LOC
                    MOVE    SQLCODE           TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           EXEC SQL
                UPDATE IBMUSER.ORDER_HOLDS
                SET    STATUS   = 'X'
                WHERE  OHOLD_ID = :OHOLD-OHOLD-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                TO ERROR-HANDLING
              MOVE   '1420-STRAND-ONE'  TO ERR-LOC
              MOVE    SQLCODE           TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           ADD 1 TO WS-STRAND-COUNT

           MOVE OHOLD-BORROWER-ID TO NOTIC-BORROWER-ID
           MOVE 'H'               TO NOTIC-NOTICE-TYPE
           MOVE ORDER-LINE-ID     TO WS-NTC-LINE-ID
           MOVE SPACES            TO NOTIC-NOTICE-TEXT

           IF IP-OUT-OF-PRINT
              STRING 'TITLE OUT OF PRINT - ON-ORDER HOLD CLOSED'
                                               DELIMITED BY SIZE
                     ' FOR LINE '              DELIMITED BY SIZE
                     WS-NTC-LINE-ID            DELIMITED BY SIZE
                     INTO NOTIC-NOTICE-TEXT
              END-STRING
           ELSE
              STRING 'ORDER CANCELLED - ON-ORDER HOLD CLOSED'
                                               DELIMITED BY SIZE
                     ' FOR LINE '              DELIMITED BY SIZE
                     WS-NTC-LINE-ID            DELIMITED BY SIZE
                     INTO NOTIC-NOTICE-TEXT
              END-STRING
           END-IF

           PERFORM Z7000-QUEUE-NOTICE THRU Z7000-EXIT
           .
       1420-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *SEND THE NEW LINES, ONE BATCH PER VENDOR. THE SENT STAMPS--------
      *COMMIT TOGETHER ONCE THE FILE IS COMPLETE------------------------
       2000-SEND-ORDERS.
           DISPLAY 'START 2000-SEND-ORDERS'

           EXEC SQL
                OPEN X1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2000-SEND-ORDERS'  TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           MOVE 0 TO LAST-REC
           PERFORM 2100-FETCH-DATA THRU 2100-EXIT UNTIL EOF

           EXEC SQL
                CLOSE X1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2000-SEND-ORDERS'  TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                COMMIT
           END-EXEC

           DISPLAY 'END 2000-SEND-ORDERS'
           .
       2000-EXIT.
           EXIT
           .
       2100-FETCH-DATA.
           EXEC SQL
                FETCH X1_CURSOR INTO :ORDER-LINE-ID
                                    ,:ORDER-ISBN
                                    ,:ORDER-QTY
                                    ,:ORDER-UNIT-COST
                                    ,:ORDER-VENDOR-ID
                                    ,:ORDER-VENDOR
                                    ,:ORDER-ORDER-DATE
                                    ,:ORDER-EXPECT-DATE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    IF ORDER-VENDOR-ID NOT = WS-PREV-VENDOR-ID
                       IF WS-PREV-VENDOR-ID > 0
                          PERFORM 2300-END-VENDOR THRU 2300-EXIT
                       END-IF
                       PERFORM 2150-START-VENDOR THRU 2150-EXIT
                    END-IF
                    PERFORM 2200-SEND-LINE THRU 2200-EXIT
               WHEN SQLCODE = 100
                    IF WS-PREV-VENDOR-ID > 0
                       PERFORM 2300-END-VENDOR THRU 2300-EXIT
                    END-IF
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
      *CONTROL BREAK ON VENDOR - OPEN THE VENDOR'S BATCH UNDER THE------
      *MASTER'S NAME (THE LINE'S OWN COPY OF THE NAME IF THE MASTER-----
      *ROW HAS GONE)----------------------------------------------------
       2150-START-VENDOR.
           MOVE ORDER-VENDOR-ID TO WS-PREV-VENDOR-ID
           MOVE 0               TO WS-VENDOR-COUNT
           MOVE 0               TO WS-VENDOR-VALUE
           MOVE ORDER-VENDOR-ID TO VENDR-VENDOR-ID

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
                    MOVE ORDER-VENDOR TO VENDR-NAME
               WHEN OTHER
                    MOVE   'Y'                  TO ERROR-HANDLING
                    MOVE   '2150-START-VENDOR'  TO ERR-LOC
                    MOVE    SQLCODE             TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE  ORDER-VENDOR-ID TO WS-OH-VENDOR-ID
           MOVE  VENDR-NAME      TO WS-OH-VENDOR-NAME
           MOVE  WS-TR-DATE      TO WS-OH-RUN-DATE
           WRITE ORD-REC FROM WS-OX-HEADER
           .
       2150-EXIT.
           EXIT
           .
       2200-SEND-LINE.
           MOVE  ORDER-LINE-ID     TO WS-OD-LINE-ID
           MOVE  ORDER-ISBN        TO WS-OD-ISBN
           MOVE  ORDER-QTY         TO WS-OD-QTY
           MOVE  ORDER-UNIT-COST   TO WS-OD-UNIT-COST
           MOVE  ORDER-ORDER-DATE  TO WS-OD-ORDER-DATE
           MOVE  ORDER-EXPECT-DATE TO WS-OD-EXPECT-DATE
           WRITE ORD-REC FROM WS-OX-DETAIL

           EXEC SQL
                UPDATE IBMUSER.ORDERS
                SET    SENT_DATE = CURRENT DATE
                WHERE  LINE_ID   = :ORDER-LINE-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'               TO ERROR-HANDLING
              MOVE   '2200-SEND-LINE'  TO ERR-LOC
              MOVE    SQLCODE          TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           COMPUTE WS-LINE-VALUE = ORDER-QTY * ORDER-UNIT-COST
           ADD 1             TO WS-VENDOR-COUNT
           ADD WS-LINE-VALUE TO WS-VENDOR-VALUE
           ADD 1             TO WS-TOTAL-SENT
           ADD 1             TO WS-BRUN-COUNT
           .
       2200-EXIT.
           EXIT
           .
       2300-END-VENDOR.
           MOVE  WS-PREV-VENDOR-ID TO WS-OT-VENDOR-ID
           MOVE  WS-VENDOR-COUNT   TO WS-OT-COUNT
           MOVE  WS-VENDOR-VALUE   TO WS-OT-VALUE
           WRITE ORD-REC FROM WS-OX-TRAILER

           MOVE  WS-PREV-VENDOR-ID TO WS-SL-VENDOR-ID
           MOVE  VENDR-NAME        TO WS-SL-VENDOR-NAME
           MOVE  WS-VENDOR-COUNT   TO WS-SL-COUNT
           MOVE  WS-VENDOR-VALUE   TO WS-SL-VALUE
           MOVE  WS-SENT-LINE      TO OP-FIELDS
           WRITE OP-FIELDS

           ADD 1 TO WS-TOTAL-VENDORS
           .
       2300-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *QUEUE ONE ROW ON THE CENTRAL NOTICES TABLE (STATUS 'Q') FOR THE-
      *NOTSPOOL NIGHTLY SPOOL TO DELIVER - THE CALLER SETS BORROWER,---
      *TYPE AND TEXT IN DCLNOTIC BEFOREHAND. THE DESKS MAY BE QUEUING--
      *TOO, SO THE ID COMES FROM THE CENTRAL KEY_ASSIGN ASSIGNER-------
       Z7000-QUEUE-NOTICE.
           MOVE 'NOTICID ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(NOTICE_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.NOTICES
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                   TO ERROR-HANDLING
              MOVE   'Z7000-QUEUE-NOTICE'  TO ERR-LOC
              MOVE    SQLCODE              TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT
           MOVE WS-NEXT-KEY-VALUE TO WS-NEXT-NOTICE-ID

           MOVE WS-NEXT-NOTICE-ID TO NOTIC-NOTICE-ID

           EXEC SQL
                INSERT INTO IBMUSER.NOTICES
                       (NOTICE_ID, BORROWER_ID, NOTICE_TYPE,
                        NOTICE_TEXT, QUEUED_DATE, SENT_DATE,
                        CHANNEL, STATUS)
                VALUES (:NOTIC-NOTICE-ID, :NOTIC-BORROWER-ID,
                        :NOTIC-NOTICE-TYPE, :NOTIC-NOTICE-TEXT,
                        CURRENT DATE, NULL, ' ', 'Q')
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                   TO ERROR-HANDLING
              MOVE   'Z7000-QUEUE-NOTICE'  TO ERR-LOC
              MOVE    SQLCODE              TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       Z7000-EXIT.
           EXIT
           .
       2900-WRITE-SUMMARY.
           MOVE    WS-TOTAL-READ           TO WS-SM-READ
           MOVE    WS-TOTAL-APPLIED        TO WS-SM-APPLIED
           MOVE    WS-TOTAL-CLOSED         TO WS-SM-CLOSED
           MOVE    WS-TOTAL-REJECTED       TO WS-SM-REJECTED
           MOVE    WS-TOTAL-SENT           TO WS-SM-SENT
           MOVE    WS-TOTAL-VENDORS        TO WS-SM-VENDORS

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

           DISPLAY 'RESPONSES READ:    ' WS-TOTAL-READ
           DISPLAY 'RESPONSES APPLIED: ' WS-TOTAL-APPLIED
           DISPLAY 'LINES CLOSED:      ' WS-TOTAL-CLOSED
           DISPLAY 'RESPONSES REJECTED:' WS-TOTAL-REJECTED
           DISPLAY 'LINES SENT:        ' WS-TOTAL-SENT
           DISPLAY 'VENDOR BATCHES:    ' WS-TOTAL-VENDORS
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
           MOVE 'ORDXMIT '   TO ERRLG-PROGRAM
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
           MOVE 'ORDXMIT ' TO BRUN-JOB-NAME

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
      *BACK OUT THE WORK IN FLIGHT - RESPONSES ALREADY COMMITTED--------
      *STAND; THE SENT STAMPS ROLL BACK, SO THE RERUN SENDS AGAIN-------
       XXXX-ERROR-HANDLING.
           IF SOME-ERROR
              EXEC SQL
                   ROLLBACK
              END-EXEC

              PERFORM Z9500-LOG-ERROR THRU Z9500-EXIT

              DISPLAY WS-MESSAGE
              DISPLAY 'SQLCODE: ' SQLCODE
              CLOSE RESP-IN ORD-OUT PRT-ORDX
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
