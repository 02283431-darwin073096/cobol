      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    FUNDROLL.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.14.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- FISCAL YEAR-END ROLLOVER OF THE ACQUISITIONS FUNDS. THE   *
      * YEAR BEING CLOSED IS THE PARM (YYYY, REQUIRED). FOR EVERY     *
      * IBMUSER.FUNDS ROW OF THAT FISCAL YEAR STILL OPEN:             *
      *    -- CREATES ITS SUCCESSOR FUND FOR THE NEXT YEAR (OR TAKES  *
      *       ONE THE BOOKKEEPER ALREADY SET UP ON FUNDMNT1)          *
      *    -- MOVES THE ENCUMBRANCE OF EVERY OPEN ORDERS LINE (THE    *
      *       VALUE STILL OUTSTANDING ON IT) TO THE SUCCESSOR AND     *
      *       REPOINTS THE LINE'S FUND_CODE, AND REPOINTS ANY SERIES  *
      *       STANDING ORDER ON THE FUND                              *
      *    -- CLOSES THE OLD FUND TO FURTHER ENCUMBRANCE (STATUS C)   *
      *       AND PRINTS ITS CLOSING STATEMENT - ALLOCATED, SPENT,    *
      *       LAPSED AND CARRIED FORWARD - ON ROLLOUT.                *
      *                                                               *
      * --- THE ROLLIN CARDS (ONE PER OLD FUND, ALL OPTIONAL) GIVE    *
      * THE SUCCESSOR'S CODE, ALLOCATION AND NAME. A BLANK ALLOCATION *
      * CARRIES THE OLD ONE OVER AND A BLANK NAME KEEPS THE OLD NAME. *
      * A FUND WITH NO CARD, OR NO CODE ON ITS CARD, ROLLS TO ITS OWN *
      * CODE WITH THE LAST TWO CHARACTERS SET TO THE NEW YEAR         *
      * (ADULT25 BECOMES ADULT26) - A CODE NOT ENDING IN A TWO-DIGIT  *
      * YEAR NEEDS A CARD. A FUND THAT CANNOT BE ROLLED IS LISTED AND *
      * LEFT OPEN, SO THE RUN CAN BE REPEATED ONCE ITS CARD IS PUT    *
      * RIGHT - EACH FUND IS COMMITTED ON ITS OWN AND A CLOSED FUND   *
      * IS NOT READ AGAIN.                                            *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- FUNDMNT1 > MAINTAINS THE FUNDS; SHOWS A CLOSED FUND'S   *
      *                  SUCCESSOR                                    *
      *    -- ORDER01  > REFUSES NEW ORDERS ON A CLOSED FUND          *
      *    -- FNDRECON > NIGHTLY CHECK OF THE OPEN FUNDS' FIGURES     *
      *    -- FUNDRPT  > FUND-STATUS REPORT                           *
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
           SELECT ROLL-IN  ASSIGN TO ROLLIN.
           SELECT PRT-ROLL ASSIGN TO ROLLOUT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ROLL-IN
           RECORD CONTAINS 80
           RECORDING MODE F.
       01  IP-FIELDS.
           05  IP-OLD-CODE           PIC X(008)                       .
           05  FILLER                PIC X(001)                       .
           05  IP-NEW-CODE           PIC X(008)                       .
           05  FILLER                PIC X(001)                       .
           05  IP-NEW-ALLOC-X        PIC X(009)                       .
           05  IP-NEW-ALLOC REDEFINES IP-NEW-ALLOC-X
                                     PIC 9(007)V9(002)                .
           05  FILLER                PIC X(001)                       .
           05  IP-NEW-NAME           PIC X(030)                       .
           05  FILLER                PIC X(022)                       .

       FD  PRT-ROLL
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      *ONE CLOSING-STATEMENT LINE PER FUND CLOSED-----------------------
       01  WS-STMT-LINE.
           05  WS-SL-FUND            PIC X(008)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-SL-NAME            PIC X(030)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(011) VALUE 'ALLOCATED: '   .
           05  WS-SL-ALLOC           PIC -ZZZ,ZZZ,ZZ9.99              .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(007) VALUE 'SPENT: '       .
           05  WS-SL-SPENT           PIC -ZZZ,ZZZ,ZZ9.99              .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'LAPSED: '      .
           05  WS-SL-LAPSED          PIC -ZZZ,ZZZ,ZZ9.99              .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(013) VALUE 'CARRIED FWD: ' .
           05  WS-SL-CARRIED         PIC -ZZZ,ZZZ,ZZ9.99              .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(004) VALUE 'TO: '          .
           05  WS-SL-SUCCESSOR       PIC X(008)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(011) VALUE 'NEW ALLOC: '   .
           05  WS-SL-NEW-ALLOC       PIC -ZZZ,ZZZ,ZZ9.99              .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(007) VALUE 'LINES: '       .
           05  WS-SL-LINES           PIC ZZZZ9                        .
           05  FILLER                PIC X(027) VALUE ALL SPACES      .

      *-----------------------------------------------------------------
      *ONE LINE PER FUND (OR CARD) THAT COULD NOT BE ROLLED-------------
       01  WS-EXC-LINE.
           05  WS-XL-FUND            PIC X(008)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-XL-NAME            PIC X(030)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(012) VALUE 'NOT ROLLED: '  .
           05  WS-XL-REASON          PIC X(050)                       .
           05  FILLER                PIC X(126) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER.
               10  FILLER          PIC X(031) VALUE
                   'FISCAL YEAR-END FUND ROLLOVER -'                  .
               10  FILLER          PIC X(024) VALUE
                   ' CLOSING STATEMENT FOR '                          .
               10  WS-HD-YEAR      PIC 9(004)                         .
               10  FILLER          PIC X(171) VALUE ALL SPACES        .
           05  WS-TOTAL-LINE.
               10  FILLER          PIC X(014) VALUE 'FUNDS CLOSED: '  .
               10  WS-TL-CLOSED    PIC ZZZZ9                          .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(011) VALUE 'ALLOCATED: '     .
               10  WS-TL-ALLOC     PIC -ZZZ,ZZZ,ZZ9.99                .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(007) VALUE 'SPENT: '         .
               10  WS-TL-SPENT     PIC -ZZZ,ZZZ,ZZ9.99                .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(008) VALUE 'LAPSED: '        .
               10  WS-TL-LAPSED    PIC -ZZZ,ZZZ,ZZ9.99                .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(013) VALUE 'CARRIED FWD: '   .
               10  WS-TL-CARRIED   PIC -ZZZ,ZZZ,ZZ9.99                .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(012) VALUE 'NOT ROLLED: '    .
               10  WS-TL-NOT-ROLLED PIC ZZZZ9                         .
               10  FILLER          PIC X(080) VALUE ALL SPACES        .
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

      *-----------------------------------------------------------------
      *THE ROLLIN CARDS, HELD FOR THE FUND PASS-------------------------
       01  WS-CARD-TABLE.
           05  WS-CARD-COUNT       PIC S9(04) COMP VALUE 0            .
           05  WS-CARD-MAX         PIC S9(04) COMP VALUE +500         .
           05  WS-CARD-SUB         PIC S9(04) COMP                    .
           05  WS-CARD-HIT         PIC S9(04) COMP                    .
           05  WS-CARD             OCCURS 500 TIMES.
               10  WS-CD-OLD-CODE  PIC X(008)                         .
               10  WS-CD-NEW-CODE  PIC X(008)                         .
               10  WS-CD-NEW-ALLOC PIC S9(9)V9(2) USAGE COMP-3        .
               10  WS-CD-NEW-NAME  PIC X(030)                         .
               10  WS-CD-ALLOC-SW  PIC X(001)                         .
                   88  CD-ALLOC-GIVEN              VALUE 'Y'          .
                   88  CD-ALLOC-BAD                VALUE 'X'          .
               10  WS-CD-USED-SW   PIC X(001)                         .
                   88  CD-USED                     VALUE 'Y'          .

       01  WS-VARS.
           05  WS-CLOSE-YEAR       PIC S9(04) COMP                    .
           05  WS-NEW-YEAR         PIC S9(04) COMP                    .
           05  WS-NEW-YEAR-X       PIC 9(04)                          .
           05  WS-NEW-CODE         PIC X(08)                          .
           05  WS-NEW-NAME         PIC X(30)                          .
           05  WS-NEW-ALLOC        PIC S9(9)V9(2) USAGE COMP-3        .
           05  WS-CARRY            PIC S9(9)V9(2) USAGE COMP-3        .
           05  WS-LAPSED           PIC S9(9)V9(2) USAGE COMP-3        .
           05  WS-LINES-MOVED      PIC S9(09) COMP                    .
           05  WS-SUCC-YEAR        PIC S9(04) COMP                    .
           05  WS-SUCC-EXISTS-SW   PIC X(01)                          .
               88  SUCC-EXISTS                 VALUE 'Y'              .
           05  WS-REASON           PIC X(50)                          .
           05  WS-TOTAL-CLOSED     PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-NOT-ROLLED PIC  9(05) VALUE 0                 .
           05  WS-TOTAL-ALLOC      PIC S9(9)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  WS-TOTAL-SPENT      PIC S9(9)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  WS-TOTAL-LAPSED     PIC S9(9)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  WS-TOTAL-CARRIED    PIC S9(9)V9(2) USAGE COMP-3
                                              VALUE 0                 .
           05  ROLL-EOF-SW         PIC  9     VALUE 0                 .
               88  ROLL-EOF                   VALUE 1                 .
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
              INCLUDE DCLFUND
           END-EXEC.

      *-----------------------------------------------------------------
      *THE CURSOR HOLDS ACROSS THE PER-FUND COMMITS, THE SAME WAY-------
      *BKPURGE'S PG_CURSOR HOLDS ACROSS ITS PER-BOOK COMMITS. THE-------
      *SUCCESSORS ARE NEXT YEAR'S ROWS, SO NEVER COME BACK THROUGH IT---
           EXEC SQL DECLARE  F1_CURSOR CURSOR WITH HOLD FOR
                SELECT FUND_CODE, NAME, ALLOCATED, ENCUMBERED, SPENT
                FROM   IBMUSER.FUNDS
                WHERE  FISCAL_YEAR = :WS-CLOSE-YEAR
                AND    VALUE(STATUS, 'O') <> 'C'
                ORDER BY FUND_CODE
           END-EXEC.

       LINKAGE SECTION.
       01  WS-PARM-LINK.
           05  WS-PARM-LEN             PIC S9(4) COMP                 .
           05  WS-PARM-TEXT.
               10  WS-PARM-YEAR        PIC 9(004)                     .

      *------------------
       PROCEDURE DIVISION USING WS-PARM-LINK.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'.
           PERFORM Z9100-OPEN-RUN     THRU Z9100-EXIT.
           PERFORM 0500-PARSE-PARM    THRU 0500-EXIT.
           PERFORM 0600-SET-RUN-STAMP THRU 0600-EXIT.
           PERFORM 1000-LOAD-CARDS    THRU 1000-EXIT.
           PERFORM 2000-ROLL-FUNDS    THRU 2000-EXIT.
           PERFORM 3000-CLOSE-REPORT  THRU 3000-EXIT.
           PERFORM Z9200-CLOSE-RUN THRU Z9200-EXIT.
           DISPLAY 'END 0000-MAIN-PROCESS'.
           STOP RUN.
       0000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE YEAR BEING CLOSED - THERE IS NO SAFE DEFAULT FOR A YEAR END,-
      *SO A MISSING OR BAD PARM STOPS THE RUN BEFORE ANYTHING IS READ---
       0500-PARSE-PARM.
           IF WS-PARM-LEN < 4
              OR WS-PARM-YEAR NOT NUMERIC
              OR WS-PARM-YEAR = 0
              DISPLAY 'FUNDROLL: PARM MUST BE THE FISCAL YEAR TO CLOSE'
                      ' (YYYY)'
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-PARM-YEAR         TO WS-CLOSE-YEAR
                                        WS-HD-YEAR
           COMPUTE WS-NEW-YEAR = WS-CLOSE-YEAR + 1
           MOVE WS-NEW-YEAR          TO WS-NEW-YEAR-X

           DISPLAY 'CLOSING FISCAL YEAR: ' WS-PARM-YEAR
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
      *-----------------------------------------------------------------
      *READ THE ROLLIN CARDS INTO THE TABLE AND START THE STATEMENT-----
       1000-LOAD-CARDS.
           DISPLAY 'START 1000-LOAD-CARDS'

           OPEN INPUT  ROLL-IN
           OPEN OUTPUT PRT-ROLL

           MOVE  WS-HEADER  TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-BREAKER TO OP-FIELDS
           WRITE OP-FIELDS

           PERFORM 1100-READ-CARD THRU 1100-EXIT
           PERFORM 1200-KEEP-CARD THRU 1200-EXIT UNTIL ROLL-EOF

           CLOSE ROLL-IN

           DISPLAY 'ROLLIN CARDS: ' WS-CARD-COUNT
           DISPLAY 'END 1000-LOAD-CARDS'
           .
       1000-EXIT.
           EXIT
           .
       1100-READ-CARD.
           READ ROLL-IN
               AT END
                   MOVE 1 TO ROLL-EOF-SW
           END-READ
           .
       1100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A CARD WITH NO OLD FUND CODE IS IGNORED; A NON-NUMERIC-----------
      *ALLOCATION IS KEPT MARKED BAD SO ITS FUND IS LISTED, NOT ROLLED--
      *ON A GUESSED FIGURE----------------------------------------------
       1200-KEEP-CARD.
           IF IP-OLD-CODE = SPACES
              GO TO 1200-NEXT
           END-IF

           IF WS-CARD-COUNT NOT < WS-CARD-MAX
              DISPLAY 'FUNDROLL: MORE THAN 500 ROLLIN CARDS'
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '1200-KEEP-CARD'    TO ERR-LOC
              MOVE    0                  TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           ADD  1                    TO WS-CARD-COUNT
           MOVE WS-CARD-COUNT        TO WS-CARD-SUB
           MOVE IP-OLD-CODE          TO WS-CD-OLD-CODE(WS-CARD-SUB)
           MOVE IP-NEW-CODE          TO WS-CD-NEW-CODE(WS-CARD-SUB)
           MOVE IP-NEW-NAME          TO WS-CD-NEW-NAME(WS-CARD-SUB)
           MOVE 'N'                  TO WS-CD-USED-SW(WS-CARD-SUB)
           MOVE 0                    TO WS-CD-NEW-ALLOC(WS-CARD-SUB)

           EVALUATE TRUE
               WHEN IP-NEW-ALLOC-X = SPACES
                    MOVE 'N'         TO WS-CD-ALLOC-SW(WS-CARD-SUB)
               WHEN IP-NEW-ALLOC IS NUMERIC
                    MOVE 'Y'         TO WS-CD-ALLOC-SW(WS-CARD-SUB)
                    MOVE IP-NEW-ALLOC
                                     TO WS-CD-NEW-ALLOC(WS-CARD-SUB)
               WHEN OTHER
                    MOVE 'X'         TO WS-CD-ALLOC-SW(WS-CARD-SUB)
           END-EVALUATE
           .
       1200-NEXT.
           PERFORM 1100-READ-CARD THRU 1100-EXIT
           .
       1200-EXIT.
           EXIT
           .
       2000-ROLL-FUNDS.
           DISPLAY 'START 2000-ROLL-FUNDS'

           EXEC SQL
                OPEN F1_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2000-ROLL-FUNDS'   TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           PERFORM 2100-FETCH-FUND THRU 2100-EXIT UNTIL EOF

           EXEC SQL
                CLOSE F1_CURSOR
           END-EXEC

           PERFORM 2900-UNUSED-CARD THRU 2900-EXIT
               VARYING WS-CARD-SUB FROM 1 BY 1
                 UNTIL WS-CARD-SUB > WS-CARD-COUNT

           DISPLAY 'END 2000-ROLL-FUNDS'
           .
       2000-EXIT.
           EXIT
           .
       2100-FETCH-FUND.
           EXEC SQL
                FETCH F1_CURSOR INTO :FUND-FUND-CODE
                                    ,:FUND-NAME
                                    ,:FUND-ALLOCATED
                                    ,:FUND-ENCUMBERED
                                    ,:FUND-SPENT
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD 1 TO WS-BRUN-COUNT
                    PERFORM 2200-ROLL-FUND THRU 2200-EXIT
               WHEN SQLCODE = 100
                    MOVE    1                       TO LAST-REC
               WHEN OTHER
                    MOVE    1                       TO LAST-REC
                    MOVE   'Y'                      TO ERROR-HANDLING
                    DISPLAY 'SQLCODE: ' SQLCODE
                    MOVE   '2100-FETCH-FUND'        TO ERR-LOC
                    MOVE    SQLCODE                 TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       2100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE FUND - WORK OUT ITS SUCCESSOR, THEN MOVE THE OPEN LINES AND--
      *CLOSE IT AS ONE UNIT OF WORK. ANYTHING THAT STOPS THE ROLL GOES--
      *TO THE LISTING AND LEAVES THE FUND UNTOUCHED---------------------
       2200-ROLL-FUND.
           MOVE SPACES TO WS-REASON

           MOVE 0 TO WS-CARD-HIT
           PERFORM 2210-FIND-CARD THRU 2210-EXIT
               VARYING WS-CARD-SUB FROM 1 BY 1
                 UNTIL WS-CARD-SUB > WS-CARD-COUNT
                    OR WS-CARD-HIT > 0

           MOVE FUND-NAME      TO WS-NEW-NAME
           MOVE FUND-ALLOCATED TO WS-NEW-ALLOC
           MOVE SPACES         TO WS-NEW-CODE

           IF WS-CARD-HIT > 0
              MOVE 'Y' TO WS-CD-USED-SW(WS-CARD-HIT)

              IF CD-ALLOC-BAD(WS-CARD-HIT)
                 MOVE 'ALLOCATION ON ROLLIN CARD IS NOT NUMERIC'
                                                     TO WS-REASON
                 GO TO 2200-NOT-ROLLED
              END-IF

              IF CD-ALLOC-GIVEN(WS-CARD-HIT)
                 MOVE WS-CD-NEW-ALLOC(WS-CARD-HIT) TO WS-NEW-ALLOC
              END-IF

              IF WS-CD-NEW-NAME(WS-CARD-HIT) NOT = SPACES
                 MOVE WS-CD-NEW-NAME(WS-CARD-HIT)  TO WS-NEW-NAME
              END-IF

              MOVE WS-CD-NEW-CODE(WS-CARD-HIT)     TO WS-NEW-CODE
           END-IF

      *NO CODE GIVEN - A CODE ENDING IN A TWO-DIGIT YEAR ROLLS TO THE---
      *SAME CODE WITH THE NEW YEAR--------------------------------------
           IF WS-NEW-CODE = SPACES
              IF FUND-FUND-CODE(7:2) IS NUMERIC
                 MOVE FUND-FUND-CODE(1:6)  TO WS-NEW-CODE(1:6)
                 MOVE WS-NEW-YEAR-X(3:2)   TO WS-NEW-CODE(7:2)
              ELSE
                 MOVE 'NO SUCCESSOR CODE - SUPPLY ONE ON A ROLLIN CARD'
                                                     TO WS-REASON
                 GO TO 2200-NOT-ROLLED
              END-IF
           END-IF

           IF WS-NEW-CODE = FUND-FUND-CODE
              MOVE 'SUCCESSOR CODE IS THE FUND ITSELF'
                                                     TO WS-REASON
              GO TO 2200-NOT-ROLLED
           END-IF

           PERFORM 2300-GET-SUCCESSOR THRU 2300-EXIT
           IF WS-REASON NOT = SPACES
              GO TO 2200-NOT-ROLLED
           END-IF

           PERFORM 2400-MOVE-LINES   THRU 2400-EXIT
           PERFORM 2500-CLOSE-FUND   THRU 2500-EXIT

           EXEC SQL
                COMMIT
           END-EXEC

           PERFORM 2600-WRITE-STATEMENT THRU 2600-EXIT
           GO TO 2200-EXIT
           .
       2200-NOT-ROLLED.
           ADD  1              TO WS-TOTAL-NOT-ROLLED
           MOVE FUND-FUND-CODE TO WS-XL-FUND
           MOVE FUND-NAME      TO WS-XL-NAME
           MOVE WS-REASON      TO WS-XL-REASON
           MOVE WS-EXC-LINE    TO OP-FIELDS
           WRITE OP-FIELDS
           .
       2200-EXIT.
           EXIT
           .
       2210-FIND-CARD.
           IF WS-CD-OLD-CODE(WS-CARD-SUB) = FUND-FUND-CODE
              MOVE WS-CARD-SUB TO WS-CARD-HIT
           END-IF
           .
       2210-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE SUCCESSOR IS CREATED FOR THE NEW YEAR, UNLESS IT IS ALREADY--
      *THERE FOR THAT YEAR (SET UP BY HAND, OR BY AN EARLIER RUN THAT---
      *STOPPED) - THEN A CARD ALLOCATION REPLACES ITS ALLOCATION, AND---
      *WITHOUT ONE IT IS LEFT AS IT IS. A CODE ALREADY USED BY ANOTHER--
      *YEAR CANNOT BE TAKEN---------------------------------------------
       2300-GET-SUCCESSOR.
           MOVE 'N' TO WS-SUCC-EXISTS-SW

           EXEC SQL
                SELECT FISCAL_YEAR
                INTO  :WS-SUCC-YEAR
                FROM   IBMUSER.FUNDS
                WHERE  FUND_CODE = :WS-NEW-CODE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE 'Y' TO WS-SUCC-EXISTS-SW
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    MOVE   'Y'                   TO ERROR-HANDLING
                    MOVE   '2300-GET-SUCCESSOR'  TO ERR-LOC
                    MOVE    SQLCODE              TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           IF SUCC-EXISTS AND WS-SUCC-YEAR NOT = WS-NEW-YEAR
              MOVE SPACES TO WS-REASON
              STRING 'SUCCESSOR CODE ' DELIMITED BY SIZE
                     WS-NEW-CODE       DELIMITED BY SPACE
                     ' IS IN USE FOR ANOTHER YEAR'
                                       DELIMITED BY SIZE
                     INTO WS-REASON
              GO TO 2300-EXIT
           END-IF

           IF SUCC-EXISTS
              IF WS-CARD-HIT > 0 AND CD-ALLOC-GIVEN(WS-CARD-HIT)
                 EXEC SQL
                      UPDATE IBMUSER.FUNDS
                      SET    ALLOCATED = :WS-NEW-ALLOC
                      WHERE  FUND_CODE = :WS-NEW-CODE
                 END-EXEC
              ELSE
                 EXEC SQL
                      SELECT ALLOCATED
                      INTO  :WS-NEW-ALLOC
                      FROM   IBMUSER.FUNDS
                      WHERE  FUND_CODE = :WS-NEW-CODE
                 END-EXEC
              END-IF
           ELSE
              EXEC SQL
                   INSERT INTO IBMUSER.FUNDS
                          (FUND_CODE, NAME, FISCAL_YEAR,
                           ALLOCATED, ENCUMBERED, SPENT, STATUS)
                   VALUES (:WS-NEW-CODE, :WS-NEW-NAME,
                           :WS-NEW-YEAR, :WS-NEW-ALLOC, 0, 0, 'O')
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE   'Y'                   TO ERROR-HANDLING
              MOVE   '2300-GET-SUCCESSOR'  TO ERR-LOC
              MOVE    SQLCODE              TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       2300-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *WHAT IS STILL OUTSTANDING ON THE FUND'S OPEN LINES (THE COPIES---
      *NOT YET RECEIVED, AT THE ORDERED COST) IS THE ENCUMBRANCE THAT---
      *MOVES - THE LINES FOLLOW IT, AND SO DOES ANY SERIES STANDING-----
      *ORDER, SO NEXT YEAR'S VOLUMES ARE RAISED ON NEXT YEAR'S MONEY----
       2400-MOVE-LINES.
           EXEC SQL
                SELECT VALUE(SUM((QTY - VALUE(RECEIVED_QTY, 0))
                                 * UNIT_COST), 0)
                INTO  :WS-CARRY
                FROM   IBMUSER.ORDERS
                WHERE  FUND_CODE = :FUND-FUND-CODE
                AND    STATUS    = 'O'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2400-MOVE-LINES'   TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

      *COPIES ALREADY IN ON A PART-RECEIVED LINE WERE SPENT ON THE OLD--
      *FUND - AN OLDER RECEIPT ROW WITHOUT ITS FUND IS GIVEN IT BEFORE--
      *THE LINE MOVES, SO FNDRECON GOES ON COUNTING IT THERE------------
           EXEC SQL
                UPDATE IBMUSER.ORDER_RECEIPTS
                SET    FUND_CODE = :FUND-FUND-CODE
                WHERE  FUND_CODE IS NULL
                AND    LINE_ID IN
                       (SELECT LINE_ID
                        FROM   IBMUSER.ORDERS
                        WHERE  FUND_CODE = :FUND-FUND-CODE
                        AND    STATUS    = 'O')
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2400-MOVE-LINES'   TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                UPDATE IBMUSER.ORDERS
                SET    FUND_CODE = :WS-NEW-CODE
                WHERE  FUND_CODE = :FUND-FUND-CODE
                AND    STATUS    = 'O'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE SQLERRD(3) TO WS-LINES-MOVED
               WHEN SQLCODE = 100
                    MOVE 0          TO WS-LINES-MOVED
               WHEN OTHER
                    MOVE   'Y'                 TO ERROR-HANDLING
                    MOVE   '2400-MOVE-LINES'   TO ERR-LOC
                    MOVE    SQLCODE            TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           EXEC SQL
                UPDATE IBMUSER.FUNDS
                SET    ENCUMBERED = ENCUMBERED + :WS-CARRY
                WHERE  FUND_CODE  = :WS-NEW-CODE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2400-MOVE-LINES'   TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                UPDATE IBMUSER.STANDING_ORDERS
                SET    FUND_CODE = :WS-NEW-CODE
                WHERE  FUND_CODE = :FUND-FUND-CODE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2400-MOVE-LINES'   TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       2400-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *CLOSE THE OLD FUND - NOTHING IS LEFT ENCUMBERED ON IT, AND WHAT--
      *WAS NEITHER SPENT NOR CARRIED FORWARD HAS LAPSED-----------------
       2500-CLOSE-FUND.
           COMPUTE WS-LAPSED = FUND-ALLOCATED
                             - FUND-SPENT
                             - WS-CARRY

           EXEC SQL
                UPDATE IBMUSER.FUNDS
                SET    STATUS         = 'C',
                       ENCUMBERED     = 0,
                       SUCCESSOR_CODE = :WS-NEW-CODE,
                       CARRIED_FWD    = :WS-CARRY,
                       LAPSED         = :WS-LAPSED,
                       CLOSED_DATE    = CURRENT DATE
                WHERE  FUND_CODE      = :FUND-FUND-CODE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '2500-CLOSE-FUND'   TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       2500-EXIT.
           EXIT
           .
       2600-WRITE-STATEMENT.
           ADD 1              TO WS-TOTAL-CLOSED
           ADD FUND-ALLOCATED TO WS-TOTAL-ALLOC
           ADD FUND-SPENT     TO WS-TOTAL-SPENT
           ADD WS-LAPSED      TO WS-TOTAL-LAPSED
           ADD WS-CARRY       TO WS-TOTAL-CARRIED

           MOVE FUND-FUND-CODE TO WS-SL-FUND
           MOVE FUND-NAME      TO WS-SL-NAME
           MOVE FUND-ALLOCATED TO WS-SL-ALLOC
           MOVE FUND-SPENT     TO WS-SL-SPENT
           MOVE WS-LAPSED      TO WS-SL-LAPSED
           MOVE WS-CARRY       TO WS-SL-CARRIED
           MOVE WS-NEW-CODE    TO WS-SL-SUCCESSOR
           MOVE WS-NEW-ALLOC   TO WS-SL-NEW-ALLOC
           MOVE WS-LINES-MOVED TO WS-SL-LINES

           MOVE  WS-STMT-LINE  TO OP-FIELDS
           WRITE OP-FIELDS
           .
       2600-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A CARD THAT MATCHED NO OPEN FUND OF THE YEAR IS LISTED - MOST----
      *LIKELY A MISTYPED CODE, WHOSE FUND THEN ROLLED WITHOUT IT--------
       2900-UNUSED-CARD.
           IF NOT CD-USED(WS-CARD-SUB)
              ADD  1              TO WS-TOTAL-NOT-ROLLED
              MOVE WS-CD-OLD-CODE(WS-CARD-SUB) TO WS-XL-FUND
              MOVE SPACES         TO WS-XL-NAME
              MOVE 'ROLLIN CARD MATCHES NO OPEN FUND OF THE YEAR'
                                  TO WS-XL-REASON
              MOVE WS-EXC-LINE    TO OP-FIELDS
              WRITE OP-FIELDS
           END-IF
           .
       2900-EXIT.
           EXIT
           .
       3000-CLOSE-REPORT.
           DISPLAY 'START 3000-CLOSE-REPORT'

           MOVE WS-TOTAL-CLOSED     TO WS-TL-CLOSED
           MOVE WS-TOTAL-ALLOC      TO WS-TL-ALLOC
           MOVE WS-TOTAL-SPENT      TO WS-TL-SPENT
           MOVE WS-TOTAL-LAPSED     TO WS-TL-LAPSED
           MOVE WS-TOTAL-CARRIED    TO WS-TL-CARRIED
           MOVE WS-TOTAL-NOT-ROLLED TO WS-TL-NOT-ROLLED

           MOVE  WS-SPACES     TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-TOTAL-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-TRAILER    TO OP-FIELDS
           WRITE OP-FIELDS
           MOVE  WS-FOOTER     TO OP-FIELDS
           WRITE OP-FIELDS

           CLOSE PRT-ROLL

           DISPLAY 'FUNDS CLOSED:     ' WS-TOTAL-CLOSED
           DISPLAY 'NOT ROLLED:       ' WS-TOTAL-NOT-ROLLED

           DISPLAY 'END 3000-CLOSE-REPORT'
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
           MOVE 'FUNDROLL'        TO ERRLG-PROGRAM
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
           MOVE 'FUNDROLL' TO BRUN-JOB-NAME

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
              EXEC SQL
                   ROLLBACK
              END-EXEC

              PERFORM Z9500-LOG-ERROR THRU Z9500-EXIT

              DISPLAY WS-MESSAGE
              DISPLAY 'SQLCODE: ' SQLCODE
              CLOSE PRT-ROLL
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
