      *-----------------------
      *--- CBL COMPILE LIST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PHLDLOAD.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- CONSORTIUM PARTNER HOLDINGS LOAD. EACH PARTNER ON         *
      * IBMUSER.ILL_PARTNERS PERIODICALLY SENDS ITS HOLDINGS - ONE    *
      * RECORD PER ISBN WITH ITS COPY COUNT, KEYED BY PARTNER ID - ON *
      * HLDIN. THE FIRST RECORD SEEN FOR A PARTNER DELETES EVERY ROW  *
      * THAT PARTNER HAD ON IBMUSER.PARTNER_HOLDINGS, SO THE NEW FILE *
      * REPLACES ITS PREVIOUS LOAD OUTRIGHT; A PARTNER NOT ON THIS    *
      * RUN'S FILE KEEPS WHAT IT LAST SENT. THE SAME ISBN TWICE FOR   *
      * ONE PARTNER (ONE LINE PER BRANCH, SAY) ADDS THE COPIES UP.    *
      *                                                               *
      * --- A RECORD FOR A PARTNER NOT ON THE MASTER, WITH A BLANK    *
      * ISBN, OR WITH NO COPY COUNT IS LISTED ON PHLOUT AND SKIPPED - *
      * THE RUN CONTINUES. THE LISTING ENDS WITH ONE LINE PER PARTNER *
      * LOADED: ROWS REPLACED, ROWS LOADED, RECORDS REJECTED. THE     *
      * WHOLE FILE IS ONE UNIT OF WORK - A FAILED RUN LEAVES EVERY    *
      * PARTNER'S PREVIOUS LOAD IN PLACE.                             *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- ILLMNT01 > THE PARTNER MASTER THE LOAD IS KEYED BY      *
      *    -- ILLREQ01 > SUGGESTS LENDERS FROM THE ROWS LOADED HERE   *
      *    -- LASTCOPY > OUR TITLES NO PARTNER HOLDS                  *
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
           SELECT HLD-IN   ASSIGN TO HLDIN.
           SELECT PRT-HLD  ASSIGN TO PHLOUT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  HLD-IN
           RECORD CONTAINS 80
           RECORDING MODE F.
       01  IP-FIELDS.
           05  IP-PARTNER-ID         PIC 9(004)                       .
           05  FILLER                PIC X(001)                       .
           05  IP-ISBN               PIC X(013)                       .
           05  FILLER                PIC X(001)                       .
           05  IP-COPIES             PIC 9(004)                       .
           05  FILLER                PIC X(057)                       .

       FD  PRT-HLD
           RECORD CONTAINS 230
           RECORDING MODE F.
       01  OP-FIELDS PIC X(230).

       WORKING-STORAGE SECTION.

       01  WS-REJECT-LINE.
           05  FILLER                PIC X(010) VALUE 'REJECTED: '    .
           05  FILLER                PIC X(009) VALUE 'PARTNER: '     .
           05  WS-RJ-PARTNER-ID      PIC X(004)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(006) VALUE 'ISBN: '        .
           05  WS-RJ-ISBN            PIC X(013)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'COPIES: '      .
           05  WS-RJ-COPIES          PIC X(004)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-RJ-REASON          PIC X(040)                       .
           05  FILLER                PIC X(130) VALUE ALL SPACES      .

       01  WS-PTR-LINE.
           05  FILLER                PIC X(009) VALUE 'PARTNER: '     .
           05  WS-PL-PARTNER-ID      PIC Z(003)9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  WS-PL-NAME            PIC X(040)                       .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'REPLACED: '    .
           05  WS-PL-REPLACED        PIC ZZZZZZ9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(008) VALUE 'LOADED: '      .
           05  WS-PL-LOADED          PIC ZZZZZZ9                      .
           05  FILLER                PIC X(002) VALUE ALL SPACES      .
           05  FILLER                PIC X(010) VALUE 'REJECTED: '    .
           05  WS-PL-REJECTED        PIC ZZZZZZ9                      .
           05  FILLER                PIC X(120) VALUE ALL SPACES      .

       01  WS-PAGE-BREAKS.
           05  WS-SPACES           PIC X(230) VALUE ALL SPACES        .
           05  WS-BREAKER          PIC X(230) VALUE ALL '-'           .
           05  WS-HEADER           PIC X(230) VALUE
                   'CONSORTIUM PARTNER HOLDINGS LOAD'                 .
           05  WS-SUMMARY-1.
               10  FILLER          PIC X(014) VALUE 'RECORDS READ: '  .
               10  WS-SM-READ      PIC ZZZZZZ9                        .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(012) VALUE 'ROWS LOADED:'    .
               10  WS-SM-LOADED    PIC ZZZZZZ9                        .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(010) VALUE 'REJECTED: '      .
               10  WS-SM-REJECTED  PIC ZZZZZZ9                        .
               10  FILLER          PIC X(003) VALUE ALL SPACES        .
               10  FILLER          PIC X(017) VALUE
                                       'PARTNERS LOADED: '            .
               10  WS-SM-PARTNERS  PIC ZZZ9                           .
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
           05  WS-TOTAL-READ       PIC S9(09) COMP VALUE 0            .
           05  WS-TOTAL-LOADED     PIC S9(09) COMP VALUE 0            .
           05  WS-TOTAL-REJECTED   PIC S9(09) COMP VALUE 0            .
           05  WS-TOTAL-PARTNERS   PIC S9(04) COMP VALUE 0            .
           05  HLD-EOF-SW          PIC  9     VALUE 0                 .
               88  HLD-EOF                    VALUE 1                 .
           05  ERROR-HANDLING          PIC X                          .
               88  SOME-ERROR                   VALUE 'Y'             .
           05  WS-MESSAGE.
               10  FILLER              PIC X(10) VALUE 'ERROR IN: '  .
               10  ERR-LOC             PIC X(30)                     .
               10  FILLER              PIC X(06) VALUE 'CODE: '      .
               10  ERR-CODE            PIC S9(4) COMP                .
           05  WS-LOAD-DATE            PIC X(10)                     .
           05  WS-TODAY.
               10  WS-TODAY-YYYY       PIC 9(04)                     .
               10  WS-TODAY-MM         PIC 9(02)                     .
               10  WS-TODAY-DD         PIC 9(02)                     .
           05  WS-NOW.
               10  WS-NOW-HH           PIC 9(02)                     .
               10  WS-NOW-MN           PIC 9(02)                     .
               10  WS-NOW-SS           PIC 9(02)                     .

      *-----------------------------------------------------------------
      *THE PARTNERS SEEN SO FAR THIS RUN - THE FILE NEED NOT BE SORTED--
      *BY PARTNER, SO A PARTNER'S PREVIOUS LOAD IS DELETED ONLY THE-----
      *FIRST TIME IT TURNS UP AND ITS LATER RECORDS FIND IT HERE--------
      *-----------------------------------------------------------------
       01  WS-PTR-VARS.
           05  WS-PTR-COUNT            PIC S9(4) COMP VALUE 0         .
           05  WS-PTR-MAX              PIC S9(4) COMP VALUE 100       .
           05  PTR-SUB                 PIC S9(4) COMP VALUE 0         .
           05  WS-PTR-FOUND            PIC S9(4) COMP VALUE 0         .
           05  WS-PTR-TBL.
               10  WS-PTR-ENTRY        OCCURS 100 TIMES.
                   15  WS-PT-PARTNER-ID    PIC S9(4) COMP             .
                   15  WS-PT-NAME          PIC X(40)                  .
                   15  WS-PT-KNOWN         PIC X(01)                  .
                       88  PT-IS-KNOWN                VALUE 'Y'       .
                   15  WS-PT-REPLACED      PIC S9(9) COMP             .
                   15  WS-PT-LOADED        PIC S9(9) COMP             .
                   15  WS-PT-REJECTED      PIC S9(9) COMP             .

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
              INCLUDE DCLILLP
           END-EXEC.

           EXEC SQL
              INCLUDE DCLPHOLD
           END-EXEC.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN-PROCESS.
           DISPLAY 'START 0000-MAIN-PROCESS'.
           PERFORM Z9100-OPEN-RUN     THRU Z9100-EXIT.
           PERFORM 0600-SET-RUN-STAMP THRU 0600-EXIT.

           OPEN INPUT  HLD-IN.
           OPEN OUTPUT PRT-HLD.

           MOVE  WS-HEADER  TO OP-FIELDS.
           WRITE OP-FIELDS.
           MOVE  WS-BREAKER TO OP-FIELDS.
           WRITE OP-FIELDS.

           PERFORM 1000-LOAD-HOLDINGS  THRU 1000-EXIT.
           PERFORM 2900-WRITE-SUMMARY  THRU 2900-EXIT.

           CLOSE HLD-IN PRT-HLD.

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

           MOVE WS-TR-DATE     TO WS-LOAD-DATE
           .
       0600-EXIT.
           EXIT
           .
       1000-LOAD-HOLDINGS.
           DISPLAY 'START 1000-LOAD-HOLDINGS'
           PERFORM 1100-READ-HOLDING THRU 1100-EXIT
           PERFORM 1200-STORE-HOLDING THRU 1200-EXIT UNTIL HLD-EOF
           DISPLAY 'END 1000-LOAD-HOLDINGS'
           .
       1000-EXIT.
           EXIT
           .
       1100-READ-HOLDING.
           READ HLD-IN
               AT END
                   MOVE 1 TO HLD-EOF-SW
           END-READ
           .
       1100-EXIT.
           EXIT
           .
       1200-STORE-HOLDING.
           ADD 1 TO WS-TOTAL-READ
           PERFORM 1210-LOAD-ONE     THRU 1210-EXIT
           PERFORM 1100-READ-HOLDING THRU 1100-EXIT
           .
       1200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE HOLDINGS RECORD - FIND (OR START) ITS PARTNER, CHECK IT,-----
      *THEN ADD ITS COPIES TO THE PARTNER'S ROW FOR THE ISBN------------
       1210-LOAD-ONE.
           IF IP-PARTNER-ID IS NOT NUMERIC
              MOVE 'PARTNER ID NOT NUMERIC'      TO WS-RJ-REASON
              PERFORM 1500-WRITE-REJECT        THRU 1500-EXIT
              GO TO 1210-EXIT
           END-IF

           PERFORM 1300-FIND-PARTNER THRU 1300-EXIT

           IF PTR-SUB = 0
              MOVE 'TOO MANY PARTNERS ON ONE FILE' TO WS-RJ-REASON
              PERFORM 1500-WRITE-REJECT        THRU 1500-EXIT
              GO TO 1210-EXIT
           END-IF

           IF NOT PT-IS-KNOWN(PTR-SUB)
              MOVE 'PARTNER NOT ON ILL_PARTNERS' TO WS-RJ-REASON
              PERFORM 1500-WRITE-REJECT        THRU 1500-EXIT
              GO TO 1210-EXIT
           END-IF

           IF IP-ISBN = SPACES
              MOVE 'BLANK ISBN'                  TO WS-RJ-REASON
              PERFORM 1500-WRITE-REJECT        THRU 1500-EXIT
              GO TO 1210-EXIT
           END-IF

           IF IP-COPIES IS NOT NUMERIC OR IP-COPIES = 0
              MOVE 'COPY COUNT MISSING OR ZERO'  TO WS-RJ-REASON
              PERFORM 1500-WRITE-REJECT        THRU 1500-EXIT
              GO TO 1210-EXIT
           END-IF

           MOVE IP-PARTNER-ID  TO PHOLD-PARTNER-ID
           MOVE IP-ISBN        TO PHOLD-ISBN
           MOVE IP-COPIES      TO PHOLD-COPIES
           MOVE WS-LOAD-DATE   TO PHOLD-LOAD-DATE

           EXEC SQL
                UPDATE IBMUSER.PARTNER_HOLDINGS
                SET    COPIES     = COPIES + :PHOLD-COPIES
                WHERE  PARTNER_ID = :PHOLD-PARTNER-ID
                AND    ISBN       = :PHOLD-ISBN
           END-EXEC

           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO IBMUSER.PARTNER_HOLDINGS
                          (PARTNER_ID, ISBN, COPIES, LOAD_DATE)
                   VALUES (:PHOLD-PARTNER-ID, :PHOLD-ISBN,
                           :PHOLD-COPIES, :PHOLD-LOAD-DATE)
              END-EXEC

              IF SQLCODE = 0
                 ADD 1 TO WS-PT-LOADED(PTR-SUB)
                 ADD 1 TO WS-TOTAL-LOADED
                 ADD 1 TO WS-BRUN-COUNT
              END-IF
           END-IF

           IF SQLCODE NOT = 0
              MOVE   'Y'                 TO ERROR-HANDLING
              MOVE   '1210-LOAD-ONE'     TO ERR-LOC
              MOVE    SQLCODE            TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       1210-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *LOOK THE RECORD'S PARTNER UP AMONG THOSE ALREADY SEEN. A NEW ONE-
      *IS CHECKED AGAINST THE MASTER AND, IF KNOWN, HAS ITS PREVIOUS----
      *LOAD CLEARED. PTR-SUB COMES BACK ZERO WHEN THE TABLE IS FULL-----
       1300-FIND-PARTNER.
           MOVE 0 TO WS-PTR-FOUND

           PERFORM 1310-SCAN-PARTNER THRU 1310-EXIT
              VARYING PTR-SUB FROM 1 BY 1
              UNTIL PTR-SUB > WS-PTR-COUNT

           IF WS-PTR-FOUND > 0
              MOVE WS-PTR-FOUND TO PTR-SUB
              GO TO 1300-EXIT
           END-IF

           IF WS-PTR-COUNT NOT < WS-PTR-MAX
              MOVE 0 TO PTR-SUB
              GO TO 1300-EXIT
           END-IF

           ADD  1                TO WS-PTR-COUNT
           MOVE WS-PTR-COUNT     TO PTR-SUB
           MOVE IP-PARTNER-ID    TO WS-PT-PARTNER-ID(PTR-SUB)
           MOVE SPACES           TO WS-PT-NAME(PTR-SUB)
           MOVE 'N'              TO WS-PT-KNOWN(PTR-SUB)
           MOVE 0                TO WS-PT-REPLACED(PTR-SUB)
           MOVE 0                TO WS-PT-LOADED(PTR-SUB)
           MOVE 0                TO WS-PT-REJECTED(PTR-SUB)

           MOVE IP-PARTNER-ID    TO ILLP-PARTNER-ID

           EXEC SQL
                SELECT NAME
                INTO  :ILLP-NAME
                FROM   IBMUSER.ILL_PARTNERS
                WHERE  PARTNER_ID = :ILLP-PARTNER-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE 'Y'       TO WS-PT-KNOWN(PTR-SUB)
                    MOVE ILLP-NAME TO WS-PT-NAME(PTR-SUB)
               WHEN SQLCODE = 100
                    GO TO 1300-EXIT
               WHEN OTHER
                    MOVE   'Y'                  TO ERROR-HANDLING
                    MOVE   '1300-FIND-PARTNER'  TO ERR-LOC
                    MOVE    SQLCODE             TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           EXEC SQL
                DELETE FROM IBMUSER.PARTNER_HOLDINGS
                WHERE  PARTNER_ID = :ILLP-PARTNER-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE SQLERRD(3) TO WS-PT-REPLACED(PTR-SUB)
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    MOVE   'Y'                  TO ERROR-HANDLING
                    MOVE   '1300-FIND-PARTNER'  TO ERR-LOC
                    MOVE    SQLCODE             TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       1300-EXIT.
           EXIT
           .
       1310-SCAN-PARTNER.
           IF WS-PT-PARTNER-ID(PTR-SUB) = IP-PARTNER-ID
              MOVE PTR-SUB TO WS-PTR-FOUND
           END-IF
           .
       1310-EXIT.
           EXIT
           .
       1500-WRITE-REJECT.
           ADD  1                TO WS-TOTAL-REJECTED

           IF PTR-SUB > 0 AND PTR-SUB NOT > WS-PTR-COUNT
              ADD 1 TO WS-PT-REJECTED(PTR-SUB)
           END-IF

           MOVE IP-FIELDS(1:4)   TO WS-RJ-PARTNER-ID
           MOVE IP-ISBN          TO WS-RJ-ISBN
           MOVE IP-FIELDS(20:4)  TO WS-RJ-COPIES

           MOVE  WS-REJECT-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           .
       1500-EXIT.
           EXIT
           .
       2900-WRITE-SUMMARY.
           MOVE    WS-SPACES               TO OP-FIELDS
           WRITE   OP-FIELDS

           PERFORM 2910-WRITE-PARTNER THRU 2910-EXIT
              VARYING PTR-SUB FROM 1 BY 1
              UNTIL PTR-SUB > WS-PTR-COUNT

           MOVE    WS-TOTAL-READ           TO WS-SM-READ
           MOVE    WS-TOTAL-LOADED         TO WS-SM-LOADED
           MOVE    WS-TOTAL-REJECTED       TO WS-SM-REJECTED

           PERFORM 2920-COUNT-KNOWN THRU 2920-EXIT
              VARYING PTR-SUB FROM 1 BY 1
              UNTIL PTR-SUB > WS-PTR-COUNT

           MOVE    WS-TOTAL-PARTNERS       TO WS-SM-PARTNERS

           MOVE    WS-BREAKER              TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-SUMMARY-1            TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-TRAILER              TO OP-FIELDS
           WRITE   OP-FIELDS
           MOVE    WS-FOOTER               TO OP-FIELDS
           WRITE   OP-FIELDS

           DISPLAY 'RECORDS READ:    ' WS-TOTAL-READ
           DISPLAY 'ROWS LOADED:     ' WS-TOTAL-LOADED
           DISPLAY 'REJECTED:        ' WS-TOTAL-REJECTED
           .
       2900-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE LINE PER PARTNER ACTUALLY RELOADED - AN UNKNOWN PARTNER ID---
      *ONLY SHOWS AMONG THE REJECTS ABOVE-------------------------------
       2910-WRITE-PARTNER.
           IF NOT PT-IS-KNOWN(PTR-SUB)
              GO TO 2910-EXIT
           END-IF

           MOVE WS-PT-PARTNER-ID(PTR-SUB) TO WS-PL-PARTNER-ID
           MOVE WS-PT-NAME(PTR-SUB)       TO WS-PL-NAME
           MOVE WS-PT-REPLACED(PTR-SUB)   TO WS-PL-REPLACED
           MOVE WS-PT-LOADED(PTR-SUB)     TO WS-PL-LOADED
           MOVE WS-PT-REJECTED(PTR-SUB)   TO WS-PL-REJECTED

           MOVE  WS-PTR-LINE TO OP-FIELDS
           WRITE OP-FIELDS
           .
       2910-EXIT.
           EXIT
           .
       2920-COUNT-KNOWN.
           IF PT-IS-KNOWN(PTR-SUB)
              ADD 1 TO WS-TOTAL-PARTNERS
           END-IF
           .
       2920-EXIT.
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
           MOVE 'PHLDLOAD' TO BRUN-JOB-NAME

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
           MOVE 'PHLDLOAD'        TO ERRLG-PROGRAM
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
      *BACK OUT THE PARTIAL LOAD FIRST - A PARTNER WHOSE OLD ROWS WERE--
      *DELETED MUST NOT BE LEFT HALF-RELOADED BY THE ERROR LOG'S COMMIT-
       XXXX-ERROR-HANDLING.
           IF SOME-ERROR
              EXEC SQL
                   ROLLBACK
              END-EXEC

              PERFORM Z9500-LOG-ERROR THRU Z9500-EXIT

              DISPLAY WS-MESSAGE
              DISPLAY 'SQLCODE: ' SQLCODE
              CLOSE HLD-IN
              CLOSE PRT-HLD
              PERFORM Z9250-FAIL-RUN THRU Z9250-EXIT

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
