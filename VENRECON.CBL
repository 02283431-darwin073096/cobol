      *    -- MISMATCH    : MATCHED ISBNS WHOSE TITLE, PAGE COUNT,    *
      *                     PUBLISHER OR PUBLISH DATE DIFFER          *
      *                                                               *
      * --- ONLY PRINTED ITEM TYPES (SEE DCLITYPE) TAKE PART - A DVD, *
      * PASS OR LAPTOP CARRIES NO REAL ISBN, SO NON-PRINT ROWS ON     *
      * EITHER SIDE ARE LEFT OUT OF THE MATCH.                        *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- BKVLOAD1 > SAME VENDIN RECORD LAYOUT                    *
      *    -- STOCKTK  > SAME BALANCED-LINE SHAPE                     *
           05  IP-TOTAL-PAGES        PIC 9(004)                       .
           05  FILLER                PIC X(002)                       .
           05  IP-PUBLISHED-DATE     PIC X(010)                       .
           05  FILLER                PIC X(012)                       .
           05  IP-ITEM-TYPE          PIC X(001)                       .
           05  FILLER                PIC X(013)                       .

       FD  PRT-RECON
           RECORD CONTAINS 230
           05  SCAN-EOF-SW         PIC  9     VALUE 0                 .
               88  VEND-EOF                   VALUE 1                 .
           05  WS-VEND-ISBN        PIC X(013)                         .
           05  WS-VEND-SKIP-SW     PIC  X                             .
               88  VEND-ROW-SKIPPED           VALUE 'Y'               .
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
              INCLUDE DCLBOOKS
           END-EXEC.

           EXEC SQL
              INCLUDE DCLITYPE
           END-EXEC.

      *-----------------------------------------------------------------
      *OUR SIDE OF THE BALANCED LINE - THE CATALOG IN ISBN ORDER,-------
      *SKIPPING SOFT-DELETED ROWS, ROWS WITH NO ISBN TO MATCH ON AND----
      *NON-PRINT ITEMS (A TYPE WITH NO ITEM_TYPES ROW COUNTS AS PRINT)--
           EXEC SQL DECLARE  V1_CURSOR CURSOR FOR
                SELECT B.ISBN, B.TITLE, B.TOTAL_PAGES, B.PUBLISHER_ID,
                       B.PUBLISHER_DATE
                FROM   IBMUSER.BOOKS B
                LEFT OUTER JOIN IBMUSER.ITEM_TYPES T
                       ON T.ITEM_TYPE = B.ITEM_TYPE
                WHERE  B.DELETED_FLAG NOT = 'Y'
                AND    B.ISBN NOT = ' '
                AND    VALUE(T.PRINT_FLAG, 'Y') = 'Y'
                ORDER BY B.ISBN
           END-EXEC.

      *------------------
           EXIT
           .
       1100-READ-VENDOR.
           MOVE 'Y' TO WS-VEND-SKIP-SW
           PERFORM 1110-READ-ONE THRU 1110-EXIT
                   UNTIL NOT VEND-ROW-SKIPPED
           .
       1100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE VENDOR ROW - A ROW FOR A NON-PRINT ITEM TYPE IS PASSED OVER--
      *(BLANK OR 'B' IS A PRINTED BOOK WITHOUT LOOKING IT UP)-----------
       1110-READ-ONE.
           MOVE 'N' TO WS-VEND-SKIP-SW

           READ VEND-IN
               AT END
                   MOVE 1           TO SCAN-EOF-SW
               NOT AT END
                   MOVE IP-ISBN     TO WS-VEND-ISBN
           END-READ

           IF VEND-EOF
              OR IP-ITEM-TYPE = SPACES OR LOW-VALUE OR 'B'
              GO TO 1110-EXIT
           END-IF

           MOVE IP-ITEM-TYPE TO ITYPE-ITEM-TYPE

           EXEC SQL
                SELECT PRINT_FLAG
                INTO  :ITYPE-PRINT-FLAG
                FROM   IBMUSER.ITEM_TYPES
                WHERE  ITEM_TYPE = :ITYPE-ITEM-TYPE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    IF ITYPE-PRINT-FLAG NOT = 'Y'
                       MOVE 'Y'             TO WS-VEND-SKIP-SW
                    END-IF
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    MOVE   'Y'                  TO ERROR-HANDLING
                    DISPLAY 'SQLCODE: ' SQLCODE
                    MOVE   '1110-READ-ONE'      TO ERR-LOC
                    MOVE    SQLCODE             TO ERR-CODE
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       1110-EXIT.
           EXIT
           .
       1200-FETCH-BOOK.
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
