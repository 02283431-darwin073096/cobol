      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RSV01.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- COURSE RESERVE MAINTENANCE OVER IBMUSER.COURSE_RESERVES.  *
      * A SET TEXT ON THE RESERVE SHELF IS DESIGNATED FOR A COURSE    *
      * AND ITS INSTRUCTOR FROM A START DATE THROUGH AN END DATE -    *
      * ONE COPY BY ACCESSION NUMBER, OR EVERY COPY OF THE BOOK WHEN  *
      * THE ACCESSION IS LEFT BLANK. WHILE THE RESERVE IS ACTIVE,     *
      * LOAN01 LENDS THE COPY ON A SHORT LOAN OF 2 OR 4 HOURS, DUE AT *
      * A TIME OF DAY, FINED BY THE HOUR AT THE RESERVE'S RATE AND    *
      * NOTICED BY OVRDUE01 THE SAME DAY. THE RSVEXP NIGHTLY RUN ENDS *
      * THE RESERVE AFTER ITS END DATE AND THE COPIES GO BACK TO      *
      * NORMAL LOANS.                                                 *
      * STARTED DIRECTLY BY ITS OWN TRANSID.                          *
      * FUNTIONS AVAILABLE:                                           *
      *    -- ENTER > PROCESS THE KEYED ACTION                        *
      *    -- F3    > CLEAR THE SCREEN                                *
      *    -- F12   > EXIT                                            *
      *                                                               *
      * ACTIONS (MACTION FIELD):                                      *
      *    -- A > ADD A RESERVE - COURSE CODE, INSTRUCTOR, BOOK ID,   *
      *           LOAN HOURS (2 OR 4) AND END DATE REQUIRED. START    *
      *           DEFAULTS TO TODAY, HOURLY RATE TO THE 'RSVRATE'     *
      *           SETTING (NONE = NOT FINED). REFUSED WHEN AN ACTIVE  *
      *           RESERVE ALREADY COVERS THE SAME COPY OR BOOK FOR    *
      *           ANY OF THOSE DATES                                  *
      *    -- C > CHANGE AN ACTIVE RESERVE BY ID - COURSE NAME,       *
      *           INSTRUCTOR, LOAN HOURS, RATE OR END DATE (BLANK     *
      *           FIELDS ARE LEFT AS THEY ARE)                        *
      *    -- X > CANCEL AN ACTIVE RESERVE NOW - LOANS ALREADY OUT    *
      *           KEEP THEIR DUE TIMES                                *
      *    -- I > INQUIRE BY RESERVE ID, WITH THE OPEN SHORT LOANS    *
      *                                                               *
      * RELATED PROGRAMS: LOAN01, OVRDUE01, RSVEXP, BULKRET           *
      *    -- LOAN01   > SHORT LOAN AT CHECK-OUT, HOURLY FINE AT      *
      *                  RETURN                                       *
      *    -- OVRDUE01 > SAME-DAY OVERDUE NOTICES                     *
      *    -- RSVEXP   > ENDS RESERVES PAST THEIR END DATE            *
      *    -- BULKRET  > HOURLY FINE ON BOOK-DROP RETURNS             *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *----------------------------------------------------------------
       DATA DIVISION.
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-COMMAREA.
           05  WS-OPER-ID              PIC X(008)                     .
           05  WS-OPER-NAME            PIC X(020)                     .
           05  WS-OPER-ROLE            PIC X(001)                     .
               88  OPER-IS-ADMIN                  VALUE 'A'          .
               88  OPER-IS-CLERK                  VALUE 'C'          .
               88  OPER-IS-VIEWER                 VALUE 'V'          .
           05  WS-CONFIRM-DONE         PIC X(001)                     .

       01  SWITCH.
           05  ERROR-HANDLING          PIC X    VALUE 'N'             .
               88  SOME-ERROR                   VALUE 'Y'             .

       01  WS-VARS.
           05  WS-TRANSID              PIC X(04) VALUE 'RSV1'         .
           05  WS-MAP                  PIC X(07) VALUE 'RSVMNTM'      .
           05  WS-MAPSET               PIC X(07) VALUE 'RSVMNT'       .
           05  RESPONSE-CODE           PIC S9(4) COMP                .
           05  END-OF-SESSION          PIC X(13) VALUE 'SESSION ENDED'.
           05  WS-OPER-REJ-MSG         PIC X(050) VALUE
                   'SIGNED-ON USERID NOT SET UP IN OPERATORS TABLE.'   .
           05  WS-LOCKED-MSG           PIC X(060) VALUE
                   'OPERATOR IS LOCKED OUT - AN ADMIN MUST CLEAR IT.'  .
           05  WS-SEC-EVENT            PIC X(1)                       .
           05  WS-NEXT-SEC-ID          PIC S9(9) COMP                 .
           05  WS-NOTAUTH-MSG          PIC X(055) VALUE
               'NOT AUTHORIZED TO MAINTAIN COURSE RESERVES.'           .
           05  WS-FUNC-AUTH-SW         PIC X(1)  VALUE 'N'           .
               88  FUNCTION-ALLOWED               VALUE 'Y'          .
           05  WS-ROLE-GRANTEE         PIC X(8)                      .
           05  WS-FUNC-COUNT           PIC S9(9) COMP                .
           05  WS-MESSAGE.
               10  FILLER              PIC X(10) VALUE 'ERROR IN: '  .
               10  ERR-LOC             PIC X(30)                     .
               10  FILLER              PIC X(06) VALUE 'CODE: '      .
               10  ERR-CODE            PIC S9(4) COMP                .
           05  RSV-ACTION              PIC X(1)                      .
           05  WS-NEXT-RESERVE-ID      PIC S9(9) COMP                .
           05  WS-OVERLAP-COUNT        PIC S9(9) COMP                .
           05  WS-OPEN-COUNT           PIC S9(9) COMP                .
           05  WS-COPY-BOOK-ID         PIC S9(4) COMP                .
           05  WS-RATE-EDIT            PIC ZZ9.99                    .
           05  WS-BOOK-EDIT            PIC ZZZ9                      .
           05  WS-RSVID-EDIT           PIC Z(8)9                     .
           05  WS-OPEN-EDIT            PIC ZZZ9                      .
           05  WS-ABS-TIME             PIC S9(15) COMP-3             .
           05  WS-TODAY                PIC X(10)                     .
           05  WS-NOW-TIME             PIC X(08)                     .
           05  WS-DATE-CHECK           PIC X(10)                     .
           05  WS-DONE-MSG.
               10  WS-DONE-TEXT        PIC X(20)                     .
               10  WS-DONE-ID          PIC Z(8)9                     .
               10  FILLER              PIC X(01) VALUE '.'           .


       01  WS-ERRLOG-VARS.
           05  WS-ERRLOG-NEXT-ID       PIC S9(9) COMP                 .
           05  WS-ERRLOG-ABS           PIC S9(15) COMP-3              .
           05  WS-ERRLOG-DATE          PIC X(10)                      .
           05  WS-ERRLOG-TIME          PIC X(08)                      .

       01  WS-KEY-VARS.
           05  WS-KEY-NAME             PIC X(08)                      .
           05  WS-KEY-SEED             PIC S9(9) COMP                 .
           05  WS-NEXT-KEY-VALUE       PIC S9(9) COMP                 .

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
                INCLUDE DCLERRLG
           END-EXEC.

           EXEC SQL
                INCLUDE DCLCRSV
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBOOKS
           END-EXEC.

           EXEC SQL
                INCLUDE DCLCOPY
           END-EXEC.

           EXEC SQL
                INCLUDE DCLSETTG
           END-EXEC.

           EXEC SQL
                INCLUDE DCLOPER
           END-EXEC.

           EXEC SQL
                INCLUDE DCLSECAC
           END-EXEC.

           EXEC SQL
                INCLUDE DCLFAUTH
           END-EXEC.

           COPY RSVMNT.
           COPY DFHAID.
           COPY ATTR.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LS-OPER-ID              PIC X(008)                     .
           05  LS-OPER-NAME            PIC X(020)                     .
           05  LS-OPER-ROLE            PIC X(001)                     .
           05  LS-CONFIRM-DONE         PIC X(001)                     .

      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------------------
       A0000-MAIN-PROCESS.
           EVALUATE TRUE
               WHEN EIBCALEN = 0
                    PERFORM A0500-OPERATOR-SIGNON THRU A0500-EXIT
                    PERFORM Z8500-CHECK-FUNCTION  THRU Z8500-EXIT

                    EVALUATE TRUE
                       WHEN WS-OPER-ROLE = SPACES
                            EXEC CICS
                                 SEND TEXT FROM(WS-OPER-REJ-MSG)
                                           ERASE
                                           FREEKB
                            END-EXEC

                            EXEC CICS
                                 RETURN
                            END-EXEC

                       WHEN NOT FUNCTION-ALLOWED
                            MOVE 'R' TO WS-SEC-EVENT
                            PERFORM Z8000-LOG-SIGNON
                               THRU Z8000-SIGNON-EXIT

                            EXEC CICS
                                 SEND TEXT FROM(WS-NOTAUTH-MSG)
                                           ERASE
                                           FREEKB
                            END-EXEC

                            EXEC CICS
                                 RETURN
                            END-EXEC

                       WHEN OTHER
                            MOVE LOW-VALUES      TO RSVMNTMO
                            MOVE SPACES          TO MESSAGEO
                            PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
                    END-EVALUATE

               WHEN EIBCALEN > 0
                    MOVE DFHCOMMAREA         TO WS-COMMAREA
                    MOVE LOW-VALUES          TO RSVMNTMI
                    MOVE LOW-VALUES          TO RSVMNTMO
                    MOVE SPACES              TO MESSAGEO
                    INITIALIZE                  DCLCRSV
                    PERFORM A1000-EVALUATE THRU A1000-EXIT
           END-EVALUATE
           .
       A0000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *RESOLVE THE NATIVE CICS SIGNON (EIBUSERID) AGAINST THE OPERATORS-
      *TABLE, THE SAME WAY BOOK01DB'S A0500-OPERATOR-SIGNON DOES--------
       A0500-OPERATOR-SIGNON.
           MOVE SPACES       TO WS-OPER-ID
           MOVE EIBUSERID    TO WS-OPER-ID
           MOVE SPACES       TO WS-OPER-NAME
           MOVE SPACES       TO WS-OPER-ROLE

           MOVE WS-OPER-ID   TO OPER-ID

           EXEC SQL
                SELECT OPER_NAME, OPER_ROLE,
                       VALUE(LOCKED_FLAG, ' ')
                INTO  :OPER-NAME, :OPER-ROLE,
                      :OPER-LOCKED-FLAG
                FROM   IBMUSER.OPERATORS
                WHERE  OPER_ID = :OPER-ID
                AND    STATUS NOT = 'D'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   IF OPER-LOCKED-FLAG = 'Y'
                      MOVE 'F' TO WS-SEC-EVENT
                      PERFORM Z8000-LOG-SIGNON
                         THRU Z8000-SIGNON-EXIT

                      EXEC CICS
                           SEND TEXT FROM(WS-LOCKED-MSG)
                                     ERASE
                                     FREEKB
                      END-EXEC

                      EXEC CICS
                           RETURN
                      END-EXEC
                   END-IF

                   MOVE OPER-NAME TO WS-OPER-NAME
                   MOVE OPER-ROLE TO WS-OPER-ROLE
                   MOVE 'S'       TO WS-SEC-EVENT
                   PERFORM Z8000-LOG-SIGNON THRU Z8000-SIGNON-EXIT
              WHEN SQLCODE = 100
                   MOVE 'F' TO WS-SEC-EVENT
                   PERFORM Z8000-LOG-SIGNON THRU Z8000-SIGNON-EXIT
              WHEN OTHER
                   MOVE    'A0500-OPERATOR-SIGNON.' TO ERR-LOC
                   MOVE     SQLCODE                 TO ERR-CODE
                   MOVE    'Y'                       TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A0500-EXIT.
           EXIT
           .
       A1000-EVALUATE.
           EVALUATE TRUE
              WHEN EIBAID = DFHPF3
                   MOVE LOW-VALUES             TO RSVMNTMO
                   MOVE SPACES                 TO MESSAGEO
                   PERFORM Z0000-SEND-MAP    THRU Z0000-EXIT

              WHEN EIBAID = DFHPF12
                   EXEC CICS
                        SEND TEXT FROM(END-OF-SESSION)
                                  ERASE
                                  FREEKB
                   END-EXEC

                   EXEC CICS
                        RETURN
                   END-EXEC

              WHEN EIBAID = DFHENTER
                   EXEC CICS
                       RECEIVE MAP(WS-MAP)
                               MAPSET(WS-MAPSET)
                               INTO(RSVMNTMI)
                               RESP(RESPONSE-CODE)
                   END-EXEC

                   MOVE MACTIONI TO RSV-ACTION
                   PERFORM A2000-PROCESS-ACTION THRU A2000-EXIT

              WHEN OTHER
                   MOVE 'INVALID KEY PRESSED.'    TO MESSAGEO
                   PERFORM  Z0000-SEND-MAP      THRU Z0000-EXIT
           END-EVALUATE
           .
       A1000-EXIT.
           EXIT
           .
       A2000-PROCESS-ACTION.
           PERFORM Z6000-ASKTIME THRU Z6000-EXIT

           EVALUATE RSV-ACTION
               WHEN 'A'
                    PERFORM A2100-ADD          THRU A2100-EXIT
               WHEN 'C'
                    PERFORM A2200-CHANGE       THRU A2200-EXIT
               WHEN 'X'
                    PERFORM A2300-CANCEL       THRU A2300-EXIT
               WHEN 'I'
                    PERFORM A2400-INQUIRE      THRU A2400-EXIT
               WHEN OTHER
                    MOVE 'ENTER ACTION A, C, X OR I.' TO MESSAGEO
                    PERFORM Z0000-SEND-MAP    THRU Z0000-EXIT
           END-EVALUATE
           .
       A2000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE BOOK BEING PUT ON RESERVE MUST BE IN THE CATALOG AND NOT-----
      *DELETED - ITS TITLE GOES ON THE SCREEN---------------------------
       A2010-GET-BOOK.
           EXEC SQL
                SELECT TITLE, VALUE(DELETED_FLAG, 'N')
                INTO  :BOOKS-TITLE, :BOOKS-DELETED-FLAG
                FROM   IBMUSER.BOOKS
                WHERE  BOOK_ID = :BOOKS-BOOK-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE 'UNKNOWN BOOK ID.'           TO MESSAGEO
                   PERFORM Z0000-SEND-MAP         THRU Z0000-EXIT
              WHEN OTHER
                   MOVE    'A2010-GET-BOOK.'     TO ERR-LOC
                   MOVE     SQLCODE              TO ERR-CODE
                   MOVE    'Y'                   TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           MOVE BOOKS-TITLE-TEXT(1:40)  TO MTITLEO
           .
       A2010-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *FETCH THE KEYED RESERVE AND PUT IT ON THE SCREEN WITH ITS--------
      *TITLE AND THE NUMBER OF ITS SHORT LOANS STILL OUT----------------
       A2020-GET-RESERVE.
           IF MRSVIDI = LOW-VALUE OR SPACES
              MOVE 'RESERVE ID IS REQUIRED.'     TO MESSAGEO
              PERFORM Z0000-SEND-MAP          THRU Z0000-EXIT
           END-IF

           COMPUTE CRSV-RESERVE-ID = FUNCTION NUMVAL(MRSVIDI)

           EXEC SQL
                SELECT COURSE_CODE, VALUE(COURSE_NAME, ' '),
                       INSTRUCTOR, BOOK_ID, VALUE(ACCESSION_NO, ' '),
                       LOAN_HOURS, HOURLY_RATE,
                       CHAR(START_DATE, ISO), CHAR(END_DATE, ISO),
                       STATUS
                INTO  :CRSV-COURSE-CODE, :CRSV-COURSE-NAME,
                      :CRSV-INSTRUCTOR, :CRSV-BOOK-ID,
                      :CRSV-ACCESSION-NO,
                      :CRSV-LOAN-HOURS, :CRSV-HOURLY-RATE,
                      :CRSV-START-DATE, :CRSV-END-DATE,
                      :CRSV-STATUS
                FROM   IBMUSER.COURSE_RESERVES
                WHERE  RESERVE_ID = :CRSV-RESERVE-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE 'UNKNOWN RESERVE ID.'        TO MESSAGEO
                   PERFORM Z0000-SEND-MAP         THRU Z0000-EXIT
              WHEN OTHER
                   MOVE    'A2020-GET-RESERVE.'  TO ERR-LOC
                   MOVE     SQLCODE              TO ERR-CODE
                   MOVE    'Y'                   TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-OPEN-COUNT
                FROM   IBMUSER.LOANS
                WHERE  RESERVE_ID = :CRSV-RESERVE-ID
                AND    STATUS     = 'O'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2020-GET-RESERVE.'  TO ERR-LOC
              MOVE     SQLCODE              TO ERR-CODE
              MOVE    'Y'                   TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE CRSV-BOOK-ID TO BOOKS-BOOK-ID
           PERFORM A2010-GET-BOOK THRU A2010-EXIT
           PERFORM A2030-SHOW-RESERVE THRU A2030-EXIT
           .
       A2020-EXIT.
           EXIT
           .
       A2030-SHOW-RESERVE.
           MOVE CRSV-RESERVE-ID      TO WS-RSVID-EDIT
           MOVE WS-RSVID-EDIT        TO MRSVIDO
           MOVE CRSV-COURSE-CODE     TO MCRSCDO
           MOVE CRSV-COURSE-NAME     TO MCRSNMO
           MOVE CRSV-INSTRUCTOR      TO MINSTRO
           MOVE CRSV-BOOK-ID         TO WS-BOOK-EDIT
           MOVE WS-BOOK-EDIT         TO MBOOKIDO
           MOVE CRSV-ACCESSION-NO    TO MACCNOO
           MOVE CRSV-LOAN-HOURS      TO MHOURSO
           MOVE CRSV-HOURLY-RATE     TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT         TO MRATEO
           MOVE CRSV-START-DATE      TO MSTARTO
           MOVE CRSV-END-DATE        TO MENDO
           MOVE CRSV-STATUS          TO MSTATO
           MOVE WS-OPEN-COUNT        TO WS-OPEN-EDIT
           MOVE WS-OPEN-EDIT         TO MOPENO
           .
       A2030-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A KEYED DATE MUST LOOK LIKE YYYY-MM-DD - THE CALLER PUTS IT IN---
      *WS-DATE-CHECK FIRST (SAME TEST DISP01 USES)----------------------
       A2040-CHECK-DATE.
           IF WS-DATE-CHECK(5:1) NOT = '-'
              OR WS-DATE-CHECK(8:1) NOT = '-'
              OR WS-DATE-CHECK(1:4) IS NOT NUMERIC
              OR WS-DATE-CHECK(6:2) IS NOT NUMERIC
              OR WS-DATE-CHECK(9:2) IS NOT NUMERIC
              MOVE 'DATES MUST BE KEYED AS YYYY-MM-DD.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP                THRU Z0000-EXIT
           END-IF
           .
       A2040-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *LOAN HOURS AND HOURLY RATE AS KEYED - THE SHORT-LOAN PERIODS----
      *THE RESERVE SHELF RUNS ARE 2 AND 4 HOURS-------------------------
       A2050-CHECK-TERMS.
           IF MHOURSI NOT = LOW-VALUE AND MHOURSI NOT = SPACES
              IF MHOURSI NOT = '2' AND MHOURSI NOT = '4'
                 MOVE 'LOAN HOURS MUST BE 2 OR 4.'  TO MESSAGEO
                 PERFORM Z0000-SEND-MAP          THRU Z0000-EXIT
              END-IF
              COMPUTE CRSV-LOAN-HOURS = FUNCTION NUMVAL(MHOURSI)
           END-IF

           IF MRATEI NOT = LOW-VALUE AND MRATEI NOT = SPACES
              COMPUTE CRSV-HOURLY-RATE = FUNCTION NUMVAL(MRATEI)
              IF CRSV-HOURLY-RATE < 0
                 MOVE 'HOURLY RATE CANNOT BE NEGATIVE.' TO MESSAGEO
                 PERFORM Z0000-SEND-MAP              THRU Z0000-EXIT
              END-IF
           END-IF
           .
       A2050-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *PUT A BOOK (OR ONE COPY OF IT) ON RESERVE FOR A COURSE. AN-------
      *ACTIVE RESERVE ALREADY COVERING THE SAME COPY OR BOOK FOR ANY----
      *OF THE SAME DAYS WOULD LEAVE LOAN01 TWO HOURLY TERMS TO CHOOSE---
      *FROM, SO IT IS REFUSED-------------------------------------------
       A2100-ADD.
           IF MCRSCDI = LOW-VALUE OR SPACES
              OR MINSTRI = LOW-VALUE OR SPACES
              MOVE 'COURSE CODE AND INSTRUCTOR ARE REQUIRED.'
                                              TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           MOVE MCRSCDI TO CRSV-COURSE-CODE
           MOVE MINSTRI TO CRSV-INSTRUCTOR

           IF MCRSNMI = LOW-VALUE
              MOVE SPACES  TO CRSV-COURSE-NAME
           ELSE
              MOVE MCRSNMI TO CRSV-COURSE-NAME
           END-IF

           IF MBOOKIDI = LOW-VALUE OR SPACES
              MOVE 'BOOK ID IS REQUIRED.'     TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           COMPUTE CRSV-BOOK-ID = FUNCTION NUMVAL(MBOOKIDI)
           MOVE CRSV-BOOK-ID TO BOOKS-BOOK-ID
           PERFORM A2010-GET-BOOK THRU A2010-EXIT

           IF BOOKS-DELETED-FLAG = 'Y'
              MOVE 'BOOK IS DELETED FROM THE CATALOG.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP                THRU Z0000-EXIT
           END-IF

           IF MACCNOI = LOW-VALUE OR SPACES
              MOVE SPACES  TO CRSV-ACCESSION-NO
           ELSE
              MOVE MACCNOI TO CRSV-ACCESSION-NO
              PERFORM A2110-CHECK-COPY THRU A2110-EXIT
           END-IF

           IF MHOURSI = LOW-VALUE OR SPACES
              MOVE 'LOAN HOURS (2 OR 4) ARE REQUIRED.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP                THRU Z0000-EXIT
           END-IF

           MOVE 0 TO CRSV-HOURLY-RATE

           IF MRATEI = LOW-VALUE OR SPACES
              PERFORM A2120-DEFAULT-RATE THRU A2120-EXIT
           END-IF

           PERFORM A2050-CHECK-TERMS THRU A2050-EXIT

           IF MSTARTI = LOW-VALUE OR SPACES
              MOVE WS-TODAY TO CRSV-START-DATE
           ELSE
              MOVE MSTARTI  TO CRSV-START-DATE
              MOVE MSTARTI  TO WS-DATE-CHECK
              PERFORM A2040-CHECK-DATE THRU A2040-EXIT
           END-IF

           IF MENDI = LOW-VALUE OR SPACES
              MOVE 'END DATE IS REQUIRED.'    TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           MOVE MENDI TO CRSV-END-DATE
           MOVE MENDI TO WS-DATE-CHECK
           PERFORM A2040-CHECK-DATE THRU A2040-EXIT

           IF CRSV-END-DATE < CRSV-START-DATE
              OR CRSV-END-DATE < WS-TODAY
              MOVE 'END DATE MUST NOT BE BEFORE THE START OR TODAY.'
                                              TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-OVERLAP-COUNT
                FROM   IBMUSER.COURSE_RESERVES
                WHERE  BOOK_ID    = :CRSV-BOOK-ID
                AND    STATUS     = 'A'
                AND    VALUE(ACCESSION_NO, ' ') = :CRSV-ACCESSION-NO
                AND    START_DATE <= :CRSV-END-DATE
                AND    END_DATE   >= :CRSV-START-DATE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2100-ADD.'          TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF WS-OVERLAP-COUNT > 0
              MOVE 'AN ACTIVE RESERVE ALREADY COVERS THOSE DATES.'
                                              TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

      *DRAW THE NEXT RESERVE ID FROM THE CENTRAL ASSIGNER - THE SEED---
      *IS ONLY USED THE FIRST TIME THE KEY ROW IS CREATED---------------
           MOVE 'RSVID   ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(RESERVE_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.COURSE_RESERVES
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2100-ADD.'          TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT
           MOVE WS-NEXT-KEY-VALUE TO WS-NEXT-RESERVE-ID

           MOVE WS-NEXT-RESERVE-ID TO CRSV-RESERVE-ID
           MOVE 'A'                TO CRSV-STATUS
           MOVE WS-OPER-ID         TO CRSV-OPER-ID

           EXEC SQL
                INSERT INTO IBMUSER.COURSE_RESERVES
                       (RESERVE_ID, COURSE_CODE, COURSE_NAME,
                        INSTRUCTOR, BOOK_ID, ACCESSION_NO,
                        LOAN_HOURS, HOURLY_RATE, START_DATE,
                        END_DATE, STATUS, OPER_ID)
                VALUES (:CRSV-RESERVE-ID, :CRSV-COURSE-CODE,
                        :CRSV-COURSE-NAME, :CRSV-INSTRUCTOR,
                        :CRSV-BOOK-ID,
                        NULLIF(:CRSV-ACCESSION-NO, ' '),
                        :CRSV-LOAN-HOURS, :CRSV-HOURLY-RATE,
                        :CRSV-START-DATE, :CRSV-END-DATE,
                        :CRSV-STATUS, :CRSV-OPER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2100-ADD.'          TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE 0                       TO WS-OPEN-COUNT
           PERFORM A2030-SHOW-RESERVE THRU A2030-EXIT
           MOVE 'RESERVE ADDED - '      TO WS-DONE-TEXT
           MOVE CRSV-RESERVE-ID         TO WS-DONE-ID
           MOVE WS-DONE-MSG             TO MESSAGEO
           PERFORM Z0000-SEND-MAP    THRU Z0000-EXIT
           .
       A2100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A KEYED ACCESSION MUST BE A COPY OF THE KEYED BOOK---------------
       A2110-CHECK-COPY.
           MOVE CRSV-ACCESSION-NO TO COPY-ACCESSION-NO

           EXEC SQL
                SELECT BOOK_ID
                INTO  :WS-COPY-BOOK-ID
                FROM   IBMUSER.COPIES
                WHERE  ACCESSION_NO = :COPY-ACCESSION-NO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE 'UNKNOWN ACCESSION NUMBER.' TO MESSAGEO
                   PERFORM Z0000-SEND-MAP        THRU Z0000-EXIT
              WHEN OTHER
                   MOVE    'A2110-CHECK-COPY.'   TO ERR-LOC
                   MOVE     SQLCODE              TO ERR-CODE
                   MOVE    'Y'                   TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           IF WS-COPY-BOOK-ID NOT = CRSV-BOOK-ID
              MOVE 'ACCESSION IS NOT A COPY OF THAT BOOK.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP                    THRU Z0000-EXIT
           END-IF
           .
       A2110-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *NO RATE KEYED - TAKE THE HOUSE RATE FROM THE 'RSVRATE' SETTING,--
      *AND WITH NO SETTING THE RESERVE IS NOT FINED---------------------
       A2120-DEFAULT-RATE.
           MOVE 'RSVRATE ' TO SETTG-SETTING-ID

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   COMPUTE CRSV-HOURLY-RATE =
                           FUNCTION NUMVAL(SETTG-SETTING-VALUE)
              WHEN SQLCODE = 100
                   CONTINUE
              WHEN OTHER
                   MOVE    'A2120-DEFAULT-RATE.' TO ERR-LOC
                   MOVE     SQLCODE              TO ERR-CODE
                   MOVE    'Y'                   TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2120-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *CHANGE THE TERMS OF AN ACTIVE RESERVE - A BLANK FIELD KEEPS WHAT-
      *IS THERE. LOANS ALREADY OUT KEEP THE DUE TIME THEY WERE GIVEN----
       A2200-CHANGE.
           PERFORM A2020-GET-RESERVE THRU A2020-EXIT

           IF CRSV-STATUS NOT = 'A'
              MOVE 'RESERVE IS NO LONGER ACTIVE - ADD A NEW ONE.'
                                              TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           IF MCRSNMI NOT = LOW-VALUE AND MCRSNMI NOT = SPACES
              MOVE MCRSNMI TO CRSV-COURSE-NAME
           END-IF

           IF MINSTRI NOT = LOW-VALUE AND MINSTRI NOT = SPACES
              MOVE MINSTRI TO CRSV-INSTRUCTOR
           END-IF

           PERFORM A2050-CHECK-TERMS THRU A2050-EXIT

           IF MENDI NOT = LOW-VALUE AND MENDI NOT = SPACES
              MOVE MENDI TO WS-DATE-CHECK
              PERFORM A2040-CHECK-DATE THRU A2040-EXIT
              MOVE MENDI TO CRSV-END-DATE
              IF CRSV-END-DATE < CRSV-START-DATE
                 OR CRSV-END-DATE < WS-TODAY
                 MOVE 'END DATE MUST NOT BE BEFORE THE START OR TODAY.'
                                              TO MESSAGEO
                 PERFORM Z0000-SEND-MAP    THRU Z0000-EXIT
              END-IF
           END-IF

           EXEC SQL
                UPDATE IBMUSER.COURSE_RESERVES
                SET    COURSE_NAME = :CRSV-COURSE-NAME,
                       INSTRUCTOR  = :CRSV-INSTRUCTOR,
                       LOAN_HOURS  = :CRSV-LOAN-HOURS,
                       HOURLY_RATE = :CRSV-HOURLY-RATE,
                       END_DATE    = :CRSV-END-DATE,
                       OPER_ID     = :WS-OPER-ID
                WHERE  RESERVE_ID  = :CRSV-RESERVE-ID
                AND    STATUS      = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2200-CHANGE.'       TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM A2030-SHOW-RESERVE THRU A2030-EXIT
           MOVE 'RESERVE CHANGED - '    TO WS-DONE-TEXT
           MOVE CRSV-RESERVE-ID         TO WS-DONE-ID
           MOVE WS-DONE-MSG             TO MESSAGEO
           PERFORM Z0000-SEND-MAP    THRU Z0000-EXIT
           .
       A2200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *TAKE A RESERVE DOWN BEFORE ITS END DATE - THE NEXT CHECK-OUT OF--
      *THE COPY IS AN ORDINARY LOAN AGAIN-------------------------------
       A2300-CANCEL.
           PERFORM A2020-GET-RESERVE THRU A2020-EXIT

           IF CRSV-STATUS NOT = 'A'
              MOVE 'RESERVE IS NOT ACTIVE.'   TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           EXEC SQL
                UPDATE IBMUSER.COURSE_RESERVES
                SET    STATUS      = 'C',
                       OPER_ID     = :WS-OPER-ID
                WHERE  RESERVE_ID  = :CRSV-RESERVE-ID
                AND    STATUS      = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2300-CANCEL.'       TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE 'C'                     TO MSTATO
           MOVE 'RESERVE CANCELLED - '  TO WS-DONE-TEXT
           MOVE CRSV-RESERVE-ID         TO WS-DONE-ID
           MOVE WS-DONE-MSG             TO MESSAGEO
           PERFORM Z0000-SEND-MAP    THRU Z0000-EXIT
           .
       A2300-EXIT.
           EXIT
           .
       A2400-INQUIRE.
           PERFORM A2020-GET-RESERVE THRU A2020-EXIT
           PERFORM Z0000-SEND-MAP    THRU Z0000-EXIT
           .
       A2400-EXIT.
           EXIT
           .
       Z6000-ASKTIME.
           EXEC CICS ASKTIME
                ABSTIME(WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABS-TIME)
                YYYYMMDD(WS-TODAY)
                DATESEP('-')
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABS-TIME)
                TIME(WS-NOW-TIME)
                TIMESEP(':')
           END-EXEC
           .
       Z6000-EXIT.
           EXIT
           .
      *SEND MAP PARAGRAPH-----------------------------------------------
       Z0000-SEND-MAP.
           MOVE ATTR-UNPROT-MDT     TO MACTIONA
           MOVE ATTR-UNPROT-NUM-MDT TO MRSVIDA
           MOVE ATTR-UNPROT-MDT     TO MCRSCDA
           MOVE ATTR-UNPROT-MDT     TO MCRSNMA
           MOVE ATTR-UNPROT-MDT     TO MINSTRA
           MOVE ATTR-UNPROT-NUM-MDT TO MBOOKIDA
           MOVE ATTR-UNPROT-MDT     TO MACCNOA
           MOVE ATTR-UNPROT-NUM-MDT TO MHOURSA
           MOVE ATTR-UNPROT-NUM-MDT TO MRATEA
           MOVE ATTR-UNPROT-MDT     TO MSTARTA
           MOVE ATTR-UNPROT-MDT     TO MENDA

           EXEC CICS
                SEND MAP(WS-MAP)
                     MAPSET(WS-MAPSET)
                     FROM(RSVMNTMO)
           END-EXEC

           EXEC CICS
               RETURN TRANSID(WS-TRANSID)
                      COMMAREA(WS-COMMAREA)
           END-EXEC
           .
       Z0000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *SUPPORT PARAGRAPH------------------------------------------------
      *-----------------------------------------------------------------
      *RECORD THE FAILURE IN THE CENTRAL ERROR LOG BEFORE THE MESSAGE--
      *REACHES THE TERMINAL, SO THE EVIDENCE SURVIVES THE SCREEN CLEAR-
      *(BEST-EFFORT - A FAILURE HERE MUST NOT MASK THE REAL ERROR)-----
       Z9500-LOG-ERROR.
           EXEC CICS ASKTIME
                ABSTIME(WS-ERRLOG-ABS)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ERRLOG-ABS)
                YYYYMMDD(WS-ERRLOG-DATE)
                DATESEP('-')
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ERRLOG-ABS)
                TIME(WS-ERRLOG-TIME)
                TIMESEP(':')
           END-EXEC

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
           MOVE 'RSV01'   TO ERRLG-PROGRAM
           MOVE ERR-LOC           TO ERRLG-LOCATION
           MOVE ERR-CODE          TO ERRLG-ERROR-CODE
           MOVE WS-OPER-ID        TO ERRLG-OPER-ID
           MOVE EIBTRMID          TO ERRLG-TERMINAL
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
           .
       Z9500-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *APPEND THE SIGN-ON (OR REFUSAL) TO THE SECURITY ACTIVITY LOG,---
      *THE SAME WAY BOOK01DB'S Z8000-LOG-SECURITY DOES - BEST-EFFORT,--
      *A LOGGING FAILURE MUST NOT BLOCK THE SIGN-ON---------------------
       Z8000-LOG-SIGNON.
           EXEC CICS ASKTIME
                ABSTIME(WS-ERRLOG-ABS)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ERRLOG-ABS)
                YYYYMMDD(WS-ERRLOG-DATE)
                DATESEP('-')
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ERRLOG-ABS)
                TIME(WS-ERRLOG-TIME)
                TIMESEP(':')
           END-EXEC

           EXEC SQL
                SELECT VALUE(MAX(LOG_ID), 0)
                INTO  :WS-NEXT-SEC-ID
                FROM   IBMUSER.SEC_ACTIVITY
           END-EXEC

           IF SQLCODE NOT = 0
              GO TO Z8000-SIGNON-EXIT
           END-IF

           ADD 1 TO WS-NEXT-SEC-ID

           MOVE WS-NEXT-SEC-ID TO SECAC-LOG-ID
           MOVE WS-OPER-ID     TO SECAC-OPER-ID
           MOVE EIBTRMID       TO SECAC-TERMINAL
           MOVE WS-SEC-EVENT   TO SECAC-EVENT
           MOVE WS-ERRLOG-DATE TO SECAC-EVENT-DATE
           MOVE WS-ERRLOG-TIME TO SECAC-EVENT-TIME

           EXEC SQL
                INSERT INTO IBMUSER.SEC_ACTIVITY
                       (LOG_ID, OPER_ID, TERMINAL, EVENT,
                        EVENT_DATE, EVENT_TIME)
                VALUES (:SECAC-LOG-ID, :SECAC-OPER-ID,
                        :SECAC-TERMINAL, :SECAC-EVENT,
                        :SECAC-EVENT-DATE, :SECAC-EVENT-TIME)
           END-EXEC
           .
       Z8000-SIGNON-EXIT.
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
              MOVE    'Z9400-NEXT-KEY.'       TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
              END-IF

              EXEC SQL
                   UPDATE IBMUSER.KEY_ASSIGN
                   SET    LAST_VALUE = LAST_VALUE + 1
                   WHERE  KEY_NAME   = :WS-KEY-NAME
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE    'Z9400-NEXT-KEY.'       TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           EXEC SQL
                SELECT LAST_VALUE
                INTO  :WS-NEXT-KEY-VALUE
                FROM   IBMUSER.KEY_ASSIGN
                WHERE  KEY_NAME = :WS-KEY-NAME
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'Z9400-NEXT-KEY.'       TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       Z9400-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *FUNCTION-LEVEL AUTHORIZATION OVER IBMUSER.FUNC_AUTH (SEE---------
      *FUNCMNT1) - THE OPERATOR IS ALLOWED IN WHEN A GRANT EXISTS FOR---
      *THEIR ID OR FOR THEIR ROLE ('*' + ROLE LETTER). A FUNCTION-------
      *NOBODY HAS SET GRANTS UP FOR YET FALLS BACK TO THE OLD----------
      *HARD-WIRED ROLE TEST SO NOTHING LOCKS UP THE DAY THE TABLE------
      *GOES IN----------------------------------------------------------
       Z8500-CHECK-FUNCTION.
           MOVE 'N'    TO WS-FUNC-AUTH-SW
           MOVE SPACES TO WS-ROLE-GRANTEE
           MOVE '*'    TO WS-ROLE-GRANTEE(1:1)
           MOVE WS-OPER-ROLE TO WS-ROLE-GRANTEE(2:1)

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-FUNC-COUNT
                FROM   IBMUSER.FUNC_AUTH
                WHERE  FUNC_NAME = 'RSV01'
                AND    (GRANTEE  = :WS-OPER-ID
                        OR GRANTEE = :WS-ROLE-GRANTEE)
           END-EXEC

           IF SQLCODE NOT = 0
              GO TO Z8500-EXIT
           END-IF

           IF WS-FUNC-COUNT > 0
              MOVE 'Y' TO WS-FUNC-AUTH-SW
              GO TO Z8500-EXIT
           END-IF

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-FUNC-COUNT
                FROM   IBMUSER.FUNC_AUTH
                WHERE  FUNC_NAME = 'RSV01'
           END-EXEC

           IF SQLCODE = 0 AND WS-FUNC-COUNT = 0
              IF NOT OPER-IS-VIEWER
                 MOVE 'Y' TO WS-FUNC-AUTH-SW
              END-IF
           END-IF
           .
       Z8500-EXIT.
           EXIT
           .
       XXXX-ERROR-HANDLING.
           IF SOME-ERROR
              PERFORM Z9500-LOG-ERROR THRU Z9500-EXIT

              EXEC CICS
                  SEND TEXT FROM(WS-MESSAGE)
                            ERASE
                            FREEKB
              END-EXEC

              EXEC CICS
                   RETURN
              END-EXEC
           .
      *-----------------------------------------------------------------
