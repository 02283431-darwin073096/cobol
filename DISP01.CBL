      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DISP01.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- DISPOSITION OF WITHDRAWN COPIES OVER THE                  *
      * IBMUSER.COPY_DISPOSALS LOG. A COPY THAT LEFT STOCK - MISSING  *
      * (MISSFU), WITHDRAWN OR DAMAGED AT THE DESK (COPY01), BEYOND   *
      * REPAIR (REPAIR01) OR ON A TITLE DELETED FROM THE CATALOG      *
      * (DELETE01) - USED TO GO INTO THE FRIENDS' SALE BOX OR THE     *
      * SKIP WITH NO RECORD. NOW EACH ONE IS LOGGED WITH HOW IT WENT, *
      * WHEN, TO WHOM AND FOR HOW MUCH, FOR THE AUDITORS' ASSET       *
      * TRAIL. SALE PROCEEDS ARE ALSO LEDGERED ON FINE_PAYMENTS       *
      * (EXT_REF 'BOOK SALE') SO THE MONEY REACHES CASHRPT, GLEXTR    *
      * AND STATERN WITH THE FINES TAKEN AT THE DESK.                 *
      * STARTED DIRECTLY BY ITS OWN TRANSID.                          *
      * FUNTIONS AVAILABLE:                                           *
      *    -- ENTER > PROCESS THE KEYED ACTION                        *
      *    -- F3    > CLEAR THE SCREEN                                *
      *    -- F12   > EXIT                                            *
      *                                                               *
      * ACTIONS (MACTION FIELD):                                      *
      *    -- D > DISPOSE OF THE KEYED ACCESSION - METHOD S (SOLD),   *
      *           R (RECYCLED), G (DONATED - RECIPIENT REQUIRED) OR   *
      *           V (RETURNED TO VENDOR - RECIPIENT REQUIRED). DATE   *
      *           DEFAULTS TO TODAY; PROCEEDS ONLY ON A SALE. THE     *
      *           COPY MUST BE 'W' OR 'D', OR ON THE SHELF UNDER A    *
      *           DELETED TITLE, AND ENDS AT 'W' WITH ITS WITHDRAWAL  *
      *           REASON KEPT                                         *
      *    -- I > INQUIRE BY ACCESSION NUMBER                         *
      *                                                               *
      * RELATED PROGRAMS: MISSFU, COPY01, REPAIR01, DELETE01, DISPRPT *
      *    -- MISSFU   > WITHDRAWS COPIES NOBODY COULD FIND (M)       *
      *    -- COPY01   > DESK WITHDRAWALS (K) AND DAMAGED (D)         *
      *    -- REPAIR01 > COPIES BACK BEYOND REPAIR (R)                *
      *    -- DELETE01 > DELETED TITLES - THEIR COPIES GO AS X        *
      *    -- DISPRPT  > QUARTERLY DISPOSITION REPORT                 *
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
           05  WS-TRANSID              PIC X(04) VALUE 'DSP1'         .
           05  WS-MAP                  PIC X(07) VALUE 'DISPOSM'       .
           05  WS-MAPSET               PIC X(07) VALUE 'DISPOS'       .
           05  RESPONSE-CODE           PIC S9(4) COMP                .
           05  END-OF-SESSION          PIC X(13) VALUE 'SESSION ENDED'.
           05  WS-OPER-REJ-MSG         PIC X(050) VALUE
                   'SIGNED-ON USERID NOT SET UP IN OPERATORS TABLE.'   .
           05  WS-LOCKED-MSG           PIC X(060) VALUE
                   'OPERATOR IS LOCKED OUT - AN ADMIN MUST CLEAR IT.'  .
           05  WS-SEC-EVENT            PIC X(1)                       .
           05  WS-NEXT-SEC-ID          PIC S9(9) COMP                 .
           05  WS-NOTAUTH-MSG          PIC X(055) VALUE
               'NOT AUTHORIZED TO DISPOSE OF COPIES - VIEWER ROLE.'    .
           05  WS-FUNC-AUTH-SW         PIC X(1)  VALUE 'N'           .
               88  FUNCTION-ALLOWED               VALUE 'Y'          .
           05  WS-ROLE-GRANTEE         PIC X(8)                      .
           05  WS-FUNC-COUNT           PIC S9(9) COMP                .
           05  WS-MESSAGE.
               10  FILLER              PIC X(10) VALUE 'ERROR IN: '  .
               10  ERR-LOC             PIC X(30)                     .
               10  FILLER              PIC X(06) VALUE 'CODE: '      .
               10  ERR-CODE            PIC S9(4) COMP                .
           05  DISP-ACTION             PIC X(1)                      .
           05  WS-NEXT-DISP-ID         PIC S9(9) COMP                .
           05  WS-NEXT-PAYMENT-ID      PIC S9(9) COMP                .
           05  WS-PROC-EDIT            PIC ZZ,ZZ9.99                 .
           05  WS-BOOK-EDIT            PIC ZZZ9                      .
           05  WS-DISP-EDIT            PIC Z(8)9                     .
           05  WS-WDDT-IND             PIC S9(4) COMP                .
           05  WS-DLDT-IND             PIC S9(4) COMP                .
           05  WS-PREV-DISP-ID         PIC S9(9) COMP                .
           05  WS-ABS-TIME             PIC S9(15) COMP-3             .
           05  WS-TODAY                PIC X(10)                     .
           05  WS-PAY-TIME             PIC X(08)                     .
           05  WS-DONE-MSG.
               10  FILLER              PIC X(20) VALUE
                   'DISPOSAL RECORDED - '                              .
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
                INCLUDE DCLCDISP
           END-EXEC.

           EXEC SQL
                INCLUDE DCLCOPY
           END-EXEC.

           EXEC SQL
                INCLUDE DCLCPHST
           END-EXEC.

           EXEC SQL
                INCLUDE DCLBOOKS
           END-EXEC.

           EXEC SQL
                INCLUDE DCLFPAY
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

           COPY DISPOS.
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
                            MOVE LOW-VALUES      TO DISPOSMO
                            MOVE SPACES          TO MESSAGEO
                            PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
                    END-EVALUATE

               WHEN EIBCALEN > 0
                    MOVE DFHCOMMAREA         TO WS-COMMAREA
                    MOVE LOW-VALUES          TO DISPOSMI
                    MOVE LOW-VALUES          TO DISPOSMO
                    MOVE SPACES              TO MESSAGEO
                    INITIALIZE                  DCLCDISP
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
                   MOVE LOW-VALUES             TO DISPOSMO
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
                               INTO(DISPOSMI)
                               RESP(RESPONSE-CODE)
                   END-EXEC

                   MOVE MACTIONI TO DISP-ACTION
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
           EVALUATE DISP-ACTION
               WHEN 'D'
                    PERFORM A2100-DISPOSE      THRU A2100-EXIT
               WHEN 'I'
                    PERFORM A2300-INQUIRE      THRU A2300-EXIT
               WHEN OTHER
                    MOVE 'ENTER ACTION D OR I.' TO MESSAGEO
                    PERFORM Z0000-SEND-MAP    THRU Z0000-EXIT
           END-EVALUATE
           .
       A2000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *FETCH THE KEYED COPY WITH ITS TITLE AND SHOW THEM - THE---------
      *WITHDRAWAL DATE AND THE TITLE'S DELETION DATE MAY BOTH BE NULL---
       A2010-GET-COPY.
           IF MACCNOI = LOW-VALUE OR SPACES
              MOVE 'ACCESSION NUMBER IS REQUIRED.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP            THRU Z0000-EXIT
           END-IF

           MOVE MACCNOI TO COPY-ACCESSION-NO

           EXEC SQL
                SELECT C.BOOK_ID, C.STATUS,
                       VALUE(C.WD_REASON, ' '), C.WD_DATE,
                       B.TITLE, VALUE(B.DELETED_FLAG, 'N'),
                       B.DELETED_DATE
                INTO  :COPY-BOOK-ID, :COPY-STATUS,
                      :COPY-WD-REASON,
                      :COPY-WD-DATE     :WS-WDDT-IND,
                      :BOOKS-TITLE, :BOOKS-DELETED-FLAG,
                      :BOOKS-DELETED-DATE :WS-DLDT-IND
                FROM   IBMUSER.COPIES C,
                       IBMUSER.BOOKS  B
                WHERE  C.ACCESSION_NO = :COPY-ACCESSION-NO
                AND    B.BOOK_ID      = C.BOOK_ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE 'UNKNOWN ACCESSION NUMBER.' TO MESSAGEO
                   PERFORM Z0000-SEND-MAP        THRU Z0000-EXIT
              WHEN OTHER
                   MOVE    'A2010-GET-COPY.'     TO ERR-LOC
                   MOVE     SQLCODE              TO ERR-CODE
                   MOVE    'Y'                   TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           IF WS-WDDT-IND < 0
              MOVE SPACES TO COPY-WD-DATE
           END-IF

           IF WS-DLDT-IND < 0
              MOVE SPACES TO BOOKS-DELETED-DATE
           END-IF

           MOVE COPY-ACCESSION-NO       TO MACCNOO
           MOVE COPY-BOOK-ID            TO WS-BOOK-EDIT
           MOVE WS-BOOK-EDIT            TO MBKIDO
           MOVE BOOKS-TITLE-TEXT(1:40)  TO MTITLEO
           MOVE COPY-STATUS             TO MCSTATO
           MOVE COPY-WD-REASON          TO MWDRSNO
           MOVE COPY-WD-DATE            TO MWDDTO
           .
       A2010-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *RECORD WHERE THE COPY WENT. ONLY A COPY ALREADY OUT OF STOCK----
      *('W' OR 'D'), OR STILL ON THE SHELF UNDER A DELETED TITLE, CAN--
      *BE DISPOSED OF, AND ONLY ONCE. THE COPY ENDS AT 'W' KEEPING ITS-
      *WITHDRAWAL REASON ('X' FOR THE DELETED TITLE'S COPIES)----------
       A2100-DISPOSE.
           IF MMETHI NOT = 'S' AND MMETHI NOT = 'R'
              AND MMETHI NOT = 'G' AND MMETHI NOT = 'V'
              MOVE 'METHOD MUST BE S, R, G OR V.'   TO MESSAGEO
              PERFORM Z0000-SEND-MAP            THRU Z0000-EXIT
           END-IF

           MOVE MMETHI TO CDISP-METHOD

           IF MRECIPI = LOW-VALUE OR SPACES
              IF CDISP-METHOD = 'G' OR CDISP-METHOD = 'V'
                 MOVE 'RECIPIENT IS REQUIRED FOR A DONATION OR RETURN.'
                                                 TO MESSAGEO
                 PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
              END-IF
              MOVE SPACES  TO CDISP-RECIPIENT
           ELSE
              MOVE MRECIPI TO CDISP-RECIPIENT
           END-IF

           PERFORM Z6000-ASKTIME THRU Z6000-EXIT

           IF MDSPDTI = LOW-VALUE OR SPACES
              MOVE WS-TODAY TO CDISP-DISP-DATE
           ELSE
              MOVE MDSPDTI  TO CDISP-DISP-DATE
           END-IF

           IF CDISP-DISP-DATE(5:1) NOT = '-'
              OR CDISP-DISP-DATE(8:1) NOT = '-'
              OR CDISP-DISP-DATE > WS-TODAY
              MOVE 'DISPOSAL DATE MUST BE YYYY-MM-DD, NOT IN FUTURE.'
                                              TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           IF MPROCI = LOW-VALUE OR SPACES
              MOVE 0 TO CDISP-PROCEEDS
           ELSE
              COMPUTE CDISP-PROCEEDS = FUNCTION NUMVAL(MPROCI)
           END-IF

           IF CDISP-PROCEEDS < 0
              OR (CDISP-PROCEEDS > 0 AND CDISP-METHOD NOT = 'S')
              MOVE 'PROCEEDS ARE ONLY TAKEN ON A SALE (METHOD S).'
                                              TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           PERFORM A2010-GET-COPY THRU A2010-EXIT

           IF COPY-STATUS NOT = 'W' AND COPY-STATUS NOT = 'D'
              AND (BOOKS-DELETED-FLAG NOT = 'Y'
                   OR COPY-STATUS NOT = 'A')
              MOVE 'COPY IS NOT WITHDRAWN OR DAMAGED - CANNOT DISPOSE.'
                                              TO MESSAGEO
              PERFORM Z0000-SEND-MAP       THRU Z0000-EXIT
           END-IF

           EXEC SQL
                SELECT DISP_ID
                INTO  :WS-PREV-DISP-ID
                FROM   IBMUSER.COPY_DISPOSALS
                WHERE  ACCESSION_NO = :COPY-ACCESSION-NO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE WS-PREV-DISP-ID TO WS-DISP-EDIT
                   MOVE WS-DISP-EDIT    TO MDISPIDO
                   MOVE 'COPY ALREADY DISPOSED OF - SEE ACTION I.'
                                        TO MESSAGEO
                   PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
              WHEN SQLCODE = 100
                   CONTINUE
              WHEN OTHER
                   MOVE    'A2100-DISPOSE.'      TO ERR-LOC
                   MOVE     SQLCODE              TO ERR-CODE
                   MOVE    'Y'                   TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

      *A COPY THAT NEVER FORMALLY LEFT STOCK GOES UNDER ITS TITLE'S-----
      *DELETION; ONE WITHDRAWN BEFORE REASONS WERE KEPT DATES FROM------
      *THE DISPOSAL ITSELF----------------------------------------------
           IF COPY-STATUS = 'A'
              OR (COPY-WD-REASON = SPACE AND BOOKS-DELETED-FLAG = 'Y')
              MOVE 'X'                TO COPY-WD-REASON
              MOVE BOOKS-DELETED-DATE TO COPY-WD-DATE
           END-IF

           IF COPY-WD-DATE = SPACES
              MOVE CDISP-DISP-DATE TO COPY-WD-DATE
           END-IF

           MOVE 0 TO CDISP-PAYMENT-ID

           IF CDISP-PROCEEDS > 0
              PERFORM A2150-WRITE-SALE THRU A2150-EXIT
           END-IF

      *DRAW THE NEXT DISPOSAL ID FROM THE CENTRAL ASSIGNER - THE SEED
      *IS ONLY USED THE FIRST TIME THE KEY ROW IS CREATED---------------
           MOVE 'DISPID  ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(DISP_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.COPY_DISPOSALS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2100-DISPOSE.'      TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT
           MOVE WS-NEXT-KEY-VALUE TO WS-NEXT-DISP-ID

           MOVE WS-NEXT-DISP-ID   TO CDISP-DISP-ID
           MOVE COPY-ACCESSION-NO TO CDISP-ACCESSION-NO
           MOVE COPY-BOOK-ID      TO CDISP-BOOK-ID
           MOVE COPY-WD-REASON    TO CDISP-WD-REASON
           MOVE COPY-WD-DATE      TO CDISP-WD-DATE
           MOVE WS-OPER-ID        TO CDISP-OPER-ID

           EXEC SQL
                INSERT INTO IBMUSER.COPY_DISPOSALS
                       (DISP_ID, ACCESSION_NO, BOOK_ID, WD_REASON,
                        WD_DATE, METHOD, DISP_DATE, RECIPIENT,
                        PROCEEDS, PAYMENT_ID, OPER_ID)
                VALUES (:CDISP-DISP-ID, :CDISP-ACCESSION-NO,
                        :CDISP-BOOK-ID, :CDISP-WD-REASON,
                        :CDISP-WD-DATE, :CDISP-METHOD,
                        :CDISP-DISP-DATE, :CDISP-RECIPIENT,
                        :CDISP-PROCEEDS, :CDISP-PAYMENT-ID,
                        :CDISP-OPER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2100-DISPOSE.'      TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z7700-COPY-BEFORE THRU Z7700-EXIT

           EXEC SQL
                UPDATE IBMUSER.COPIES
                SET    STATUS       = 'W',
                       WD_REASON    = :COPY-WD-REASON,
                       WD_DATE      = :COPY-WD-DATE
                WHERE  ACCESSION_NO = :COPY-ACCESSION-NO
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2100-DISPOSE.'      TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z7710-COPY-HISTORY THRU Z7710-EXIT

           MOVE 'W'                    TO MCSTATO
           MOVE COPY-WD-REASON         TO MWDRSNO
           MOVE COPY-WD-DATE           TO MWDDTO
           MOVE CDISP-DISP-ID          TO WS-DISP-EDIT
           MOVE WS-DISP-EDIT           TO MDISPIDO
           MOVE CDISP-DISP-ID          TO WS-DONE-ID
           MOVE WS-DONE-MSG            TO MESSAGEO
           PERFORM Z0000-SEND-MAP    THRU Z0000-EXIT
           .
       A2100-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *LEDGER THE SALE MONEY ON FINE_PAYMENTS THE WAY FINE01'S----------
      *A2310-WRITE-PAYMENT DOES, UNDER THE SIGNED-ON OPERATOR WHO TOOK--
      *IT. NO FINE AND NO BORROWER - EXT_REF 'BOOK SALE' IS WHAT--------
      *CASHRPT, GLEXTR AND STATERN KNOW IT BY---------------------------
       A2150-WRITE-SALE.
           MOVE 'PAYID   ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(PAYMENT_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.FINE_PAYMENTS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2150-WRITE-SALE.'    TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT
           MOVE WS-NEXT-KEY-VALUE TO WS-NEXT-PAYMENT-ID

           MOVE WS-NEXT-PAYMENT-ID TO FPAY-PAYMENT-ID
           MOVE 0                  TO FPAY-FINE-ID
           MOVE 0                  TO FPAY-BORROWER-ID
           MOVE CDISP-PROCEEDS     TO FPAY-AMOUNT
           MOVE WS-TODAY           TO FPAY-PAY-DATE
           MOVE WS-PAY-TIME        TO FPAY-PAY-TIME
           MOVE WS-OPER-ID         TO FPAY-OPER-ID
           MOVE 'BOOK SALE'        TO FPAY-EXT-REF

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
              MOVE    'A2150-WRITE-SALE.'    TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE FPAY-PAYMENT-ID TO CDISP-PAYMENT-ID
           .
       A2150-EXIT.
           EXIT
           .
       A2300-INQUIRE.
           PERFORM A2010-GET-COPY THRU A2010-EXIT

           EXEC SQL
                SELECT DISP_ID, METHOD, DISP_DATE,
                       VALUE(RECIPIENT, ' '), PROCEEDS
                INTO  :CDISP-DISP-ID, :CDISP-METHOD,
                      :CDISP-DISP-DATE, :CDISP-RECIPIENT,
                      :CDISP-PROCEEDS
                FROM   IBMUSER.COPY_DISPOSALS
                WHERE  ACCESSION_NO = :COPY-ACCESSION-NO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE CDISP-DISP-ID       TO WS-DISP-EDIT
                   MOVE WS-DISP-EDIT        TO MDISPIDO
                   MOVE CDISP-METHOD        TO MMETHO
                   MOVE CDISP-DISP-DATE     TO MDSPDTO
                   MOVE CDISP-RECIPIENT     TO MRECIPO
                   MOVE CDISP-PROCEEDS      TO WS-PROC-EDIT
                   MOVE WS-PROC-EDIT        TO MPROCO
                   PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
              WHEN SQLCODE = 100
                   MOVE 'NO DISPOSAL RECORDED FOR THAT COPY.'
                                            TO MESSAGEO
                   PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
              WHEN OTHER
                   MOVE 'A2300-INQUIRE.'      TO ERR-LOC
                   MOVE  SQLCODE              TO ERR-CODE
                   MOVE  'Y'                  TO ERROR-HANDLING
                   PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2300-EXIT.
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
                TIME(WS-PAY-TIME)
                TIMESEP(':')
           END-EXEC
           .
       Z6000-EXIT.
           EXIT
           .
      *SEND MAP PARAGRAPH-----------------------------------------------
       Z0000-SEND-MAP.
           MOVE ATTR-UNPROT-MDT     TO MACTIONA
           MOVE ATTR-UNPROT-MDT     TO MACCNOA
           MOVE ATTR-UNPROT-MDT     TO MMETHA
           MOVE ATTR-UNPROT-MDT     TO MDSPDTA
           MOVE ATTR-UNPROT-MDT     TO MRECIPA
           MOVE ATTR-UNPROT-NUM-MDT TO MPROCA

           EXEC CICS
                SEND MAP(WS-MAP)
                     MAPSET(WS-MAPSET)
                     FROM(DISPOSMO)
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
      *THE COPY'S STATUS, CONDITION, BRANCH AND SHELF AS THEY STAND-----
      *BEFORE A CHANGE, FOR Z7710 TO COMPARE WITH (A COPY NOT YET-------
      *ON FILE COMES BACK BLANK)----------------------------------------
       Z7700-COPY-BEFORE.
           MOVE COPY-ACCESSION-NO TO CPHST-ACCESSION-NO

           EXEC SQL
                SELECT STATUS, VALUE(CONDITION, ' '),
                       VALUE(BRANCH_ID, 0), VALUE(SHELF_LOC, ' ')
                INTO  :CPHST-OLD-STATUS, :CPHST-OLD-CONDITION,
                      :CPHST-OLD-BRANCH-ID, :CPHST-OLD-SHELF-LOC
                FROM   IBMUSER.COPIES
                WHERE  ACCESSION_NO = :CPHST-ACCESSION-NO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE SPACES TO CPHST-OLD-STATUS
                                  CPHST-OLD-CONDITION
                                  CPHST-OLD-SHELF-LOC
                   MOVE 0      TO CPHST-OLD-BRANCH-ID
              WHEN OTHER
                   MOVE    'Z7700-COPY-BEFORE.'   TO ERR-LOC
                   MOVE     SQLCODE               TO ERR-CODE
                   MOVE    'Y'                    TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       Z7700-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE IBMUSER.COPY_HISTORY ROW WHEN THE COPY NOW DIFFERS FROM WHAT-
      *Z7700 TOOK - OLD AND NEW VALUES, THE NEXT SEQ_NO FOR THE COPY,---
      *THIS PROGRAM AND THE OPERATOR------------------------------------
       Z7710-COPY-HISTORY.
           EXEC SQL
                SELECT STATUS, VALUE(CONDITION, ' '),
                       VALUE(BRANCH_ID, 0), VALUE(SHELF_LOC, ' ')
                INTO  :CPHST-NEW-STATUS, :CPHST-NEW-CONDITION,
                      :CPHST-NEW-BRANCH-ID, :CPHST-NEW-SHELF-LOC
                FROM   IBMUSER.COPIES
                WHERE  ACCESSION_NO = :CPHST-ACCESSION-NO
           END-EXEC

           IF SQLCODE = 100
              GO TO Z7710-EXIT
           END-IF

           IF SQLCODE NOT = 0
              MOVE    'Z7710-COPY-HISTORY.'  TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF CPHST-NEW-STATUS    = CPHST-OLD-STATUS
          AND CPHST-NEW-CONDITION = CPHST-OLD-CONDITION
          AND CPHST-NEW-BRANCH-ID = CPHST-OLD-BRANCH-ID
          AND CPHST-NEW-SHELF-LOC = CPHST-OLD-SHELF-LOC
              GO TO Z7710-EXIT
           END-IF

           EXEC SQL
                SELECT VALUE(MAX(SEQ_NO), 0)
                INTO  :CPHST-SEQ-NO
                FROM   IBMUSER.COPY_HISTORY
                WHERE  ACCESSION_NO = :CPHST-ACCESSION-NO
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'Z7710-COPY-HISTORY.'  TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           ADD 1 TO CPHST-SEQ-NO
           MOVE 'DISP01  '         TO CPHST-PROGRAM
           MOVE WS-OPER-ID         TO CPHST-OPER-ID

           EXEC SQL
                INSERT INTO IBMUSER.COPY_HISTORY
                       (ACCESSION_NO, SEQ_NO, CHANGE_DATE, CHANGE_TIME,
                        OLD_STATUS, NEW_STATUS, OLD_CONDITION,
                        NEW_CONDITION, OLD_BRANCH_ID, NEW_BRANCH_ID,
                        OLD_SHELF_LOC, NEW_SHELF_LOC, PROGRAM, OPER_ID)
                VALUES (:CPHST-ACCESSION-NO, :CPHST-SEQ-NO,
                        CURRENT DATE, CURRENT TIME,
                        :CPHST-OLD-STATUS, :CPHST-NEW-STATUS,
                        :CPHST-OLD-CONDITION, :CPHST-NEW-CONDITION,
                        :CPHST-OLD-BRANCH-ID, :CPHST-NEW-BRANCH-ID,
                        :CPHST-OLD-SHELF-LOC, :CPHST-NEW-SHELF-LOC,
                        :CPHST-PROGRAM, :CPHST-OPER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'Z7710-COPY-HISTORY.'  TO ERR-LOC
              MOVE     SQLCODE               TO ERR-CODE
              MOVE    'Y'                    TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       Z7710-EXIT.
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
           MOVE 'DISP01'   TO ERRLG-PROGRAM
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
                WHERE  FUNC_NAME = 'DISP01'
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
                WHERE  FUNC_NAME = 'DISP01'
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
