      *                                                               *
      * ACTIONS (MACTION FIELD):                                      *
      *    -- A > ADD A NEW BORROWER (NEXT ID ASSIGNED AUTOMATICALLY) *
      *    -- C > CHANGE NAME/CONTACT/LIMIT/TYPE/GUARDIAN OF AN       *
      *           EXISTING BORROWER                                   *
      *    -- X > DISABLE A BORROWER (STATUS 'D' - LOAN01 REFUSES A   *
      *           CHECK-OUT AGAINST A DISABLED BORROWER)              *
      *    -- I > INQUIRE - FILL THE SCREEN FROM AN EXISTING ROW      *
      * S = STAFF) KEYS THE LENDING RULES ON IBMUSER.LOAN_POLICY -    *
      * THE TYPE KEYED HERE MUST HAVE A POLICY ROW SET UP.            *
      *                                                               *
      * --- GUARDIAN (MGUARD FIELD) LINKS A JUVENILE TO THE BORROWER  *
      * RESPONSIBLE FOR IT (BLANK = NONE). THE GUARDIAN MUST BE AN    *
      * ACTIVE BORROWER WITH NO GUARDIAN OF ITS OWN, AND A BORROWER   *
      * THAT IS ITSELF SOMEONE'S GUARDIAN CANNOT BE GIVEN ONE.        *
      * NOTICES, STATEMENTS AND FINAL BILLS FOR THE DEPENDENT THEN    *
      * GO TO THE GUARDIAN'S CONTACT AND CHANNEL.                     *
      *                                                               *
      * --- REMINDER OPT-OUT (MOPTOUT FIELD) Y KEEPS THE BORROWER OFF *
      * THE NIGHTLY DUESOON COURTESY REMINDERS (BLANK/N = REMIND).    *
      *                                                               *
      * --- ADDRESS (MSTREET/MTOWN/MPCODE FIELDS) IS THE STRUCTURED   *
      * POSTAL ADDRESS - THE POSTCODE IS REQUIRED ON ADD AND CHANGE.  *
      * THE RESIDENCY DISTRICT AND RESIDENT FLAG ARE DERIVED FROM IT  *
      * ON IBMUSER.POSTCODE_DISTRICTS (PCDMNT01); A POSTCODE NOT ON   *
      * THE TABLE IS OUT OF AREA. REGISTERING (A) OR RENEWING (R) A   *
      * NON-RESIDENT CHARGES THE ANNUAL 'NRESFEE' SETTING (DEFAULT    *
      * 25.00, ZERO = NO FEE) AS A FINE TYPE 'N' ON THE ACCOUNT.      *
      *                                                               *
      * RELATED PROGRAMS: LOAN01                                      *
      *    -- LOAN01 > VALIDATES CHECK-OUTS AGAINST THIS MASTER AND   *
      *                APPLIES THE LOAN_POLICY RULES FOR THE TYPE     *
      *    -- NOTSPOOL > DELIVERS A DEPENDENT'S NOTICES TO THE        *
      *                GUARDIAN                                       *
      *    -- BRWINQ1 > SHOWS DEPENDENTS' LOANS AND FINES ON THE      *
      *                GUARDIAN'S ACCOUNT                             *
      *    -- DUESOON > SKIPS A BORROWER WHO HAS OPTED OUT            *
      *    -- NOTRETN > FLAGS A CONTACT THE MAIL HOUSE KEEPS SENDING  *
      *                BACK - A CHANGE OF CONTACT OR NOTICE PREF HERE *
      *                CLEARS THE FLAG                                *
      *    -- PCDMNT01 > MAINTAINS THE POSTCODE-TO-DISTRICT TABLE     *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
           05  WS-DEFAULT-LIMIT        PIC S9(4) COMP VALUE +5       .
           05  WS-DEFAULT-TYPE         PIC X(1)  VALUE 'A'           .
           05  WS-DEFAULT-PREF         PIC X(1)  VALUE 'P'           .
           05  WS-DEFAULT-OPTOUT       PIC X(1)  VALUE 'N'           .
           05  WS-NRES-FEE             PIC S9(5)V9(2) COMP-3
                                                 VALUE +25.00        .
           05  WS-FEE-CHARGED          PIC X(1)  VALUE 'N'           .
               88  FEE-CHARGED                    VALUE 'Y'          .
           05  BORRW-ACTION            PIC X(1)                      .
           05  WS-MBR-DAYS             PIC S9(4) COMP VALUE +365     .
           05  WS-DEPENDENTS           PIC S9(9) COMP                .
           05  WS-GUARD-STATUS         PIC X(1)                      .
           05  WS-GUARD-OF-GUARD       PIC S9(4) COMP                .
           05  WS-GUARD-NAME.
               49  WS-GUARD-NAME-LEN   PIC S9(4) COMP                .
               49  WS-GUARD-NAME-TEXT  PIC X(30)                     .


       01  WS-ERRLOG-VARS.
                INCLUDE DCLSETTG
           END-EXEC.

           EXEC SQL
                INCLUDE DCLPCDST
           END-EXEC.

           EXEC SQL
                INCLUDE DCLFINES
           END-EXEC.

           COPY BORRW1.
           COPY DFHAID.
           COPY ATTR.
                INSERT INTO IBMUSER.BORROWERS
                       (BORROWER_ID, NAME, CONTACT, STATUS, LOAN_LIMIT,
                        BORROWER_TYPE, NOTICE_PREF,
                        REG_DATE, EXPIRY_DATE, GUARDIAN_ID,
                        REMIND_OPTOUT, ADDR_STREET, ADDR_TOWN,
                        ADDR_POSTCODE, DISTRICT, RESIDENT)
                VALUES (:BORRW-BORROWER-ID, :BORRW-NAME,
                        :BORRW-CONTACT, :BORRW-STATUS,
                        :BORRW-LOAN-LIMIT, :BORRW-BORROWER-TYPE,
                        :BORRW-NOTICE-PREF,
                        CURRENT DATE,
                        CURRENT DATE + :WS-MBR-DAYS DAYS,
                        :BORRW-GUARDIAN-ID,
                        :BORRW-REMIND-OPTOUT,
                        :BORRW-ADDR-STREET, :BORRW-ADDR-TOWN,
                        :BORRW-ADDR-POSTCODE, :BORRW-DISTRICT,
                        :BORRW-RESIDENT)
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    MOVE BORRW-BORROWER-ID TO MBIDO
                    PERFORM A2600-CHARGE-NRES-FEE THRU A2600-EXIT
                    IF FEE-CHARGED
                       MOVE 'BORROWER ADDED - NON-RESIDENT FEE CHARGED.'
                                           TO MESSAGEO
                    ELSE
                       MOVE 'BORROWER ADDED.' TO MESSAGEO
                    END-IF
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN OTHER
                    MOVE 'A2100-ADD-BORROWER.' TO ERR-LOC
                 PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
              END-IF
           END-IF

      *'Y' KEEPS THE BORROWER OFF THE DUESOON COURTESY REMINDERS--------
           IF MOPTOUTI = LOW-VALUE OR SPACES
              MOVE WS-DEFAULT-OPTOUT TO BORRW-REMIND-OPTOUT
           ELSE
              IF MOPTOUTI = 'Y' OR MOPTOUTI = 'N'
                 MOVE MOPTOUTI       TO BORRW-REMIND-OPTOUT
              ELSE
                 MOVE 'REMINDER OPT-OUT MUST BE Y OR N.'
                                     TO MESSAGEO
                 PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
              END-IF
           END-IF

           IF MGUARDI = LOW-VALUE OR SPACES
              MOVE 0                 TO BORRW-GUARDIAN-ID
           ELSE
              COMPUTE BORRW-GUARDIAN-ID = FUNCTION NUMVAL(MGUARDI)
              PERFORM A2140-CHECK-GUARDIAN THRU A2140-EXIT
           END-IF

           IF MSTREETI = LOW-VALUE OR SPACES
              MOVE SPACES            TO BORRW-ADDR-STREET
           ELSE
              MOVE MSTREETI          TO BORRW-ADDR-STREET
           END-IF

           IF MTOWNI = LOW-VALUE OR SPACES
              MOVE SPACES            TO BORRW-ADDR-TOWN
           ELSE
              MOVE MTOWNI            TO BORRW-ADDR-TOWN
           END-IF

           IF MPCODEI = LOW-VALUE OR SPACES
              MOVE 'POSTCODE IS REQUIRED FOR THE RESIDENCY CHECK.'
                                     TO MESSAGEO
              PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           ELSE
              MOVE MPCODEI           TO BORRW-ADDR-POSTCODE
           END-IF

           PERFORM A2150-GET-DISTRICT THRU A2150-EXIT
           .
       A2110-EXIT.
           EXIT
           EXIT
           .
      *-----------------------------------------------------------------
      *THE GUARDIAN MUST BE ON FILE, NOT DISABLED, AND NOT ITSELF A-----
      *DEPENDENT - ONE LEVEL ONLY, SO NOTICE ROUTING NEVER CHAINS. A----
      *BORROWER WHO ALREADY HAS DEPENDENTS CANNOT TAKE A GUARDIAN-------
       A2140-CHECK-GUARDIAN.
           IF BORRW-GUARDIAN-ID = BORRW-BORROWER-ID
              MOVE 'A BORROWER CANNOT BE ITS OWN GUARDIAN.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           END-IF

           EXEC SQL
                SELECT STATUS, VALUE(GUARDIAN_ID, 0)
                INTO  :WS-GUARD-STATUS, :WS-GUARD-OF-GUARD
                FROM   IBMUSER.BORROWERS
                WHERE  BORROWER_ID = :BORRW-GUARDIAN-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   CONTINUE
              WHEN SQLCODE = 100
                   MOVE 'UNKNOWN GUARDIAN ID.'     TO MESSAGEO
                   PERFORM Z0000-SEND-MAP        THRU Z0000-EXIT
              WHEN OTHER
                   MOVE    'A2140-CHECK-GUARDIAN.' TO ERR-LOC
                   MOVE     SQLCODE                TO ERR-CODE
                   MOVE    'Y'                     TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           IF WS-GUARD-STATUS = 'D'
              MOVE 'GUARDIAN IS A DISABLED BORROWER.'  TO MESSAGEO
              PERFORM Z0000-SEND-MAP               THRU Z0000-EXIT
           END-IF

           IF WS-GUARD-OF-GUARD NOT = 0
              MOVE 'GUARDIAN HAS A GUARDIAN OF ITS OWN.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP                 THRU Z0000-EXIT
           END-IF

           IF BORRW-BORROWER-ID NOT > 0
              GO TO A2140-EXIT
           END-IF

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-DEPENDENTS
                FROM   IBMUSER.BORROWERS
                WHERE  GUARDIAN_ID = :BORRW-BORROWER-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2140-CHECK-GUARDIAN.' TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           IF WS-DEPENDENTS > 0
              MOVE 'BORROWER IS A GUARDIAN - CANNOT HAVE ONE.'
                                              TO MESSAGEO
              PERFORM Z0000-SEND-MAP        THRU Z0000-EXIT
           END-IF
           .
       A2140-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *DERIVE THE RESIDENCY DISTRICT FROM THE POSTCODE - A POSTCODE NOT-
      *ON IBMUSER.POSTCODE_DISTRICTS IS OUT OF AREA (NO DISTRICT, NOT---
      *RESIDENT); ONE ON FILE IS RESIDENT WHEN ITS DISTRICT IS IN AREA--
       A2150-GET-DISTRICT.
           MOVE BORRW-ADDR-POSTCODE TO PCDST-POSTCODE

           EXEC SQL
                SELECT DISTRICT, IN_AREA
                INTO  :PCDST-DISTRICT, :PCDST-IN-AREA
                FROM   IBMUSER.POSTCODE_DISTRICTS
                WHERE  POSTCODE = :PCDST-POSTCODE
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE PCDST-DISTRICT   TO BORRW-DISTRICT
                   IF PCDST-IN-AREA = 'Y'
                      MOVE 'Y'           TO BORRW-RESIDENT
                   ELSE
                      MOVE 'N'           TO BORRW-RESIDENT
                   END-IF
              WHEN SQLCODE = 100
                   MOVE SPACES           TO BORRW-DISTRICT
                   MOVE 'N'              TO BORRW-RESIDENT
              WHEN OTHER
                   MOVE    'A2150-GET-DISTRICT.' TO ERR-LOC
                   MOVE     SQLCODE              TO ERR-CODE
                   MOVE    'Y'                   TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2150-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE MEMBERSHIP TERM IN DAYS - 'MBRDAYS' ON IBMUSER.LIB_SETTINGS--
      *(SAME CONVENTION AS 'FINERATE'), NO ROW MEANS A FULL YEAR--------
       A2130-GET-PERIOD.
           PERFORM A2210-CHECK-ID   THRU A2210-EXIT
           PERFORM A2130-GET-PERIOD THRU A2130-EXIT

      *A ROW NOBODY HAS KEYED AN ADDRESS FOR YET (NULL RESIDENT) IS-----
      *NOT CHARGED UNTIL ITS ADDRESS IS ON FILE-------------------------
           EXEC SQL
                SELECT VALUE(RESIDENT, 'Y')
                INTO  :BORRW-RESIDENT
                FROM   IBMUSER.BORROWERS
                WHERE  BORROWER_ID = :BORRW-BORROWER-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    CONTINUE
               WHEN SQLCODE = 100
                    MOVE 'UNKNOWN BORROWER ID.' TO MESSAGEO
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN OTHER
                    MOVE 'A2500-RENEW-BORROWER.' TO ERR-LOC
                    MOVE  SQLCODE                TO ERR-CODE
                    MOVE  'Y'                    TO ERROR-HANDLING
                    PERFORM XXXX-ERROR-HANDLING
           END-EVALUATE

           EXEC SQL
                UPDATE IBMUSER.BORROWERS
                   SET EXPIRY_DATE =

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    PERFORM A2600-CHARGE-NRES-FEE THRU A2600-EXIT
                    IF FEE-CHARGED
                       MOVE 'RENEWED - NON-RESIDENT FEE CHARGED.'
                                           TO MESSAGEO
                    ELSE
                       MOVE 'MEMBERSHIP RENEWED.' TO MESSAGEO
                    END-IF
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN SQLCODE = 100
                    MOVE 'UNKNOWN BORROWER ID.' TO MESSAGEO
           EXIT
           .
      *-----------------------------------------------------------------
      *CHARGE A NON-RESIDENT THE ANNUAL FEE AS A FINE TYPE 'N' WITH NO--
      *LOAN ('NRESFEE' ON IBMUSER.LIB_SETTINGS, SAME CONVENTION AS------
      *'MBRDAYS' - NO ROW KEEPS THE DEFAULT, ZERO CHARGES NOTHING). IT--
      *IS PAID AND WAIVED AT THE DESK LIKE ANY OTHER CHARGE-------------
       A2600-CHARGE-NRES-FEE.
           MOVE 'N' TO WS-FEE-CHARGED

           IF BORRW-RESIDENT NOT = 'N'
              GO TO A2600-EXIT
           END-IF

           MOVE 'NRESFEE ' TO SETTG-SETTING-ID

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   COMPUTE WS-NRES-FEE =
                           FUNCTION NUMVAL(SETTG-SETTING-VALUE)
              WHEN SQLCODE = 100
                   CONTINUE
              WHEN OTHER
                   MOVE    'A2600-CHARGE-NRES-FEE.' TO ERR-LOC
                   MOVE     SQLCODE                 TO ERR-CODE
                   MOVE    'Y'                      TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           IF WS-NRES-FEE NOT > 0
              GO TO A2600-EXIT
           END-IF

      *DRAW THE NEXT FINE ID FROM THE CENTRAL ASSIGNER - THE SEED IS----
      *ONLY USED THE FIRST TIME THE KEY ROW IS CREATED------------------
           MOVE 'FINEID  ' TO WS-KEY-NAME

           EXEC SQL
                SELECT VALUE(MAX(FINE_ID), 0)
                INTO  :WS-KEY-SEED
                FROM   IBMUSER.FINES
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2600-CHARGE-NRES-FEE.' TO ERR-LOC
              MOVE     SQLCODE                 TO ERR-CODE
              MOVE    'Y'                      TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           PERFORM Z9400-NEXT-KEY THRU Z9400-EXIT

           MOVE WS-NEXT-KEY-VALUE TO FINES-FINE-ID
           MOVE BORRW-BORROWER-ID TO FINES-BORROWER-ID
           MOVE WS-NRES-FEE       TO FINES-AMOUNT

           EXEC SQL
                INSERT INTO IBMUSER.FINES
                       (FINE_ID, BORROWER_ID, LOAN_ID, FINE_TYPE,
                        AMOUNT, ASSESS_DATE, PAID_DATE, STATUS)
                VALUES (:FINES-FINE-ID, :FINES-BORROWER-ID,
                        NULL, 'N', :FINES-AMOUNT,
                        CURRENT DATE, NULL, 'O')
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2600-CHARGE-NRES-FEE.' TO ERR-LOC
              MOVE     SQLCODE                 TO ERR-CODE
              MOVE    'Y'                      TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE 'Y' TO WS-FEE-CHARGED
           .
       A2600-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *CHANGE NAME/CONTACT/LIMIT OF AN EXISTING BORROWER----------------
       A2200-CHANGE-BORROWER.
           PERFORM A2210-CHECK-ID    THRU A2210-EXIT
           PERFORM A2110-MOVE-FIELDS THRU A2110-EXIT

      *NEW CONTACT DETAILS OR A NEW NOTICE CHANNEL CLEAR THE NOTRETN----
      *BAD-CONTACT FLAG AND START THE RETURNED-MAIL COUNT AGAIN (THE----
      *CASE TESTS SEE THE ROW AS IT WAS BEFORE THIS UPDATE)-------------
           EXEC SQL
                UPDATE IBMUSER.BORROWERS
                   SET RETURN_COUNT  =
                       CASE WHEN VALUE(CONTACT, ' ') = :BORRW-CONTACT
                             AND VALUE(NOTICE_PREF, 'P') =
                                 :BORRW-NOTICE-PREF
                            THEN RETURN_COUNT ELSE 0
                       END
                      ,CONTACT_BAD   =
                       CASE WHEN VALUE(CONTACT, ' ') = :BORRW-CONTACT
                             AND VALUE(NOTICE_PREF, 'P') =
                                 :BORRW-NOTICE-PREF
                            THEN CONTACT_BAD ELSE 'N'
                       END
                      ,NAME          = :BORRW-NAME
                      ,CONTACT       = :BORRW-CONTACT
                      ,LOAN_LIMIT    = :BORRW-LOAN-LIMIT
                      ,BORROWER_TYPE = :BORRW-BORROWER-TYPE
                      ,NOTICE_PREF   = :BORRW-NOTICE-PREF
                      ,GUARDIAN_ID   = :BORRW-GUARDIAN-ID
                      ,REMIND_OPTOUT = :BORRW-REMIND-OPTOUT
                      ,ADDR_STREET   = :BORRW-ADDR-STREET
                      ,ADDR_TOWN     = :BORRW-ADDR-TOWN
                      ,ADDR_POSTCODE = :BORRW-ADDR-POSTCODE
                      ,DISTRICT      = :BORRW-DISTRICT
                      ,RESIDENT      = :BORRW-RESIDENT
                 WHERE BORROWER_ID   = :BORRW-BORROWER-ID
           END-EXEC

                       VALUE(BORROWER_TYPE, 'A'),
                       VALUE(NOTICE_PREF, 'P'),
                       VALUE(CHAR(REG_DATE, ISO), ' '),
                       VALUE(CHAR(EXPIRY_DATE, ISO), ' '),
                       VALUE(GUARDIAN_ID, 0),
                       VALUE(REMIND_OPTOUT, 'N'),
                       VALUE(CONTACT_BAD, 'N'),
                       VALUE(ADDR_STREET, ' '),
                       VALUE(ADDR_TOWN, ' '),
                       VALUE(ADDR_POSTCODE, ' '),
                       VALUE(DISTRICT, ' '),
                       VALUE(RESIDENT, ' ')
                INTO  :BORRW-NAME, :BORRW-CONTACT,
                      :BORRW-STATUS, :BORRW-LOAN-LIMIT,
                      :BORRW-BORROWER-TYPE,
                      :BORRW-NOTICE-PREF,
                      :BORRW-REG-DATE,
                      :BORRW-EXPIRY-DATE,
                      :BORRW-GUARDIAN-ID,
                      :BORRW-REMIND-OPTOUT,
                      :BORRW-CONTACT-BAD,
                      :BORRW-ADDR-STREET,
                      :BORRW-ADDR-TOWN,
                      :BORRW-ADDR-POSTCODE,
                      :BORRW-DISTRICT,
                      :BORRW-RESIDENT
                FROM   IBMUSER.BORROWERS
                WHERE  BORROWER_ID = :BORRW-BORROWER-ID
           END-EXEC
                    MOVE BORRW-NOTICE-PREF    TO MPREFO
                    MOVE BORRW-REG-DATE       TO MREGO
                    MOVE BORRW-EXPIRY-DATE    TO MEXPYO
                    MOVE BORRW-REMIND-OPTOUT  TO MOPTOUTO
                    MOVE BORRW-ADDR-STREET    TO MSTREETO
                    MOVE BORRW-ADDR-TOWN      TO MTOWNO
                    MOVE BORRW-ADDR-POSTCODE  TO MPCODEO
                    MOVE BORRW-DISTRICT       TO MDISTO
                    MOVE BORRW-RESIDENT       TO MRESO
                    PERFORM A2410-GUARDIAN-NAME THRU A2410-EXIT
                    IF BORRW-CONTACT-BAD = 'Y'
                       MOVE 'NOTICES CAME BACK - ASK FOR NEW CONTACT.'
                                              TO MESSAGEO
                    ELSE
                       MOVE SPACES            TO MESSAGEO
                    END-IF
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN SQLCODE = 100
                    MOVE 'UNKNOWN BORROWER ID.' TO MESSAGEO
       A2400-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *SHOW THE LINKED GUARDIAN (IF ANY) BESIDE ITS ID------------------
       A2410-GUARDIAN-NAME.
           IF BORRW-GUARDIAN-ID NOT > 0
              GO TO A2410-EXIT
           END-IF

           MOVE BORRW-GUARDIAN-ID TO MGUARDO

           EXEC SQL
                SELECT NAME
                INTO  :WS-GUARD-NAME
                FROM   IBMUSER.BORROWERS
                WHERE  BORROWER_ID = :BORRW-GUARDIAN-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE WS-GUARD-NAME-TEXT     TO MGNAMEO
              WHEN SQLCODE = 100
                   MOVE '** NOT ON FILE **'    TO MGNAMEO
              WHEN OTHER
                   MOVE    'A2410-GUARDIAN-NAME.' TO ERR-LOC
                   MOVE     SQLCODE               TO ERR-CODE
                   MOVE    'Y'                    TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2410-EXIT.
           EXIT
           .
      *SEND MAP PARAGRAPH-----------------------------------------------
       Z0000-SEND-MAP.
           PERFORM Z1000-MOVE-ATTR THRU Z1000-EXIT
           MOVE ATTR-UNPROT-NUM-MDT TO MLIMITA
           MOVE ATTR-UNPROT-MDT     TO MBTYPEA
           MOVE ATTR-UNPROT-MDT     TO MPREFA
           MOVE ATTR-UNPROT-NUM-MDT TO MGUARDA
           MOVE ATTR-UNPROT-MDT     TO MOPTOUTA
           MOVE ATTR-UNPROT-MDT     TO MSTREETA
           MOVE ATTR-UNPROT-MDT     TO MTOWNA
           MOVE ATTR-UNPROT-MDT     TO MPCODEA
           .
       Z1000-EXIT.
           EXIT
