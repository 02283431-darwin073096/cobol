      *             LOAN01 REFUSES CHECK-OUT PAST EXPIRY_DATE, THE
      *             MBREXP MONTHLY RUN LISTS EXPIRING CARDS, AND
      *             BORRW01'S 'R' ACTION ROLLS THE EXPIRY FORWARD.
      *             A NULL EXPIRY (PRE-CONVERSION ROW) NEVER EXPIRES.
      *             GUARDIAN_ID LINKS A JUVENILE TO THE RESPONSIBLE
      *             BORROWER (0/NULL = NONE). THE GUARDIAN MUST BE AN
      *             ACTIVE BORROWER WITH NO GUARDIAN OF ITS OWN -
      *             NOTSPOOL, OVRDUE01 AND RECALL01 ROUTE THE
      *             DEPENDENT'S NOTICES TO THE GUARDIAN'S CONTACT AND
      *             CHANNEL, BRWINQ1 SHOWS DEPENDENTS' LOANS AND FINES
      *             ON THE GUARDIAN'S ACCOUNT, AND 'FAMBLOCK' ON
      *             IBMUSER.LIB_SETTINGS = 1 MAKES THE FINES BLOCK
      *             COUNT THE FAMILY'S COMBINED BALANCE.
      *             REMIND_OPTOUT = 'Y' KEEPS THE BORROWER OUT OF THE
      *             DUESOON COURTESY REMINDERS (NULL/'N' = REMIND).
      *             RETURN_COUNT COUNTS MAILINGS IN A ROW THE MAIL
      *             HOUSE SENT BACK UNDELIVERABLE (NOTRETN). AT THE
      *             'RETLIMIT' SETTING CONTACT_BAD GOES TO 'Y' WITH
      *             CONTACT_BAD_DATE - AN E-MAIL BORROWER IS SWITCHED
      *             TO PRINT, A PRINT BORROWER IS GIVEN A BAD-ADDRESS
      *             BLOCK. NEW CONTACT DETAILS OR A NEW NOTICE_PREF
      *             KEYED ON BORRW01 CLEAR ALL THREE.
      *             ADDR_STREET/ADDR_TOWN/ADDR_POSTCODE HOLD THE
      *             POSTAL ADDRESS (CONTACT STAYS THE FREE-TEXT PHONE
      *             OR E-MAIL). DISTRICT AND RESIDENT ARE DERIVED BY
      *             BORRW01 FROM THE POSTCODE ON
      *             IBMUSER.POSTCODE_DISTRICTS (SEE DCLPCDST) - A
      *             NON-RESIDENT ('N') PAYS THE 'NRESFEE' ANNUAL FEE
      *             AS A FINE_TYPE 'N' FINES ROW ON REGISTRATION AND
      *             ON EACH RENEWAL)
      *-----------------------------------------------------------------
       01  DCLBORRW.
           10  BORRW-BORROWER-ID         PIC S9(4)      USAGE COMP.
           10  BORRW-NOTICE-PREF         PIC X(1).
           10  BORRW-REG-DATE            PIC X(10).
           10  BORRW-EXPIRY-DATE         PIC X(10).
           10  BORRW-GUARDIAN-ID         PIC S9(4)      USAGE COMP.
           10  BORRW-REMIND-OPTOUT       PIC X(1).
           10  BORRW-RETURN-COUNT        PIC S9(4)      USAGE COMP.
           10  BORRW-CONTACT-BAD         PIC X(1).
           10  BORRW-CONTACT-BAD-DATE    PIC X(10).
           10  BORRW-ADDR-STREET         PIC X(30).
           10  BORRW-ADDR-TOWN           PIC X(20).
           10  BORRW-ADDR-POSTCODE       PIC X(8).
           10  BORRW-DISTRICT            PIC X(4).
           10  BORRW-RESIDENT            PIC X(1).
