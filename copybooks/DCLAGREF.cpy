      *-----------------------------------------------------------------
      * DCLAGREF - DCLGEN HOST VARIABLE MAPPING FOR
      *            IBMUSER.AGENCY_REFERRALS (ONE ROW PER PLACEMENT OF
      *            A BORROWER'S AGED FINES WITH THE COLLECTION AGENCY.
      *            AGYREFR CREATES THE ROW, STAMPS THE PLACED FINES
      *            WITH ITS REFERRAL_ID AND ADDS THE AGENCY FEE AS A
      *            FINE_TYPE 'A' CHARGE (FEE_FINE_ID). AGYRMIT POSTS
      *            THE AGENCY'S REMITTANCES AGAINST IT.
      *            PLACED_AMOUNT = BALANCE PLACED INCLUDING THE FEE,
      *            COLLECTED_AMOUNT = REMITTED BY THE AGENCY SO FAR.
      *            STATUS: P = PLACED (AT THE AGENCY),
      *                    C = COLLECTED IN FULL,
      *                    U = RETURNED UNCOLLECTABLE - THE FINES
      *                        STAY OUTSTANDING IN-HOUSE AND ARE NOT
      *                        PLACED AGAIN)
      *-----------------------------------------------------------------
       01  DCLAGREF.
           10  AGREF-REFERRAL-ID         PIC S9(9)      USAGE COMP.
           10  AGREF-BORROWER-ID         PIC S9(4)      USAGE COMP.
           10  AGREF-REFER-DATE          PIC X(10).
           10  AGREF-PLACED-AMOUNT       PIC S9(7)V9(2) USAGE COMP-3.
           10  AGREF-FEE-AMOUNT          PIC S9(5)V9(2) USAGE COMP-3.
           10  AGREF-FEE-FINE-ID         PIC S9(9)      USAGE COMP.
           10  AGREF-COLLECTED-AMOUNT    PIC S9(7)V9(2) USAGE COMP-3.
           10  AGREF-STATUS              PIC X(1).
           10  AGREF-CLOSE-DATE          PIC X(10).
