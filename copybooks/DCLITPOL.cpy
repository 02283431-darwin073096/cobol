      *-----------------------------------------------------------------
      * DCLITPOL - DCLGEN HOST VARIABLE MAPPING FOR
      *            IBMUSER.ITEM_POLICY
      *            (LENDING RULES BY BORROWER TYPE AND ITEM TYPE - SEE
      *             DCLLNPOL FOR THE BORROWER TYPES AND DCLITYPE FOR
      *             THE ITEM TYPES. A ROW HERE REPLACES THE BORROWER
      *             TYPE'S LOAN_POLICY LOAN PERIOD, RENEW LIMIT, FINE
      *             RATE AND FINE CAP FOR LOANS OF THAT ITEM TYPE
      *             (ZERO RATE = NEVER FINED, ZERO CAP = NO CAP, AS ON
      *             LOAN_POLICY). MAX_ITEMS IS HOW MANY ITEMS OF THE
      *             TYPE ONE BORROWER MAY HAVE OUT AT ONCE (ZERO MEANS
      *             NO LIMIT). NO ROW MEANS THE ITEM LENDS UNDER THE
      *             BORROWER TYPE'S LOAN_POLICY ROW, AS BOOKS ALWAYS
      *             HAVE. READ BY LOAN01, OFFRPLY AND BULKRET; THE
      *             FINES BLOCK STAYS ON LOAN_POLICY)
      *-----------------------------------------------------------------
       01  DCLITPOL.
           10  ITPOL-BORROWER-TYPE       PIC X(1).
           10  ITPOL-ITEM-TYPE           PIC X(1).
           10  ITPOL-LOAN-DAYS           PIC S9(4)      USAGE COMP.
           10  ITPOL-RENEW-LIMIT         PIC S9(4)      USAGE COMP.
           10  ITPOL-FINE-RATE           PIC S9(3)V9(2) USAGE COMP-3.
           10  ITPOL-MAX-FINE            PIC S9(5)V9(2) USAGE COMP-3.
           10  ITPOL-MAX-ITEMS           PIC S9(4)      USAGE COMP.
