      *-----------------------------------------------------------------
      * DCLSTORD - DCLGEN HOST VARIABLE MAPPING FOR
      *            IBMUSER.STANDING_ORDERS (AT MOST ONE ROW PER
      *            IBMUSER.SERIES ROW - SEE DCLSERIE. WHILE STATUS IS
      *            A = ACTIVE, EVERY NEW VOLUME OF THE SERIES THE
      *            CATALOG TAKES IN - INSERT01 ON-LINE OR THE BKVLOAD1
      *            VENDOR FEED - RAISES AN IBMUSER.ORDERS LINE FOR QTY
      *            COPIES FROM VENDOR_ID AT UNIT_COST, ENCUMBERED ON
      *            FUND_CODE AND CARRYING BRANCH_ID AS THE SITE THE
      *            COPIES ARE FOR (0 = THE MAIN DESK). S = STOPPED -
      *            THE ROW IS KEPT BUT RAISES NOTHING. MAINTAINED ON
      *            SERMNT01; THE SERGAP REPORT SHOWS IT BESIDE THE
      *            VOLUMES MISSING FROM EACH SERIES. FUNDROLL MOVES
      *            FUND_CODE ON TO THE SUCCESSOR FUND AT YEAR END)
      *-----------------------------------------------------------------
       01  DCLSTORD.
           10  STORD-SERIES-ID           PIC S9(4)      USAGE COMP.
           10  STORD-VENDOR-ID           PIC S9(4)      USAGE COMP.
           10  STORD-FUND-CODE           PIC X(8).
           10  STORD-QTY                 PIC S9(4)      USAGE COMP.
           10  STORD-UNIT-COST           PIC S9(5)V9(2) USAGE COMP-3.
           10  STORD-BRANCH-ID           PIC S9(4)      USAGE COMP.
           10  STORD-STATUS              PIC X(1).
           10  STORD-START-DATE          PIC X(10).
           10  STORD-OPER-ID             PIC X(8).
