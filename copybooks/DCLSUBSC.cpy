      *-----------------------------------------------------------------
      * DCLSUBSC - DCLGEN HOST VARIABLE MAPPING FOR
      *            IBMUSER.SUBSCRIPTIONS
      *            (ONE ROW PER MAGAZINE OR NEWSPAPER THE LIBRARY TAKES
      *             - TITLE, ISSN, THE SUPPLYING VENDOR ON
      *             IBMUSER.VENDORS AND THE FUND ON IBMUSER.FUNDS THE
      *             SUBSCRIPTION IS PAID FROM. THE EXPECTED ISSUE
      *             PATTERN IS FREQUENCY PLUS FIRST_ISSUE - ISSUE N IS
      *             DUE N-1 INTERVALS AFTER FIRST_ISSUE:
      *             D = DAILY, W = WEEKLY, F = FORTNIGHTLY,
      *             M = MONTHLY, B = EVERY TWO MONTHS, Q = QUARTERLY,
      *             H = HALF-YEARLY, A = ANNUAL.
      *             GRACE_DAYS IS HOW LATE AN ISSUE MAY BE BEFORE IT IS
      *             CLAIMED (AND THE GAP BETWEEN REPEAT CLAIMS).
      *             START_DATE / EXPIRY_DATE BOUND THE CURRENT
      *             SUBSCRIPTION YEAR, COST IS ITS PRICE - ENCUMBERED ON
      *             THE FUND THROUGH IBMUSER.SUBSCR_TERMS (SEE
      *             DCLSTERM). STATUS: A = ACTIVE, X = CANCELLED.
      *             MAINTAINED ON PERMNT01, ISSUES CHECKED IN ON
      *             PERCHK01 (SEE DCLSISSU), CLAIMED BY PERCLAIM,
      *             RENEWALS LISTED BY PERRENEW)
      *-----------------------------------------------------------------
       01  DCLSUBSC.
           10  SUBSC-SUBSCR-ID           PIC S9(4)      USAGE COMP.
           10  SUBSC-TITLE               PIC X(60).
           10  SUBSC-ISSN                PIC X(9).
           10  SUBSC-VENDOR-ID           PIC S9(4)      USAGE COMP.
           10  SUBSC-FUND-CODE           PIC X(8).
           10  SUBSC-FREQUENCY           PIC X(1).
           10  SUBSC-FIRST-ISSUE         PIC X(10).
           10  SUBSC-GRACE-DAYS          PIC S9(4)      USAGE COMP.
           10  SUBSC-COST                PIC S9(5)V9(2) USAGE COMP-3.
           10  SUBSC-START-DATE          PIC X(10).
           10  SUBSC-EXPIRY-DATE         PIC X(10).
           10  SUBSC-STATUS              PIC X(1).
           10  SUBSC-OPER-ID             PIC X(8).
