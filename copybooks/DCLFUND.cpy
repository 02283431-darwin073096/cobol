      *             CHILDREN'S, REFERENCE, GIFTS - WITH ITS YEARLY
      *             ALLOCATION. ORDER01 ENCUMBERS THE OPEN-ORDER VALUE
      *             AGAINST THE LINE'S FUND AND CONVERTS IT TO SPENT
      *             AT RECEIVING (A CANCEL RELEASES IT) - INVMATCH THEN
      *             MOVES SPENT TO WHAT THE VENDOR ACTUALLY INVOICED
      *             (SEE DCLVINL FUND_ADJ). PERMNT01 LIKEWISE
      *             ENCUMBERS EACH SERIAL SUBSCRIPTION YEAR AND MOVES
      *             IT TO SPENT AT RENEWAL (SEE DCLSTERM); AN ORDER THAT
      *             WOULD OVERSPEND THE FUND IS REFUSED. MAINTAINED ON
      *             FUNDMNT1, REPORTED BY FUNDRPT. FNDRECON CORRECTS
      *             ENCUMBERED/SPENT NIGHTLY IF THEY HAVE DRIFTED (SEE
      *             DCLFNAUD).
      *             STATUS: O (OR NULL) = OPEN, C = CLOSED AT YEAR END
      *             BY FUNDROLL - NO FURTHER ENCUMBRANCE. ON CLOSING,
      *             SUCCESSOR_CODE IS THE NEXT YEAR'S FUND THE OPEN
      *             LINES WERE MOVED TO, CARRIED_FWD THE ENCUMBRANCE
      *             MOVED WITH THEM, LAPSED THE ALLOCATION LEFT UNUSED
      *             (ALLOCATED - SPENT - CARRIED_FWD) AND CLOSED_DATE
      *             THE DAY OF THE ROLLOVER)
      *-----------------------------------------------------------------
       01  DCLFUND.
           10  FUND-FUND-CODE            PIC X(8).
           10  FUND-ALLOCATED            PIC S9(9)V9(2) USAGE COMP-3.
           10  FUND-ENCUMBERED           PIC S9(9)V9(2) USAGE COMP-3.
           10  FUND-SPENT                PIC S9(9)V9(2) USAGE COMP-3.
           10  FUND-STATUS               PIC X(1).
           10  FUND-SUCCESSOR-CODE       PIC X(8).
           10  FUND-CARRIED-FWD          PIC S9(9)V9(2) USAGE COMP-3.
           10  FUND-LAPSED               PIC S9(9)V9(2) USAGE COMP-3.
           10  FUND-CLOSED-DATE          PIC X(10).
