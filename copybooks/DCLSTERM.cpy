      *-----------------------------------------------------------------
      * DCLSTERM - DCLGEN HOST VARIABLE MAPPING FOR
      *            IBMUSER.SUBSCR_TERMS
      *            (ONE ROW PER SUBSCRIPTION YEAR OF A SUBSCRIPTION ON
      *             IBMUSER.SUBSCRIPTIONS - SEE DCLSUBSC - WITH THE
      *             FUND AND COST OF THAT YEAR. PERMNT01 WRITES A TERM
      *             WHEN A SUBSCRIPTION IS ADDED OR RENEWED AND MOVES
      *             THE COST ONTO THE FUND'S ENCUMBERED FIGURE.
      *             STATUS: E = ENCUMBERED (THE CURRENT YEAR),
      *             S = SPENT - CONVERTED WHEN THE NEXT YEAR IS
      *             RENEWED, X = RELEASED BY A CANCELLATION.
      *             FNDRECON COUNTS THE 'E' TERMS IN A FUND'S
      *             ENCUMBERED AND THE 'S' TERMS IN ITS SPENT)
      *-----------------------------------------------------------------
       01  DCLSTERM.
           10  STERM-SUBSCR-ID           PIC S9(4)      USAGE COMP.
           10  STERM-TERM-START          PIC X(10).
           10  STERM-TERM-END            PIC X(10).
           10  STERM-FUND-CODE           PIC X(8).
           10  STERM-COST                PIC S9(5)V9(2) USAGE COMP-3.
           10  STERM-STATUS              PIC X(1).
