      *             COME FROM THE TYPE 'P' IBMUSER.LOAN_POLICY ROW
      *             LIKE ANY OTHER BORROWER TYPE. ZERO MEANS THE
      *             PARTNER IS NOT SET UP FOR INCOMING LENDS YET.
      *             WHAT EACH PARTNER HOLDS IS LOADED BY PHLDLOAD INTO
      *             IBMUSER.PARTNER_HOLDINGS - SEE DCLPHOLD.
      *             STATUS: A = ACTIVE, D = DISABLED)
      *-----------------------------------------------------------------
       01  DCLILLP.
