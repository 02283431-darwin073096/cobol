      *-----------------------------------------------------------------
      * DCLPHOLD - DCLGEN HOST VARIABLE MAPPING FOR
      *            IBMUSER.PARTNER_HOLDINGS
      *            (WHAT EACH CONSORTIUM PARTNER ON IBMUSER.ILL_PARTNERS
      *             HOLDS - ONE ROW PER PARTNER AND ISBN WITH THE
      *             PARTNER'S COPY COUNT. LOADED BY PHLDLOAD FROM THE
      *             HOLDINGS FILE EACH PARTNER SENDS, A PARTNER'S NEW
      *             FILE REPLACING ALL OF ITS PREVIOUS ROWS; LOAD_DATE
      *             IS THE DAY THAT PARTNER WAS LAST LOADED. READ BY
      *             ILLREQ01 TO SUGGEST LENDERS FOR AN OUTGOING
      *             REQUEST AND BY LASTCOPY TO FIND THE TITLES NO
      *             PARTNER HOLDS)
      *-----------------------------------------------------------------
       01  DCLPHOLD.
           10  PHOLD-PARTNER-ID          PIC S9(4)      USAGE COMP.
           10  PHOLD-ISBN                PIC X(13).
           10  PHOLD-COPIES              PIC S9(4)      USAGE COMP.
           10  PHOLD-LOAD-DATE           PIC X(10).
