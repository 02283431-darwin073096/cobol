      *-----------------------------------------------------------------
      * DCLCLAIM - DCLGEN HOST VARIABLE MAPPING FOR IBMUSER.LOAN_CLAIMS
      *            (ONE ROW PER CLAIMS-RETURNED DISPUTE - THE BORROWER
      *             SAYS THE BOOK CAME BACK BUT THE LOAN IS STILL OPEN.
      *             LOAN01'S 'C' ACTION OPENS THE CLAIM, PUTS THE LOAN
      *             INTO STATUS 'D' (DISPUTED) AND THE COPY ON THE
      *             SRCH01 SEARCH LIST.
      *             STATUS: O = OPEN, F = FOUND (THE COPY TURNED UP -
      *             SRCH01, A DESK RETURN OR THE BOOK DROP - AND THE
      *             LOAN CLOSED WITH NO FINE), L = NOT FOUND WITHIN
      *             'CLAIMDYS' DAYS (LIB_SETTINGS, DEFAULT 60) - LOSTCNV
      *             CONVERTS THE LOAN TO LOST WITH NO REPLACEMENT
      *             CHARGE. CLMRPT LISTS REPEAT CLAIMANTS MONTHLY)
      *-----------------------------------------------------------------
       01  DCLCLAIM.
           10  CLM-CLAIM-ID              PIC S9(9)      USAGE COMP.
           10  CLM-LOAN-ID               PIC S9(9)      USAGE COMP.
           10  CLM-BORROWER-ID           PIC S9(4)      USAGE COMP.
           10  CLM-BOOK-ID               PIC S9(4)      USAGE COMP.
           10  CLM-ACCESSION-NO          PIC X(12).
           10  CLM-CLAIM-DATE            PIC X(10).
           10  CLM-RESOLVED-DATE         PIC X(10).
           10  CLM-STATUS                PIC X(1).
           10  CLM-OPER-ID               PIC X(8).
