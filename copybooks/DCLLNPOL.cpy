      *             ANY ONE OVERDUE FINE (ZERO MEANS NO CAP). LOAN01,
      *             OVRDUE01 AND FINE ASSESSMENT READ THE ROW FOR THE
      *             BORROWER IN HAND; A MISSING ROW FALLS BACK TO THE
      *             OLD GLOBAL LIB_SETTINGS VALUES.
      *             BLOCK_FINES IS THE OUTSTANDING FINES BALANCE AT
      *             WHICH THE TYPE IS BLOCKED FROM BORROWING (ZERO
      *             MEANS THE TYPE IS NEVER BLOCKED FOR FINES, NULL
      *             FALLS BACK TO THE 'BLKFINES' LIB_SETTINGS ROW -
      *             SEE DCLBBLK))
      *-----------------------------------------------------------------
       01  DCLLNPOL.
           10  LNPOL-BORROWER-TYPE       PIC X(1).
           10  LNPOL-RENEW-LIMIT         PIC S9(4)      USAGE COMP.
           10  LNPOL-FINE-RATE           PIC S9(3)V9(2) USAGE COMP-3.
           10  LNPOL-MAX-FINE            PIC S9(5)V9(2) USAGE COMP-3.
           10  LNPOL-BLOCK-FINES         PIC S9(5)V9(2) USAGE COMP-3.
