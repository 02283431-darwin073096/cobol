      *             W = WITHDRAWN, T = IN TRANSIT BETWEEN BRANCHES
      *             (DISPATCHED BY BRXFER1, NOT YET RECEIVED),
      *             B = AT THE BINDERY/REPAIR VENDOR (SEE REPAIR01 -
      *             LOAN01 REFUSES TO LEND A COPY THAT IS NOT 'A'),
      *             P = PULLED FROM THE SHELF FOR A QUEUED HOLD (ON
      *             A HOLDPULL PICK LIST, NOT YET SCANNED ON PULL01).
      *             CONDITION: G = GOOD, F = FAIR, P = POOR.
      *             BRANCH_ID SAYS WHICH SITE THE PHYSICAL COPY
      *             BELONGS TO (0 = THE MAIN DESK) - SET AT COPY01
      *             ADD, MOVED BY BRXFER1 TRANSFERS, AND PROVED
      *             AGAINST BRANCH_HOLDINGS BY THE CPRECON NIGHTLY
      *             RECONCILIATION).
      *             WD_REASON/WD_DATE SAY WHY AND WHEN THE COPY LEFT
      *             STOCK: M = NOT FOUND (MISSFU), K = WITHDRAWN AT
      *             THE DESK (COPY01 'W'), D = MARKED DAMAGED AT THE
      *             DESK (COPY01 'D'), R = BEYOND REPAIR (REPAIR01),
      *             X = TITLE DELETED FROM THE CATALOG (DELETE01,
      *             RECORDED WHEN DISP01 DISPOSES OF THE COPY).
      *             BLANK = STILL IN STOCK, OR LEFT BEFORE REASONS
      *             WERE KEPT. WHERE THE COPY WENT IS ON
      *             IBMUSER.COPY_DISPOSALS - SEE DCLCDISP.
      *             EVERY CHANGE TO STATUS, CONDITION, BRANCH_ID OR
      *             SHELF_LOC IS ALSO WRITTEN TO IBMUSER.COPY_HISTORY
      *             - SEE DCLCPHST)
      *-----------------------------------------------------------------
       01  DCLCOPY.
           10  COPY-ACCESSION-NO         PIC X(12).
           10  COPY-BRANCH-ID            PIC S9(4)      USAGE COMP.
           10  COPY-SHELF-LOC            PIC X(10).
           10  COPY-DON-ID               PIC S9(9)      USAGE COMP.
           10  COPY-WD-REASON            PIC X(1).
           10  COPY-WD-DATE              PIC X(10).
