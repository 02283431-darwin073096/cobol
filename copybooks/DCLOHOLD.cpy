      *             LINE IS RECEIVED AND ITS ISBN RESOLVES TO A BOOKS
      *             ROW, ORDER01 CONVERTS THESE ROWS INTO THE NORMAL
      *             HOLD QUEUE IN PLACEMENT ORDER. PLACED ON ORDHLD01.
      *             STATUS: P = PENDING, C = CONVERTED, X = CANCELLED.
      *             PICKUP_BRANCH IS CARRIED ONTO THE CONVERTED HOLD)
      *-----------------------------------------------------------------
       01  DCLOHOLD.
           10  OHOLD-OHOLD-ID            PIC S9(9)      USAGE COMP.
           10  OHOLD-BORROWER-ID         PIC S9(4)      USAGE COMP.
           10  OHOLD-PLACED-DATE         PIC X(10).
           10  OHOLD-STATUS              PIC X(1).
           10  OHOLD-PICKUP-BRANCH       PIC S9(4)      USAGE COMP.
