      *             CAPTURED BY A QUICK SCAN ON IHUSE01 AS CARTS ARE
      *             RESHELVED; COUNTED ALONGSIDE CIRCULATION BY
      *             CIRCRPT AND BY WEEDRPT'S NO-ACTIVITY RULE SO THE
      *             BROWSING-ROOM ATLAS STOPS LOOKING LIKE DEAD STOCK.
      *             USE_TIME IS THE TIME OF THE SCAN AND BRANCH_ID THE
      *             COPY'S HOME BRANCH WHERE IT WAS RESHELVED - DESKRPT
      *             COUNTS THE SCANS BY BRANCH AND HOUR)
      *-----------------------------------------------------------------
       01  DCLIHUSE.
           10  IHUSE-USE-ID              PIC S9(9)      USAGE COMP.
           10  IHUSE-ACCESSION-NO        PIC X(12).
           10  IHUSE-BOOK-ID             PIC S9(4)      USAGE COMP.
           10  IHUSE-USE-DATE            PIC X(10).
           10  IHUSE-USE-TIME            PIC X(8).
           10  IHUSE-BRANCH-ID           PIC S9(4)      USAGE COMP.
