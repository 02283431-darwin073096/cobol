      *             BEING HELD FOR THIS BORROWER), F = FILLED BY A
      *             CHECK-OUT, C = CANCELLED, E = EXPIRED (THE READY
      *             COPY SAT UNCLAIMED PAST THE PICKUP WINDOW - SEE
      *             THE HOLDEXP NIGHTLY RUN), T = IN TRANSIT TO
      *             PICKUP (THE FILLING COPY IS ON THE VAN TO THE
      *             PICKUP BRANCH ON TRANSFERS ROW XFER_ID - IT GOES
      *             'R', AND THE PICKUP WINDOW STARTS, ONLY WHEN THAT
      *             BRANCH RECEIVES THE SHIPMENT ON BRXFER1),
      *             P = PULLED (THE HOLDPULL NIGHTLY RUN PUT A SHELF
      *             COPY ON A BRANCH PICK LIST FOR THIS HOLD ON
      *             PULL_DATE - IT GOES 'R' OR 'T' WHEN THE PAGE SCANS
      *             THE PULLED BARCODE ON PULL01).
      *             PICKUP_BRANCH IS WHERE THE PATRON WILL COLLECT
      *             (0 OR NULL = THE MAIN DESK). ACCESSION_NO IS THE
      *             COPY PARKED OR SHIPPED FOR THE HOLD, ONCE ONE IS.
      *             ANY_EDITION = 'Y' LETS A COPY OF ANY EDITION LINKED
      *             TO THE SAME WORK (SEE DCLWORK) FILL THE HOLD - WHEN
      *             ONE DOES, BOOK_ID IS MOVED TO THAT EDITION AS THE
      *             COPY IS PARKED, SHIPPED OR PULLED FOR IT)
      *-----------------------------------------------------------------
       01  DCLHOLDS.
           10  HOLDS-HOLD-ID             PIC S9(9)      USAGE COMP.
           10  HOLDS-PLACED-DATE         PIC X(10).
           10  HOLDS-READY-DATE          PIC X(10).
           10  HOLDS-STATUS              PIC X(1).
           10  HOLDS-PICKUP-BRANCH       PIC S9(4)      USAGE COMP.
           10  HOLDS-XFER-ID             PIC S9(9)      USAGE COMP.
           10  HOLDS-ACCESSION-NO        PIC X(12).
           10  HOLDS-PULL-DATE           PIC X(10).
           10  HOLDS-ANY-EDITION         PIC X(1).
