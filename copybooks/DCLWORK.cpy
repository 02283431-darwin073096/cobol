      *-----------------------------------------------------------------
      * DCLWORK  - DCLGEN HOST VARIABLE MAPPING FOR IBMUSER.WORKS
      *            (ONE ROW PER WORK - THE TITLE AS WRITTEN, WHATEVER
      *             ITS EDITIONS. EACH EDITION IS A BOOKS ROW LINKED
      *             THROUGH WORK_ID ON IBMUSER.BOOKS - LINKED AND
      *             UNLINKED, AND THE MASTER ITSELF MAINTAINED, ON
      *             WRKMNT01. AN ANY-EDITION HOLD (SEE DCLHOLDS) FILLS
      *             FROM A COPY OF ANY LINKED EDITION, AND CIRCRPT,
      *             WEEDRPT AND HOLDBUY CAN REPORT AT WORK LEVEL)
      *-----------------------------------------------------------------
       01  DCLWORK.
           10  WORK-WORK-ID              PIC S9(4)      USAGE COMP.
           10  WORK-NAME.
               49  WORK-NAME-LEN          PIC S9(4)      USAGE COMP.
               49  WORK-NAME-TEXT         PIC X(60).
