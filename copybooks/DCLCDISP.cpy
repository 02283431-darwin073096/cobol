      *-----------------------------------------------------------------
      * DCLCDISP - DCLGEN HOST VARIABLE MAPPING FOR
      *            IBMUSER.COPY_DISPOSALS
      *            (WHERE A WITHDRAWN OR DAMAGED-BEYOND-REPAIR COPY
      *             WENT - ONE ROW PER COPY, WRITTEN BY DISP01 AND
      *             SUMMARISED QUARTERLY BY DISPRPT FOR THE AUDITORS.
      *             WD_REASON/WD_DATE ARE COPIED FROM THE COPIES ROW
      *             (SEE DCLCOPY) SO THE REPORT CAN TIE EACH
      *             DISPOSAL TO WHAT LED TO IT.
      *             METHOD: S = SOLD (FRIENDS' BOOK SALE),
      *                     R = RECYCLED,
      *                     G = DONATED - RECIPIENT NAMES THE SCHOOL
      *                         OR CHARITY,
      *                     V = RETURNED TO VENDOR - RECIPIENT NAMES
      *                         THE VENDOR.
      *             PROCEEDS IS WHAT A SALE FETCHED; A NON-ZERO
      *             AMOUNT IS ALSO LEDGERED ON IBMUSER.FINE_PAYMENTS
      *             (EXT_REF 'BOOK SALE', NO FINE OR BORROWER) UNDER
      *             PAYMENT_ID, SO IT REACHES CASHRPT, GLEXTR AND
      *             STATERN WITH THE REST OF THE REVENUE)
      *-----------------------------------------------------------------
       01  DCLCDISP.
           10  CDISP-DISP-ID             PIC S9(9)      USAGE COMP.
           10  CDISP-ACCESSION-NO        PIC X(12).
           10  CDISP-BOOK-ID             PIC S9(4)      USAGE COMP.
           10  CDISP-WD-REASON           PIC X(1).
           10  CDISP-WD-DATE             PIC X(10).
           10  CDISP-METHOD              PIC X(1).
           10  CDISP-DISP-DATE           PIC X(10).
           10  CDISP-RECIPIENT           PIC X(40).
           10  CDISP-PROCEEDS            PIC S9(5)V9(2) USAGE COMP-3.
           10  CDISP-PAYMENT-ID          PIC S9(9)      USAGE COMP.
           10  CDISP-OPER-ID             PIC X(8).
