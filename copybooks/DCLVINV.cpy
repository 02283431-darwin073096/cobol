      *-----------------------------------------------------------------
      * DCLVINV  - DCLGEN HOST VARIABLE MAPPING FOR
      *            IBMUSER.VENDOR_INVOICES (ONE ROW PER SUPPLIER
      *            INVOICE HEADER KEYED ON INVENT1, LINES ON
      *            IBMUSER.INVOICE_LINES - SEE DCLVINL. INVMATCH
      *            MATCHES EACH SUBMITTED INVOICE AGAINST THE ORDERS
      *            LINES IT BILLS. STATUS:
      *               E = BEING ENTERED ON INVENT1
      *               S = SUBMITTED - WAITING FOR THE MATCH RUN
      *               H = HELD - BILLS A LINE NOT YET RECEIVED OR
      *                   CANCELLED (RE-MATCHED EVERY RUN, CLEARS
      *                   ITSELF ONCE THE BOOKS ARRIVE)
      *               V = VARIANCE - QUANTITY, PRICE OR FOOTING OUT
      *                   OF TOLERANCE; AN ADMIN RELEASES IT ON
      *                   INVENT1 (RELEASE_OPER) TO PAY AS BILLED
      *               A = APPROVED FOR PAYMENT - ON THE AP FILE AND
      *                   FUND SPEND MOVED TO THE INVOICED AMOUNT
      *            INVOICE_TOTAL IS THE VENDOR'S BOTTOM LINE: THE
      *            LINES PLUS SHIPPING LESS DISCOUNT)
      *-----------------------------------------------------------------
       01  DCLVINV.
           10  VINV-INVOICE-ID           PIC S9(9)      USAGE COMP.
           10  VINV-VENDOR-ID            PIC S9(4)      USAGE COMP.
           10  VINV-VENDOR-INV-NO        PIC X(20).
           10  VINV-INVOICE-DATE         PIC X(10).
           10  VINV-SHIPPING             PIC S9(5)V9(2) USAGE COMP-3.
           10  VINV-DISCOUNT             PIC S9(5)V9(2) USAGE COMP-3.
           10  VINV-INVOICE-TOTAL        PIC S9(7)V9(2) USAGE COMP-3.
           10  VINV-STATUS               PIC X(1).
           10  VINV-ENTER-OPER-ID        PIC X(8).
           10  VINV-ENTER-DATE           PIC X(10).
           10  VINV-MATCH-DATE           PIC X(10).
           10  VINV-RELEASE-OPER         PIC X(8).
           10  VINV-APPROVE-DATE         PIC X(10).
