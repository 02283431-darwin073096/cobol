      *-----------------------------------------------------------------
      * DCLVINL  - DCLGEN HOST VARIABLE MAPPING FOR
      *            IBMUSER.INVOICE_LINES (ONE ROW PER LINE OF A
      *            SUPPLIER INVOICE - SEE DCLVINV - BILLING ONE
      *            IBMUSER.ORDERS LINE (ORDER_LINE_ID). LINE_AMOUNT
      *            IS QTY * UNIT_PRICE AS BILLED. MATCH_STATUS IS SET
      *            BY INVMATCH:
      *               M = MATCHED
      *               Q = QUANTITY BILLED IS MORE THAN WAS RECEIVED
      *               P = PRICE OUT OF THE 'INVTOLPC' TOLERANCE
      *               U = ORDER LINE NOT YET RECEIVED, OR STILL PART
      *                   ON BACK-ORDER AND BILLED FOR MORE COPIES
      *                   THAN HAVE COME IN SO FAR
      *               C = ORDER LINE CANCELLED
      *            FUND_CODE IS THE ORDER LINE'S FUND AND FUND_ADJ THE
      *            AMOUNT FUNDS.SPENT MOVED BY AT APPROVAL - WHAT WAS
      *            BILLED LESS QTY * THE ORDERED UNIT_COST ORDER01
      *            ALREADY SPENT AT RECEIVING (THE INVOICE'S NET
      *            SHIPPING LESS DISCOUNT RIDES ON LINE 1))
      *-----------------------------------------------------------------
       01  DCLVINL.
           10  VINL-INVOICE-ID           PIC S9(9)      USAGE COMP.
           10  VINL-INV-LINE-NO          PIC S9(4)      USAGE COMP.
           10  VINL-ORDER-LINE-ID        PIC S9(4)      USAGE COMP.
           10  VINL-QTY                  PIC S9(4)      USAGE COMP.
           10  VINL-UNIT-PRICE           PIC S9(5)V9(2) USAGE COMP-3.
           10  VINL-LINE-AMOUNT          PIC S9(7)V9(2) USAGE COMP-3.
           10  VINL-MATCH-STATUS         PIC X(1).
           10  VINL-FUND-CODE            PIC X(8).
           10  VINL-FUND-ADJ             PIC S9(7)V9(2) USAGE COMP-3.
