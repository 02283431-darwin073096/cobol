      *-----------------------------------------------------------------
      * DCLLREF  - DCLGEN HOST VARIABLE MAPPING FOR
      *            IBMUSER.LOST_REFUNDS (THE LOST-BOOK REFUND
      *            REGISTER - ONE ROW PER PAID-FOR LOST COPY THAT
      *            TURNED UP AGAIN AT A RETURN (LOAN01 OR BULKRET).
      *            THE REPLACEMENT FINE IS CANCELLED (STATUS 'C') AND
      *            WHAT THE BORROWER HAD PAID ON IT GOES BACK UNDER THE
      *            'LOSTRFND' LIB_SETTINGS POLICY:
      *               R (DEFAULT) - REFUNDED IN CASH
      *               C           - CREDITED AGAINST THE BORROWER'S
      *                             OTHER OUTSTANDING FINES FIRST,
      *                             ONLY THE REST REFUNDED IN CASH
      *            PAID_AMOUNT = CREDIT_AMOUNT + REFUND_AMOUNT.
      *            STATUS: P = CASH PAID OUT OF THE DESK DRAWER,
      *                    D = CASH DUE (FOUND IN THE BOOK DROP - NO
      *                        ONE AT THE DESK TO PAY), N = NO CASH.
      *            THE PAYMENTS LEDGER (DCLFPAY) CARRIES THE MONEY:
      *            NEGATIVE ROWS AGAINST THE CANCELLED FINE, EXT_REF
      *            'LOST CREDIT' ON THE CREDIT ROWS AND 'REFUND DUE'
      *            ON A BOOK-DROP REFUND. CASHRPT PRINTS THE DAY'S
      *            REGISTER)
      *-----------------------------------------------------------------
       01  DCLLREF.
           10  LREF-REFUND-ID            PIC S9(9)      USAGE COMP.
           10  LREF-LOAN-ID              PIC S9(9)      USAGE COMP.
           10  LREF-FINE-ID              PIC S9(9)      USAGE COMP.
           10  LREF-BORROWER-ID          PIC S9(4)      USAGE COMP.
           10  LREF-BOOK-ID              PIC S9(4)      USAGE COMP.
           10  LREF-ACCESSION-NO         PIC X(12).
           10  LREF-REFUND-DATE          PIC X(10).
           10  LREF-PAID-AMOUNT          PIC S9(5)V9(2) USAGE COMP-3.
           10  LREF-CREDIT-AMOUNT        PIC S9(5)V9(2) USAGE COMP-3.
           10  LREF-REFUND-AMOUNT        PIC S9(5)V9(2) USAGE COMP-3.
           10  LREF-STATUS               PIC X(1).
           10  LREF-OPER-ID              PIC X(8).
