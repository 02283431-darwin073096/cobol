      *-----------------------------------------------------------------
      * DCLFNAUD - DCLGEN HOST VARIABLE MAPPING FOR IBMUSER.FUND_AUDIT
      *            (ONE ROW PER CORRECTION MADE TO AN IBMUSER.FUNDS
      *             ROW'S RUNNING FIGURES - SEE DCLFUND. ACTION:
      *             C = CORRECTED BY THE FNDRECON RECONCILIATION.
      *             THE BEFORE VALUES ARE WHAT WAS STORED, THE AFTER
      *             VALUES WHAT THE FUND'S ORDERS LINES, RECEIPTS AND
      *             APPROVED INVOICES SAY IT SHOULD HOLD)
      *-----------------------------------------------------------------
       01  DCLFNAUD.
           10  FNAUD-AUDIT-ID            PIC S9(9)      USAGE COMP.
           10  FNAUD-FUND-CODE           PIC X(8).
           10  FNAUD-ACTION              PIC X(1).
           10  FNAUD-ENC-BEFORE          PIC S9(9)V9(2) USAGE COMP-3.
           10  FNAUD-ENC-AFTER           PIC S9(9)V9(2) USAGE COMP-3.
           10  FNAUD-SPENT-BEFORE        PIC S9(9)V9(2) USAGE COMP-3.
           10  FNAUD-SPENT-AFTER         PIC S9(9)V9(2) USAGE COMP-3.
           10  FNAUD-ACTION-DATE         PIC X(10).
           10  FNAUD-ACTION-TIME         PIC X(8).
           10  FNAUD-PROGRAM             PIC X(8).
