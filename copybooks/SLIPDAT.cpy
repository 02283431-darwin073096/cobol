      *-----------------------------------------------------------------
      * SLIPDAT  - DUE-DATE SLIP / RETURN RECEIPT PASSED FROM THE DESK
      *            TRANSACTION (LOAN01, EXPCK01) ON THE START OF SLIPPRT
      *            AGAINST THE DESK'S PRINTER (SEE DCLDPRT). THE CALLER
      *            FILLS THE LINES TOP DOWN AND SETS THE COUNT - SLIPPRT
      *            PRINTS LINES 1 THRU SLIP-LINE-COUNT AS THEY STAND
      *-----------------------------------------------------------------
       01  SLIP-DATA.
           05  SLIP-LINE-COUNT         PIC S9(4) COMP.
           05  SLIP-LINE               PIC X(60) OCCURS 120 TIMES.
