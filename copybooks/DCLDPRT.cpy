      *-----------------------------------------------------------------
      * DCLDPRT - DCLGEN HOST VARIABLE MAPPING FOR IBMUSER.DESK_PRINTERS
      *           (ONE ROW PER CIRCULATION-DESK TERMINAL, NAMING THE
      *            CICS PRINTER TERMINAL ITS SLIPS GO TO. MAINTAINED
      *            BY DPRMNT01 SO A DESK CAN BE MOVED TO ANOTHER
      *            PRINTER WITHOUT A CICS RESOURCE CHANGE. LOAN01 AND
      *            EXPCK01 LOOK UP EIBTRMID HERE AND START SLIPPRT ON
      *            THE PRINTER FOUND - A TERMINAL WITH NO ROW PRINTS
      *            NO SLIP)
      *-----------------------------------------------------------------
       01  DCLDPRT.
           10  DPRT-TERMINAL-ID          PIC X(4).
           10  DPRT-PRINTER-ID           PIC X(4).
           10  DPRT-DESCRIPTION          PIC X(30).
           10  DPRT-CHANGED-BY           PIC X(8).
           10  DPRT-CHANGED-DATE         PIC X(10).
