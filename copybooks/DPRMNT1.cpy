      *-----------------------------------------------------------------
      * DPRMNT1 - SYMBOLIC MAP FOR MAPSET DPRMNT1 / MAP DPRMNTM
      *           (DPRMNT01 DESK PRINTER ASSIGNMENT MAINTENANCE SCREEN.
      *            CHANGED BY / ON ARE DISPLAY ONLY)
      *-----------------------------------------------------------------
       01  DPRMNTMI.
           05  MACTIONI      PIC X(1).
           05  MTERMI        PIC X(4).
           05  MPRNTI        PIC X(4).
           05  MDESCI        PIC X(30).

       01  DPRMNTMO.
           05  MACTIONA      PIC X(1).
           05  MACTIONO      PIC X(1).
           05  MTERMA        PIC X(1).
           05  MTERMO        PIC X(4).
           05  MPRNTA        PIC X(1).
           05  MPRNTO        PIC X(4).
           05  MDESCA        PIC X(1).
           05  MDESCO        PIC X(30).
           05  MCHGBYO       PIC X(8).
           05  MCHGDTO       PIC X(10).
           05  MESSAGEO      PIC X(60).
