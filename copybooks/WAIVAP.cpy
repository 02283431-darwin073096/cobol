      *-----------------------------------------------------------------
      * WAIVAP  - SYMBOLIC MAP FOR MAPSET WAIVAP / MAP WAIVAPM
      *           (WAIVAPR1 SUPERVISOR FINE-WAIVER APPROVAL SCREEN)
      *-----------------------------------------------------------------
       01  WAIVAPMI.
           05  MACTIONI      PIC X(1).
           05  MWAIVIDI      PIC X(9).
           05  MNOTEI        PIC X(40).

       01  WAIVAPMO.
           05  MACTIONA      PIC X(1).
           05  MACTIONO      PIC X(1).
           05  MWAIVIDA      PIC X(1).
           05  MWAIVIDO      PIC X(9).
           05  MNOTEA        PIC X(1).
           05  MNOTEO        PIC X(40).
           05  WAIVO         PIC X(70)      OCCURS 12 TIMES.
           05  MESSAGEO      PIC X(60).
