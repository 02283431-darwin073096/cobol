      *-----------------------------------------------------------------
      * WRKMNT1 - SYMBOLIC MAP FOR MAPSET WRKMNT1 / MAP WRKMNTM
      *           (WRKMNT01 WORK MASTER AND EDITION LINK SCREEN - THE
      *            LOWER HALF LISTS THE EDITIONS LINKED TO THE WORK)
      *-----------------------------------------------------------------
       01  WRKMNTMI.
           05  MACTIONI      PIC X(1).
           05  MWRKIDI       PIC X(4).
           05  MWRKNMI       PIC X(60).
           05  MBKIDI        PIC X(4).

       01  WRKMNTMO.
           05  MACTIONA      PIC X(1).
           05  MACTIONO      PIC X(1).
           05  MWRKIDA       PIC X(1).
           05  MWRKIDO       PIC X(4).
           05  MWRKNMA       PIC X(1).
           05  MWRKNMO       PIC X(60).
           05  MBKIDA        PIC X(1).
           05  MBKIDO        PIC X(4).
           05  EDLISTO       PIC X(70)      OCCURS 8 TIMES.
           05  MESSAGEO      PIC X(60).
