      *-----------------------------------------------------------------
      * PCDMNT1 - SYMBOLIC MAP FOR MAPSET PCDMNT1 / MAP PCDMNTM
      *           (PCDMNT01 POSTCODE-TO-DISTRICT MAINTENANCE SCREEN.
      *            CHANGED BY / ON ARE DISPLAY ONLY)
      *-----------------------------------------------------------------
       01  PCDMNTMI.
           05  MACTIONI      PIC X(1).
           05  MPCODEI       PIC X(8).
           05  MDISTI        PIC X(4).
           05  MDNAMEI       PIC X(20).
           05  MINAREAI      PIC X(1).

       01  PCDMNTMO.
           05  MACTIONA      PIC X(1).
           05  MACTIONO      PIC X(1).
           05  MPCODEA       PIC X(1).
           05  MPCODEO       PIC X(8).
           05  MDISTA        PIC X(1).
           05  MDISTO        PIC X(4).
           05  MDNAMEA       PIC X(1).
           05  MDNAMEO       PIC X(20).
           05  MINAREAA      PIC X(1).
           05  MINAREAO      PIC X(1).
           05  MCHGBYO       PIC X(8).
           05  MCHGDTO       PIC X(10).
           05  MESSAGEO      PIC X(60).
