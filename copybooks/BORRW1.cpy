      *-----------------------------------------------------------------
      * BORRW1  - SYMBOLIC MAP FOR MAPSET BORRW1 / MAP BORRWM
      *           (BORRW01 BORROWER MASTER MAINTENANCE SCREEN.
      *            DISTRICT AND RESIDENT ARE DISPLAY ONLY)
      *-----------------------------------------------------------------
       01  BORRWMI.
           05  MACTIONI      PIC X(1).
           05  MLIMITI       PIC X(4).
           05  MBTYPEI       PIC X(1).
           05  MPREFI        PIC X(1).
           05  MGUARDI       PIC X(4).
           05  MOPTOUTI      PIC X(1).
           05  MSTREETI      PIC X(30).
           05  MTOWNI        PIC X(20).
           05  MPCODEI       PIC X(8).
           05  CONFIRMI      PIC X(1).

       01  BORRWMO.
           05  MPREFO        PIC X(1).
           05  MREGO         PIC X(10).
           05  MEXPYO        PIC X(10).
           05  MGUARDA       PIC X(1).
           05  MGUARDO       PIC X(4).
           05  MGNAMEO       PIC X(30).
           05  MOPTOUTA      PIC X(1).
           05  MOPTOUTO      PIC X(1).
           05  MSTREETA      PIC X(1).
           05  MSTREETO      PIC X(30).
           05  MTOWNA        PIC X(1).
           05  MTOWNO        PIC X(20).
           05  MPCODEA       PIC X(1).
           05  MPCODEO       PIC X(8).
           05  MDISTO        PIC X(4).
           05  MRESO         PIC X(1).
           05  CONFIRMO      PIC X(1).
           05  MESSAGEO      PIC X(60).
