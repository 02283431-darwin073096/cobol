      *-----------------------------------------------------------------
      * BRWINQ  - SYMBOLIC MAP FOR MAPSET BRWINQ / MAP BRWINQM
      *           (BRWINQ1 BORROWER ACCOUNT INQUIRY SCREEN)
      *-----------------------------------------------------------------
       01  BRWINQMI.
           05  MBIDI         PIC X(4).
           05  MSECTI        PIC X(1).

       01  BRWINQMO.
           05  MBIDA         PIC X(1).
           05  MBIDO         PIC X(4).
           05  MSECTA        PIC X(1).
           05  MSECTO        PIC X(1).
           05  MBNAMEO       PIC X(30).
           05  MCONTO        PIC X(40).
           05  MBSTATO       PIC X(1).
           05  MBTYPEO       PIC X(1).
           05  MLIMITO       PIC X(4).
           05  MEXPO         PIC X(10).
           05  MLOANSO       PIC X(4).
           05  MHOLDSO       PIC X(4).
           05  MFINESO       PIC X(4).
           05  MNOTSO        PIC X(4).
           05  MOWEDO        PIC X(10).
           05  MBLKSO        PIC X(4).
           05  MGUARDO       PIC X(4).
           05  MFAMO         PIC X(10).
           05  MSHEADO       PIC X(70).
           05  LISTO         PIC X(70)      OCCURS 10 TIMES.
           05  ITEMO         PIC X(3).
           05  NUMITEMO      PIC X(3).
           05  MESSAGEO      PIC X(60).
