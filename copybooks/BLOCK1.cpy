      *-----------------------------------------------------------------
      * BLOCK1  - SYMBOLIC MAP FOR MAPSET BLOCK1 / MAP BLOCKM
      *           (BLOCK01 BORROWER BLOCK PLACE / LIFT / INQUIRY SCREEN)
      *-----------------------------------------------------------------
       01  BLOCKMI.
           05  MACTIONI      PIC X(1).
           05  MBIDI         PIC X(4).
           05  MBLKIDI       PIC X(9).
           05  MREASI        PIC X(1).
           05  MNOTEI        PIC X(40).

       01  BLOCKMO.
           05  MACTIONA      PIC X(1).
           05  MACTIONO      PIC X(1).
           05  MBIDA         PIC X(1).
           05  MBIDO         PIC X(4).
           05  MBLKIDA       PIC X(1).
           05  MBLKIDO       PIC X(9).
           05  MREASA        PIC X(1).
           05  MREASO        PIC X(1).
           05  MNOTEA        PIC X(1).
           05  MNOTEO        PIC X(40).
           05  MBNAMEO       PIC X(30).
           05  BLOCKO        PIC X(70)      OCCURS 10 TIMES.
           05  MOWEDO        PIC X(9).
           05  MLIMITO       PIC X(9).
           05  MESSAGEO      PIC X(60).
