      *-----------------------------------------------------------------
      * PERCHK1 - SYMBOLIC MAP FOR MAPSET PERCHK1 / MAP PERCHKM
      *           (PERCHK01 SERIAL ISSUE CHECK-IN SCREEN - THE
      *            SUBSCRIPTION DETAILS AND ISSUE STATUS LINES ARE
      *            DISPLAY ONLY)
      *-----------------------------------------------------------------
       01  PERCHKMI.
           05  MACTIONI      PIC X(1).
           05  MSUBIDI       PIC X(4).
           05  MISSNOI       PIC X(4).
           05  MRCVDTI       PIC X(10).
           05  MTITLEI       PIC X(60).
           05  MFREQI        PIC X(1).
           05  MNEXTNOI      PIC X(4).
           05  MNEXTDTI      PIC X(10).
           05  MLASTNOI      PIC X(4).
           05  MLASTDTI      PIC X(10).
           05  MOPENI        PIC X(4).

       01  PERCHKMO.
           05  MACTIONA      PIC X(1).
           05  MACTIONO      PIC X(1).
           05  MSUBIDA       PIC X(1).
           05  MSUBIDO       PIC X(4).
           05  MISSNOA       PIC X(1).
           05  MISSNOO       PIC X(4).
           05  MRCVDTA       PIC X(1).
           05  MRCVDTO       PIC X(10).
           05  MTITLEA       PIC X(1).
           05  MTITLEO       PIC X(60).
           05  MFREQA        PIC X(1).
           05  MFREQO        PIC X(1).
           05  MNEXTNOA      PIC X(1).
           05  MNEXTNOO      PIC X(4).
           05  MNEXTDTA      PIC X(1).
           05  MNEXTDTO      PIC X(10).
           05  MLASTNOA      PIC X(1).
           05  MLASTNOO      PIC X(4).
           05  MLASTDTA      PIC X(1).
           05  MLASTDTO      PIC X(10).
           05  MOPENA        PIC X(1).
           05  MOPENO        PIC X(4).
           05  MESSAGEO      PIC X(60).
