      *-----------------------------------------------------------------
      * PULL1   - SYMBOLIC MAP FOR MAPSET PULL1 / MAP PULLM
      *           (PULL01 HOLD PULL-LIST SCAN SCREEN)
      *-----------------------------------------------------------------
       01  PULLMI.
           05  MACTIONI      PIC X(1).
           05  MACCNOI       PIC X(12).

       01  PULLMO.
           05  MACTIONA      PIC X(1).
           05  MACTIONO      PIC X(1).
           05  MACCNOA       PIC X(1).
           05  MACCNOO       PIC X(12).
           05  MBOOKO        PIC X(4).
           05  MTITLEO       PIC X(40).
           05  MHOLDO        PIC X(9).
           05  MBIDO         PIC X(4).
           05  MBNAMEO       PIC X(30).
           05  MFROMO        PIC X(4).
           05  MPICKO        PIC X(4).
           05  MHSTATO       PIC X(1).
           05  MESSAGEO      PIC X(60).
