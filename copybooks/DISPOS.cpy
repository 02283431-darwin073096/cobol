      *-----------------------------------------------------------------
      * DISPOS  - SYMBOLIC MAP FOR MAPSET DISPOS / MAP DISPOSM
      *           (DISP01 WITHDRAWN-COPY DISPOSITION SCREEN)
      *-----------------------------------------------------------------
       01  DISPOSMI.
           05  MACTIONI      PIC X(1).
           05  MACCNOI       PIC X(12).
           05  MMETHI        PIC X(1).
           05  MDSPDTI       PIC X(10).
           05  MRECIPI       PIC X(40).
           05  MPROCI        PIC X(9).

       01  DISPOSMO.
           05  MACTIONA      PIC X(1).
           05  MACTIONO      PIC X(1).
           05  MACCNOA       PIC X(1).
           05  MACCNOO       PIC X(12).
           05  MMETHA        PIC X(1).
           05  MMETHO        PIC X(1).
           05  MDSPDTA       PIC X(1).
           05  MDSPDTO       PIC X(10).
           05  MRECIPA       PIC X(1).
           05  MRECIPO       PIC X(40).
           05  MPROCA        PIC X(1).
           05  MPROCO        PIC X(9).
           05  MBKIDO        PIC X(4).
           05  MTITLEO       PIC X(40).
           05  MCSTATO       PIC X(1).
           05  MWDRSNO       PIC X(1).
           05  MWDDTO        PIC X(10).
           05  MDISPIDO      PIC X(9).
           05  MESSAGEO      PIC X(60).
