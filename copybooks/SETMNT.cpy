      *-----------------------------------------------------------------
      * SETMNT  - SYMBOLIC MAP FOR MAPSET SETMNT / MAP SETMNTM
      *           (SETMNT1 LIBRARY SETTINGS MAINTENANCE SCREEN)
      *-----------------------------------------------------------------
       01  SETMNTMI.
           05  MACTIONI      PIC X(1).
           05  MSETIDI       PIC X(8).
           05  MVALUEI       PIC X(10).

       01  SETMNTMO.
           05  MACTIONA      PIC X(1).
           05  MACTIONO      PIC X(1).
           05  MSETIDA       PIC X(1).
           05  MSETIDO       PIC X(8).
           05  MVALUEA       PIC X(1).
           05  MVALUEO       PIC X(10).
           05  MDESCO        PIC X(30).
           05  MRANGEO       PIC X(15).
           05  MDFLTO        PIC X(10).
           05  MCURRO        PIC X(10).
           05  MPROTO        PIC X(9).
           05  MHEADO        PIC X(76).
           05  LISTO         PIC X(76)      OCCURS 10 TIMES.
           05  ITEMO         PIC X(3).
           05  NUMITEMO      PIC X(3).
           05  MESSAGEO      PIC X(60).
