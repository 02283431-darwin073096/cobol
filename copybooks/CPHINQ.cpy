      *-----------------------------------------------------------------
      * CPHINQ  - SYMBOLIC MAP FOR MAPSET CPHINQ / MAP CPHINQM
      *           (CPHINQ1 COPY LIFECYCLE INQUIRY)
      *-----------------------------------------------------------------
       01  CPHINQMI.
           05  MACCNOI       PIC X(12).

       01  CPHINQMO.
           05  MACCNOA       PIC X(1).
           05  MACCNOO       PIC X(12).
           05  MTITLEO       PIC X(40).
           05  MSTATO        PIC X(1).
           05  MCONDO        PIC X(1).
           05  MBRNCHO       PIC X(4).
           05  MSHLFO        PIC X(10).
           05  MACQDO        PIC X(10).
           05  LISTO         PIC X(70)      OCCURS 15 TIMES.
           05  ITEMO         PIC X(3).
           05  NUMITEMO      PIC X(3).
           05  MESSAGEO      PIC X(60).
