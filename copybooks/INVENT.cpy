      *-----------------------------------------------------------------
      * INVENT  - SYMBOLIC MAP FOR MAPSET INVENT / MAP INVENTM
      *           (INVENT1 VENDOR INVOICE ENTRY SCREEN)
      *-----------------------------------------------------------------
       01  INVENTMI.
           05  MACTIONI      PIC X(1).
           05  MINVIDI       PIC X(9).
           05  MVNDIDI       PIC X(4).
           05  MVINVNI       PIC X(20).
           05  MINVDTI       PIC X(10).
           05  MSHIPI        PIC X(8).
           05  MDISCI        PIC X(8).
           05  MTOTALI       PIC X(10).
           05  MLINEIDI      PIC X(4).
           05  MQTYI         PIC X(4).
           05  MPRICEI       PIC X(8).

       01  INVENTMO.
           05  MACTIONA      PIC X(1).
           05  MACTIONO      PIC X(1).
           05  MINVIDA       PIC X(1).
           05  MINVIDO       PIC X(9).
           05  MVNDIDA       PIC X(1).
           05  MVNDIDO       PIC X(4).
           05  MVINVNA       PIC X(1).
           05  MVINVNO       PIC X(20).
           05  MINVDTA       PIC X(1).
           05  MINVDTO       PIC X(10).
           05  MSHIPA        PIC X(1).
           05  MSHIPO        PIC X(8).
           05  MDISCA        PIC X(1).
           05  MDISCO        PIC X(8).
           05  MTOTALA       PIC X(1).
           05  MTOTALO       PIC X(10).
           05  MLINEIDA      PIC X(1).
           05  MLINEIDO      PIC X(4).
           05  MQTYA         PIC X(1).
           05  MQTYO         PIC X(4).
           05  MPRICEA       PIC X(1).
           05  MPRICEO       PIC X(8).
           05  MSTATA        PIC X(1).
           05  MSTATO        PIC X(1).
           05  INVLO         PIC X(70)      OCCURS 12 TIMES.
           05  MESSAGEO      PIC X(60).
