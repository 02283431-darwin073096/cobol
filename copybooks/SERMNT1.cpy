      *-----------------------------------------------------------------
      * SERMNT1 - SYMBOLIC MAP FOR MAPSET SERMNT1 / MAP SERMNTM
      *           (SERMNT01 SERIES MASTER MAINTENANCE SCREEN - THE
      *            LOWER HALF IS THE SERIES' STANDING ORDER)
      *-----------------------------------------------------------------
       01  SERMNTMI.
           05  MACTIONI      PIC X(1).
           05  MSERIDI       PIC X(4).
           05  MSERNMI       PIC X(60).
           05  MVNDIDI       PIC X(4).
           05  MFNDCDI       PIC X(8).
           05  MQTYI         PIC X(4).
           05  MCOSTI        PIC X(8).
           05  MBRIDI        PIC X(4).
           05  MSOSTI        PIC X(1).

       01  SERMNTMO.
           05  MACTIONA      PIC X(1).
           05  MSERIDO       PIC X(4).
           05  MSERNMA       PIC X(1).
           05  MSERNMO       PIC X(60).
           05  MVNDIDA       PIC X(1).
           05  MVNDIDO       PIC X(4).
           05  MFNDCDA       PIC X(1).
           05  MFNDCDO       PIC X(8).
           05  MQTYA         PIC X(1).
           05  MQTYO         PIC X(4).
           05  MCOSTA        PIC X(1).
           05  MCOSTO        PIC X(8).
           05  MBRIDA        PIC X(1).
           05  MBRIDO        PIC X(4).
           05  MSOSTA        PIC X(1).
           05  MSOSTO        PIC X(1).
           05  MESSAGEO      PIC X(60).
