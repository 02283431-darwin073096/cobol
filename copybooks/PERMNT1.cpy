      *-----------------------------------------------------------------
      * PERMNT1 - SYMBOLIC MAP FOR MAPSET PERMNT1 / MAP PERMNTM
      *           (PERMNT01 SERIAL SUBSCRIPTION MAINTENANCE SCREEN -
      *            THE START/EXPIRY DATES AND STATUS ARE DISPLAY ONLY)
      *-----------------------------------------------------------------
       01  PERMNTMI.
           05  MACTIONI      PIC X(1).
           05  MSUBIDI       PIC X(4).
           05  MTITLEI       PIC X(60).
           05  MISSNI        PIC X(9).
           05  MVNDIDI       PIC X(4).
           05  MFNDCDI       PIC X(8).
           05  MFREQI        PIC X(1).
           05  MFIRSTI       PIC X(10).
           05  MCOSTI        PIC X(8).
           05  MGRACEI       PIC X(3).
           05  MSTARTI       PIC X(10).
           05  MEXPIRI       PIC X(10).
           05  MSTATI        PIC X(1).

       01  PERMNTMO.
           05  MACTIONA      PIC X(1).
           05  MACTIONO      PIC X(1).
           05  MSUBIDA       PIC X(1).
           05  MSUBIDO       PIC X(4).
           05  MTITLEA       PIC X(1).
           05  MTITLEO       PIC X(60).
           05  MISSNA        PIC X(1).
           05  MISSNO        PIC X(9).
           05  MVNDIDA       PIC X(1).
           05  MVNDIDO       PIC X(4).
           05  MFNDCDA       PIC X(1).
           05  MFNDCDO       PIC X(8).
           05  MFREQA        PIC X(1).
           05  MFREQO        PIC X(1).
           05  MFIRSTA       PIC X(1).
           05  MFIRSTO       PIC X(10).
           05  MCOSTA        PIC X(1).
           05  MCOSTO        PIC X(8).
           05  MGRACEA       PIC X(1).
           05  MGRACEO       PIC X(3).
           05  MSTARTA       PIC X(1).
           05  MSTARTO       PIC X(10).
           05  MEXPIRA       PIC X(1).
           05  MEXPIRO       PIC X(10).
           05  MSTATA        PIC X(1).
           05  MSTATO        PIC X(1).
           05  MESSAGEO      PIC X(60).
