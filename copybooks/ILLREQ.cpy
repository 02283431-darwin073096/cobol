           05  MLNDTO        PIC X(10).
           05  MRETDTO       PIC X(10).
           05  MBAKDTO       PIC X(10).
           05  LNDLSTO       PIC X(70)      OCCURS 6 TIMES.
           05  MESSAGEO      PIC X(60).
