      *-----------------------------------------------------------------
      * EXPCK1 - SYMBOLIC MAP FOR MAPSET EXPCK1 / MAP EXPCKM
      *          (EXPCK01 EXPRESS CHECK-OUT SCREEN - THE BORROWER AND
      *           BRANCH ARE KEYED ONCE, THEN ONE ACCESSION PER ENTER.
      *           NAME, COUNTS AND THE SCAN LIST ARE DISPLAY ONLY)
      *-----------------------------------------------------------------
       01  EXPCKMI.
           05  MBORROWI      PIC X(4).
           05  MBRNCHI       PIC X(4).
           05  MACCNOI       PIC X(12).

       01  EXPCKMO.
           05  MBORROWA      PIC X(1).
           05  MBORROWO      PIC X(4).
           05  MBRNCHA       PIC X(1).
           05  MBRNCHO       PIC X(4).
           05  MACCNOA       PIC X(1).
           05  MACCNOO       PIC X(12).
           05  MNAMEO        PIC X(30).
           05  MOUTO         PIC X(3).
           05  MACCPTO       PIC X(3).
           05  MREFUSO       PIC X(3).
           05  LISTO         PIC X(70)      OCCURS 12 TIMES.
           05  MESSAGEO      PIC X(60).
