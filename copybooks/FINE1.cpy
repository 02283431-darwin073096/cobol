           05  MBIDI         PIC X(4).
           05  MFIDI         PIC X(9).
           05  MAMTI         PIC X(8).
           05  MREASNI       PIC X(40).

       01  FINEMO.
           05  MACTIONA      PIC X(1).
           05  MFIDO         PIC X(9).
           05  MAMTA         PIC X(1).
           05  MAMTO         PIC X(8).
           05  MREASNA       PIC X(1).
           05  MREASNO       PIC X(40).
           05  MBNAMEO       PIC X(30).
           05  FINEO         PIC X(70)      OCCURS 12 TIMES.
           05  MTOTALO       PIC X(9).
