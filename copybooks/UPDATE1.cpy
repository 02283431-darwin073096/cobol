           05  MVOLI         PIC X(4).
           05  MSUBJSI       PIC X(14).
           05  MSRTTLI       PIC X(40).
           05  MITYPEI       PIC X(1).
           05  CONFIRMI      PIC X(1).

       01  UPDATEMO.
           05  MSUBJSO       PIC X(14).
           05  MSRTTLA       PIC X(1).
           05  MSRTTLO       PIC X(40).
           05  MITYPEA       PIC X(1).
           05  MITYPEO       PIC X(1).
           05  MITYPNMO      PIC X(20).
           05  CONFIRMO      PIC X(1).
           05  MESSAGEO      PIC X(60).
