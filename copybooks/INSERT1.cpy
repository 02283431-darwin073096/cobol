           05  MSERIDI       PIC X(4).
           05  MVOLI         PIC X(4).
           05  MSUBJSI       PIC X(14).
           05  MITYPEI       PIC X(1).
           05  CONFIRMI      PIC X(1).

       01  INSERTMO.
           05  MVOLO         PIC X(4).
           05  MSUBJSA       PIC X(1).
           05  MSUBJSO       PIC X(14).
           05  MITYPEA       PIC X(1).
           05  MITYPEO       PIC X(1).
           05  MITYPNMO      PIC X(20).
           05  CONFIRMO      PIC X(1).
           05  MESSAGEO      PIC X(60).
