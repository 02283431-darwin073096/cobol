           05  MRPTTMO       PIC X(8).
           05  MRPTSTO       PIC X(1).
           05  MHSKPO        PIC X(10).
           05  MRISWO        PIC X(6).
           05  MRISCHO       PIC X(6).
           05  MDATEO        PIC X(10).
           05  MTIMEO        PIC X(8).
           05  MESSAGEO      PIC X(60).
