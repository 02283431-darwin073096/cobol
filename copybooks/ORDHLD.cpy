           05  MACTIONI      PIC X(1).
           05  MLINEIDI      PIC X(4).
           05  MBIDI         PIC X(4).
           05  MPICKI        PIC X(4).

       01  ORDHLDMO.
           05  MACTIONA      PIC X(1).
           05  MLINEIDO      PIC X(4).
           05  MBIDA         PIC X(1).
           05  MBIDO         PIC X(4).
           05  MPICKA        PIC X(1).
           05  MPICKO        PIC X(4).
           05  MISBNO        PIC X(13).
           05  MQUEUEO       PIC X(4).
           05  MESSAGEO      PIC X(60).
