      *-----------------------------------------------------------------
       01  BOOKMP2I.
           05  MHLDBIDI      PIC X(4).
           05  MHLDBRI       PIC X(4).
           05  MHLDANYI      PIC X(1).

       01  BOOKMP2O.
           05  MBOOKIDO      PIC X(4).
           05  MVOLO         PIC X(4).
           05  MHLDBIDA      PIC X(1).
           05  MHLDBIDO      PIC X(4).
           05  MHLDBRA       PIC X(1).
           05  MHLDBRO       PIC X(4).
           05  MHLDANYA      PIC X(1).
           05  MHLDANYO      PIC X(1).
           05  MCPLIN1O      PIC X(70).
           05  MCPLIN2O      PIC X(70).
           05  MCPLIN3O      PIC X(70).
