      *             CHARGED BY THE LOST-BOOK PATHS IN LOAN01/LOSTCNV.
      *             CALL_NO IS THE REAL SHELF CLASSIFICATION -
      *             MAINTAINED ON UPDATE01, SHOWN BY BOOK01DB/BOOK02DB
      *             AND PRINTED ON LBLEXTR'S SPINE LABELS.
      *             WORK_ID GROUPS THE EDITIONS OF ONE WORK - SEE
      *             DCLWORK (0 OR NULL = A STANDALONE TITLE).
      *             ITEM_TYPE SAYS WHAT KIND OF ITEM THE ROW IS - A
      *             BOOK, DVD, AUDIOBOOK, MUSEUM PASS, LAPTOP - SEE
      *             DCLITYPE (DEFAULT 'B', BLANK IS READ AS A BOOK))
      *-----------------------------------------------------------------
       01  DCLBOOKS.
           10  BOOKS-BOOK-ID             PIC S9(4)      USAGE COMP.
           10  BOOKS-SERIES-ID           PIC S9(4)      USAGE COMP.
           10  BOOKS-VOLUME-NO           PIC S9(4)      USAGE COMP.
           10  BOOKS-SORT-TITLE          PIC X(166).
           10  BOOKS-WORK-ID             PIC S9(4)      USAGE COMP.
           10  BOOKS-ITEM-TYPE           PIC X(1).
