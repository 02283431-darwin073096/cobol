      *-----------------------------------------------------------------
      * DCLITYPE - DCLGEN HOST VARIABLE MAPPING FOR IBMUSER.ITEM_TYPES
      *            (ONE ROW PER KIND OF ITEM THE LIBRARY LENDS, KEYED
      *             BY THE ITEM_TYPE CODE CARRIED ON IBMUSER.BOOKS -
      *             B = BOOK, A = AUDIOBOOK, D = DVD, M = MUSEUM PASS,
      *             L = LAPTOP. PRINT_FLAG 'Y' MARKS A PRINTED ITEM:
      *             ITS ISBN MUST PASS THE ISBN-13 CHECK DIGIT AND IT
      *             TAKES PART IN THE VENDOR FEED (BKVLOAD1, VENRECON)
      *             AND THE PAGE-COUNT CHECKS. ANY OTHER TYPE NEEDS NO
      *             ISBN - WHATEVER IS KEYED THERE IS KEPT AS A LOCAL
      *             IDENTIFIER. A BOOKS ROW WITH A BLANK ITEM_TYPE, OR
      *             A CODE WITH NO ROW HERE, IS TREATED AS A PRINTED
      *             BOOK. LOAN RULES BY ITEM TYPE ARE ON
      *             IBMUSER.ITEM_POLICY - SEE DCLITPOL. CIRCRPT AND
      *             STATERN BREAK CIRCULATION OUT BY THESE TYPES)
      *-----------------------------------------------------------------
       01  DCLITYPE.
           10  ITYPE-ITEM-TYPE           PIC X(1).
           10  ITYPE-DESCRIPTION         PIC X(20).
           10  ITYPE-PRINT-FLAG          PIC X(1).
