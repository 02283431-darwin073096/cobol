      *-----------------------------------------------------------------
      * DCLPCDST - DCLGEN HOST VARIABLE MAPPING FOR
      *            IBMUSER.POSTCODE_DISTRICTS
      *           (ONE ROW PER POSTCODE THE LIBRARY KNOWS, NAMING THE
      *            RESIDENCY DISTRICT IT FALLS IN. MAINTAINED BY
      *            PCDMNT01. IN_AREA = 'Y' MARKS A DISTRICT INSIDE THE
      *            LIBRARY'S SERVICE AREA - ITS RESIDENTS JOIN FREE.
      *            BORRW01 DERIVES BORROWERS.DISTRICT AND RESIDENT
      *            FROM THE ADDRESS POSTCODE HERE - A POSTCODE WITH NO
      *            ROW IS OUT OF AREA (DISTRICT BLANK, NON-RESIDENT).
      *            MBREXP AND STATERN REPORT BY DISTRICT)
      *-----------------------------------------------------------------
       01  DCLPCDST.
           10  PCDST-POSTCODE            PIC X(8).
           10  PCDST-DISTRICT            PIC X(4).
           10  PCDST-DISTRICT-NAME       PIC X(20).
           10  PCDST-IN-AREA             PIC X(1).
           10  PCDST-CHANGED-BY          PIC X(8).
           10  PCDST-CHANGED-DATE        PIC X(10).
