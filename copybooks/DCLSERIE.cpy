      *            (ONE ROW PER MULTI-VOLUME SET OR SERIES. A BOOK
      *             BELONGS TO AT MOST ONE SERIES THROUGH SERIES_ID /
      *             VOLUME_NO ON IBMUSER.BOOKS - MAINTAINED ON THE
      *             INSERT01/UPDATE01 SCREENS AND BY THE BKVLOAD1 FEED,
      *             THE MASTER ITSELF ON SERMNT01, AND BROWSED IN
      *             VOLUME ORDER BY SERBRW1. A SERIES MAY CARRY A
      *             STANDING ORDER (SEE DCLSTORD); SERGAP LISTS THE
      *             VOLUME NUMBERS MISSING FROM EACH SERIES)
      *-----------------------------------------------------------------
       01  DCLSERIE.
           10  SERIE-SERIES-ID           PIC S9(4)      USAGE COMP.
