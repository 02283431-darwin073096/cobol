      *             VENDOR. REPAIR01 OPENS THE ROW ('O') WHEN A COPY
      *             IS SENT - THE COPY ITSELF GOES TO STATUS 'B' SO
      *             LOAN01 REFUSES TO LEND IT - AND CLOSES IT ('R')
      *             WHEN THE BOX COMES BACK WITH ITS NEW CONDITION -
      *             X MEANS BEYOND REPAIR, THE COPY THEN WITHDRAWN AS
      *             DAMAGED FOR DISP01 TO DISPOSE OF.
      *             RPAIRAGE LISTS ROWS STILL OUT PAST DUE_BACK_DATE)
      *-----------------------------------------------------------------
       01  DCLRPAIR.
