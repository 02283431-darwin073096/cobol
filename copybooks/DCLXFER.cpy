      *             NOT YET ON ANY SHELF) AND CLOSED BY THE TARGET
      *             BRANCH'S 'R' RECEIVE ACTION (STATUS 'R'). THE
      *             XFRSTUCK RUN LISTS SHIPMENTS STILL 'T' PAST THE
      *             EXPECTED VAN TURNAROUND.
      *             A SHIPMENT IS ALSO OPENED AUTOMATICALLY WHEN A
      *             RETURNED COPY FILLS A HOLD WHOSE PICKUP BRANCH IS
      *             ELSEWHERE - THAT HOLD CARRIES THE XFER_ID, AND THE
      *             'R' RECEIVE PUTS THE COPY ON THE HOLD SHELF AND
      *             MAKES THE HOLD READY INSTEAD OF SHELVING IT)
      *-----------------------------------------------------------------
       01  DCLXFER.
           10  XFER-XFER-ID              PIC S9(9)      USAGE COMP.
