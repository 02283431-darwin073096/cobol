      *-----------------------------------------------------------------
      * SLIPLIN  - LINE LAYOUTS FOR THE DESK SLIP (SEE SLIPDAT). EACH
      *            LINE IS BUILT IN SLIP-WORK UNDER WHICHEVER VIEW FITS
      *            AND THEN ADDED TO SLIP-DATA, SO THE LOAN01 AND
      *            EXPCK01 SLIPS READ ALIKE
      *-----------------------------------------------------------------
       01  SLIP-WORK                   PIC X(60).
       01  SLIP-HEAD REDEFINES SLIP-WORK.
           05  SH-TITLE                PIC X(38).
           05  SH-DATE                 PIC X(10).
           05  FILLER                  PIC X(01).
           05  SH-TIME                 PIC X(05).
           05  FILLER                  PIC X(06).
       01  SLIP-BORROWER REDEFINES SLIP-WORK.
           05  SB-LABEL                PIC X(10).
           05  SB-ID                   PIC ZZZ9.
           05  FILLER                  PIC X(02).
           05  SB-NAME                 PIC X(30).
           05  FILLER                  PIC X(14).
       01  SLIP-ITEM REDEFINES SLIP-WORK.
           05  FILLER                  PIC X(02).
           05  SI-LABEL                PIC X(08).
           05  SI-ACCESSION            PIC X(12).
           05  FILLER                  PIC X(02).
           05  SI-DATE-LABEL           PIC X(09).
           05  SI-DATE                 PIC X(10).
           05  FILLER                  PIC X(01).
           05  SI-TIME                 PIC X(05).
           05  FILLER                  PIC X(11).
       01  SLIP-TOTAL REDEFINES SLIP-WORK.
           05  ST-LABEL                PIC X(24).
           05  ST-VALUE                PIC X(09).
           05  FILLER                  PIC X(27).

       01  SLIP-EDITS.
           05  SLIP-COUNT-EDIT         PIC Z(8)9.
           05  SLIP-AMOUNT-EDIT        PIC ZZ,ZZ9.99.
