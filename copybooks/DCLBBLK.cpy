      *-----------------------------------------------------------------
      * DCLBBLK  - DCLGEN HOST VARIABLE MAPPING FOR
      *            IBMUSER.BORROWER_BLOCKS
      *            (ONE ROW PER BLOCK PLACED ON A BORROWER'S CARD.
      *             WHILE A ROW IS ACTIVE EVERY CHECK-OUT PATH -
      *             LOAN01 CHECK-OUT AND RENEWAL, OFFRPLY'S REPLAY AND
      *             ILLREQ01'S LOAN-TO-PATRON - REFUSES THE BORROWER
      *             AND SHOWS THE REASON.
      *             REASON: A = BAD ADDRESS (MAIL CAME BACK - ALSO
      *                         PLACED BY NOTRETN, BY 'NOTRETN '),
      *                     M = MANUAL DESK BLOCK (NOTE SAYS WHY),
      *                     C = CARD REPORTED LOST OR STOLEN.
      *             THE FINES BLOCK (REASON F) IS NEVER STORED - IT IS
      *             WORKED OUT AT THE DESK FROM THE OUTSTANDING FINES
      *             BALANCE AGAINST THE BORROWER TYPE'S BLOCK_FINES
      *             THRESHOLD (SEE DCLLNPOL), SO IT LIFTS ITSELF THE
      *             MOMENT THE BALANCE IS PAID DOWN.
      *             STATUS: A = ACTIVE, L = LIFTED (THE ROW IS KEPT
      *             WITH WHO LIFTED IT AND WHEN). MAINTAINED BY
      *             BLOCK01)
      *-----------------------------------------------------------------
       01  DCLBBLK.
           10  BBLK-BLOCK-ID             PIC S9(9)      USAGE COMP.
           10  BBLK-BORROWER-ID          PIC S9(4)      USAGE COMP.
           10  BBLK-REASON               PIC X(1).
           10  BBLK-NOTE                 PIC X(40).
           10  BBLK-STATUS               PIC X(1).
           10  BBLK-PLACED-DATE          PIC X(10).
           10  BBLK-PLACED-BY            PIC X(8).
           10  BBLK-LIFTED-DATE          PIC X(10).
           10  BBLK-LIFTED-BY            PIC X(8).
