      *             ORDER01 RECEIVES AN ACCEPTED SUGGESTION'S LINE THE
      *             SUGGESTER GETS A YOUR-BOOK-IS-IN NOTICE ('S').
      *             STATUS: N = NEW, A = ACCEPTED/ON ORDER,
      *             D = DECLINED, R = RECEIVED.
      *             SOURCE: P (OR NULL) = A PATRON'S SUGGESTION,
      *             S = RAISED BY THE WEEKLY HOLDBUY RUN FOR A TITLE
      *             WHOSE HOLD QUEUE HAS OUTGROWN ITS COPIES - NO
      *             SUGGESTER (BORROWER_ID 0, NO NOTICE ON RECEIPT).
      *             SUGG_QTY IS THE NUMBER OF COPIES HOLDBUY PROPOSES;
      *             SUGGRV1 ORDERS THAT MANY UNLESS THE CLERK KEYS A
      *             QUANTITY)
      *-----------------------------------------------------------------
       01  DCLSUGG.
           10  SUGG-SUGG-ID              PIC S9(9)      USAGE COMP.
           10  SUGG-STATUS               PIC X(1).
           10  SUGG-DECLINE-REASON       PIC X(40).
           10  SUGG-ORDER-LINE-ID        PIC S9(4)      USAGE COMP.
           10  SUGG-SOURCE               PIC X(1).
           10  SUGG-SUGG-QTY             PIC S9(4)      USAGE COMP.
