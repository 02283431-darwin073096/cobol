      *             PRINT FILE AND THE MAIL-HOUSE EXTRACT FROM THE
      *             QUEUE, MARKING EACH ROW SENT ('S') WITH THE
      *             CHANNEL USED (P = PRINT, E = ELECTRONIC, FROM THE
      *             BORROWER'S NOTICE_PREF AT SPOOL TIME). A SENT
      *             NOTICE THE MAIL HOUSE RETURNS IS MARKED 'U'
      *             (UNDELIVERABLE) BY NOTRETN.
      *             NOTICE_TYPE: O = OVERDUE, H = HOLD READY,
      *             R = RECALL, M = MEMBERSHIP, F = FINAL BILL,
      *             S = SUGGESTION ARRIVED, A = ACCOUNT STATEMENT -
      *             BRWSTMT QUEUES ONE 'A' ROW PER STATEMENT LINE, IN
      *             NOTICE_ID ORDER, SO THE LINES TRAVEL TOGETHER.
      *             D = DUE SOON - THE DUESOON COURTESY REMINDER, ALSO
      *             ONE ROW PER LINE IN NOTICE_ID ORDER)
      *-----------------------------------------------------------------
       01  DCLNOTIC.
           10  NOTIC-NOTICE-ID           PIC S9(9)      USAGE COMP.
