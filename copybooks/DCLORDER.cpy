      *            (ONE ROW PER PURCHASE-ORDER LINE. STATUS: O = ON
      *             ORDER, R = RECEIVED, C = CANCELLED. RECEIVING A
      *             LINE IS WHAT FEEDS BOOKS-TOTAL-COPIES - SEE
      *             ORDER01. A LINE CAN BE RECEIVED IN PARTS: EACH
      *             SHIPMENT IS AN IBMUSER.ORDER_RECEIPTS ROW (SEE
      *             DCLORCPT) AND RECEIVED_QTY THEIR RUNNING SUM. A
      *             LINE PART RECEIVED STAYS 'O' - BACK-ORDERED FOR
      *             QTY - RECEIVED_QTY - UNTIL THE LAST COPY COMES IN
      *             (RECEIVED_DATE IS THAT LAST RECEIPT), OR UNTIL THE
      *             REMAINDER IS CANCELLED, WHICH CLOSES IT 'R' SHORT.
      *             RECEIVED_QTY NULL ON AN 'R' LINE MEANS A LINE
      *             RECEIVED WHOLE BEFORE THE COLUMN EXISTED.
      *             VENDOR_ID KEYS THE IBMUSER.VENDORS MASTER (SEE
      *             VENMNT01) - THE OLD FREE-TEXT VENDOR
      *             COLUMN IS KEPT, FILLED FROM THE MASTER'S NAME.
      *             EXPECT_DATE IS WHEN THE LINE SHOULD ARRIVE AND
      *             CLAIM_COUNT HOW OFTEN ORDCLAIM HAS CHASED IT -
      *             AFTER THE THIRD CLAIM THE RUN PROPOSES
      *             CANCELLATION THROUGH ORDER01'S C ACTION.
      *             THE VENDOR'S INVOICE LINES BILL AGAINST LINE_ID -
      *             SEE DCLVINL.
      *             SENT_DATE IS WHEN ORDXMIT TRANSMITTED THE LINE TO
      *             THE VENDOR (NULL = NOT SENT). VENDOR_STATUS IS THE
      *             VENDOR'S LAST RESPONSE: A = ACCEPTED, B = BACK-
      *             ORDERED, P = OUT OF PRINT, C = CANCELLED (P AND C
      *             ALSO CLOSE THE LINE), BLANK/NULL = NO RESPONSE,
      *             VENDOR_RESP_DATE WHEN IT CAME IN. ORDCLAIM DOES NOT
      *             CLAIM A LINE THE VENDOR HAS REPORTED ON).
      *             BRANCH_ID IS THE SITE THE COPIES ARE FOR - SET
      *             FROM THE SERIES' DEFAULT BRANCH ON A LINE RAISED BY
      *             A STANDING ORDER (SEE DCLSTORD); NULL/0 = THE MAIN
      *             DESK)
      *-----------------------------------------------------------------
       01  DCLORDER.
           10  ORDER-LINE-ID             PIC S9(4)      USAGE COMP.
           10  ORDER-ORDER-DATE          PIC X(10).
           10  ORDER-RECEIVED-DATE       PIC X(10).
           10  ORDER-STATUS              PIC X(1).
           10  ORDER-SENT-DATE           PIC X(10).
           10  ORDER-VENDOR-STATUS       PIC X(1).
           10  ORDER-VENDOR-RESP-DATE    PIC X(10).
           10  ORDER-RECEIVED-QTY        PIC S9(4)      USAGE COMP.
           10  ORDER-BRANCH-ID           PIC S9(4)      USAGE COMP.
