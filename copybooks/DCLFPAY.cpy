      *            MONEY. THE FINE'S DECLINING BALANCE IS ITS AMOUNT
      *            LESS THE PAID_AMOUNT ACCUMULATED ON THE FINES ROW.
      *            CASHRPT TOTALS THIS LEDGER BY OPERATOR AT END OF
      *            DAY SO THE DRAWER CAN BE BALANCED. COLLECTION-
      *            AGENCY REMITTANCES ARE POSTED BY AGYRMIT UNDER THE
      *            'AGYOPER' BATCH OPERATOR ID, NOT A DESK OPERATOR,
      *            AND ONLINE CARD PAYMENTS BY PAYSETL UNDER 'WEBOPER'.
      *            EXT_REF CARRIES THE OUTSIDE REFERENCE - THE CARD
      *            PROCESSOR'S TRANSACTION ID, OR 'AGENCY' AND THE
      *            REFERRAL ID - AND IS BLANK/NULL FOR MONEY TAKEN
      *            IN A DRAWER)
      *-----------------------------------------------------------------
       01  DCLFPAY.
           10  FPAY-PAYMENT-ID           PIC S9(9)      USAGE COMP.
           10  FPAY-PAY-DATE             PIC X(10).
           10  FPAY-PAY-TIME             PIC X(8).
           10  FPAY-OPER-ID              PIC X(8).
           10  FPAY-EXT-REF              PIC X(20).
