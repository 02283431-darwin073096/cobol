      *-----------------------------------------------------------------
      * DCLORCPT - DCLGEN HOST VARIABLE MAPPING FOR
      *            IBMUSER.ORDER_RECEIPTS (ONE ROW PER SHIPMENT
      *            RECEIVED AGAINST AN IBMUSER.ORDERS LINE ON ORDER01'S
      *            R ACTION - A LINE THE VENDOR SHIPS IN PARTS HAS ONE
      *            ROW PER PART. RECEIVE_QTY COPIES WENT INTO THE
      *            CATALOG AND QTY * UNIT_COST OF THEM TO FUNDS.SPENT
      *            ON RECEIVE_DATE; THE LINE'S RECEIVED_QTY IS THEIR
      *            SUM. A LINE RECEIVED BEFORE THIS TABLE EXISTED HAS
      *            NO ROWS - IT COUNTS AS ONE RECEIPT OF THE WHOLE
      *            QTY ON ITS RECEIVED_DATE. FUND_CODE IS THE FUND THE
      *            RECEIPT WAS SPENT ON - THE LINE MAY SINCE HAVE BEEN
      *            CARRIED TO NEXT YEAR'S FUND BY FUNDROLL; NULL ON AN
      *            OLDER ROW MEANS THE LINE'S OWN FUND_CODE)
      *-----------------------------------------------------------------
       01  DCLORCPT.
           10  ORCPT-RECEIPT-ID          PIC S9(9)      USAGE COMP.
           10  ORCPT-LINE-ID             PIC S9(4)      USAGE COMP.
           10  ORCPT-RECEIVE-QTY         PIC S9(4)      USAGE COMP.
           10  ORCPT-RECEIVE-DATE        PIC X(10).
           10  ORCPT-OPER-ID             PIC X(8).
           10  ORCPT-FUND-CODE           PIC X(8).
