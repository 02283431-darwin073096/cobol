      *-----------------------------------------------------------------
      * DCLGLACC - DCLGEN HOST VARIABLE MAPPING FOR
      *            IBMUSER.GL_ACCOUNTS (THE FINANCE OFFICE'S MAPPING
      *            OF EACH LIBRARY MONEY MOVEMENT TO A COUNCIL GENERAL
      *            LEDGER ACCOUNT CODE, READ BY THE GLEXTR JOURNAL
      *            EXTRACT. MAP_KEY VALUES:
      *               RECEIVABLE      - FINES RECEIVABLE
      *               FINE O/L/D/A/N  - INCOME BY FINE_TYPE
      *               CASH DRAWER     - MONEY TAKEN AT A DESK
      *               CASH CLEARING   - ONLINE CARD AND AGENCY MONEY
      *               WAIVER          - DESK WAIVERS ('W')
      *               WRITE-OFF       - FINWOFF WRITE-OFFS ('X')
      *               FINE CANCELLED  - LOST CHARGES CANCELLED ('C')
      *               REFUNDS DUE     - BOOK-DROP LOST REFUNDS OWED
      *               BOOK SALES      - WITHDRAWN-COPY SALE INCOME
      *               FUND XXXXXXXX   - ACQUISITIONS SPEND BY FUND_CODE
      *                                 (RECEIPTS AND INVOICE ADJ.)
      *               ACQ PAYABLE     - VENDOR CREDITOR FOR RECEIPTS
      *               DONATED ASSETS  - DONATED MATERIALS ASSET
      *               DONATED REVENUE - DONATED MATERIALS INCOME
      *               SUSPENSE        - WHERE AN UNMAPPED KEY POSTS)
      *-----------------------------------------------------------------
       01  DCLGLACC.
           10  GLACC-MAP-KEY             PIC X(16).
           10  GLACC-GL-ACCOUNT          PIC X(10).
           10  GLACC-DESCRIPTION         PIC X(30).
