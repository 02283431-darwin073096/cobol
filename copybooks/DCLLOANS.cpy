      * DCLLOANS - DCLGEN HOST VARIABLE MAPPING FOR IBMUSER.LOANS
      *            (RECALL_FLAG 'Y' MEANS THE LOAN WAS RECALLED FOR A
      *             WAITING HOLD AND DUE_DATE WAS SHORTENED TO THE
      *             RECALL PERIOD - SEE THE RECALL01 NIGHTLY SCAN.
      *             STATUS: O = OPEN, R = RETURNED, L = LOST,
      *             D = DISPUTED - THE BORROWER CLAIMS IT WAS RETURNED
      *             (SEE DCLCLAIM). A DISPUTED LOAN IS NOT OPEN TO
      *             OVRDUE01, RECALL01 OR LOSTCNV'S OVERDUE PASS AND
      *             ACCRUES NO FINE.
      *             DUE_TIME IS SET ONLY ON A SHORT LOAN FROM THE
      *             COURSE RESERVE SHELF - THE LOAN FALLS DUE AT THAT
      *             TIME ON DUE_DATE AND RESERVE_ID NAMES THE
      *             IBMUSER.COURSE_RESERVES ROW IT WAS LENT UNDER (SEE
      *             DCLCRSV); NULL DUE_TIME IS AN ORDINARY DAY LOAN.
      *             RETURN_TIME IS THE TIME OF DAY THE LOAN CLOSED,
      *             LOAN_TIME THE TIME IT WAS CHECKED OUT, AND
      *             RENEW_DATE/RENEW_TIME WHEN IT WAS LAST RENEWED -
      *             THE DESKRPT MONTHLY STAFFING REPORT COUNTS DESK
      *             TRANSACTIONS BY THE HOUR FROM THESE. NULL ON ROWS
      *             WRITTEN BEFORE THE TIMES WERE KEPT)
      *-----------------------------------------------------------------
       01  DCLLOANS.
           10  LOANS-LOAN-ID             PIC S9(9)      USAGE COMP.
           10  LOANS-ACCESSION-NO        PIC X(12).
           10  LOANS-BRANCH-ID           PIC S9(4)      USAGE COMP.
           10  LOANS-RECALL-FLAG         PIC X(1).
           10  LOANS-DUE-TIME            PIC X(8).
           10  LOANS-RESERVE-ID          PIC S9(9)      USAGE COMP.
           10  LOANS-RETURN-TIME         PIC X(8).
           10  LOANS-LOAN-TIME           PIC X(8).
           10  LOANS-RENEW-DATE          PIC X(10).
           10  LOANS-RENEW-TIME          PIC X(8).
