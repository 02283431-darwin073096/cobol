      * DCLFINES - DCLGEN HOST VARIABLE MAPPING FOR IBMUSER.FINES
      *            (ONE ROW PER CHARGE ASSESSED AGAINST A BORROWER.
      *             FINE_TYPE: O = OVERDUE RETURN, L = LOST BOOK,
      *             D = DAMAGE CHARGE ASSESSED AT RETURN,
      *             A = COLLECTION AGENCY FEE (AGYREFR),
      *             N = ANNUAL NON-RESIDENT MEMBERSHIP FEE (BORRW01 -
      *             NO LOAN, LOAN_ID NULL).
      *             STATUS: O = OUTSTANDING, P = PAID, W = WAIVED AT
      *             THE DESK (LARGE OR 'L' WAIVERS ONLY ONCE A
      *             SUPERVISOR APPROVES THEM - SEE DCLWAIVR),
      *             X = WRITTEN OFF AS UNCOLLECTABLE BY THE FINWOFF
      *             BATCH (KEPT DISTINCT FROM A DESK WAIVER
      *             FOR THE AUDITORS), C = LOST-BOOK CHARGE CANCELLED
      *             BECAUSE THE COPY CAME BACK (PAID_AMOUNT GOES TO 0 -
      *             ANY MONEY TAKEN IS ON THE LOST_REFUNDS REGISTER,
      *             SEE DCLLREF).
      *             PAID_AMOUNT ACCUMULATES THE PAYMENTS TAKEN SO FAR
      *             (SEE THE IBMUSER.FINE_PAYMENTS LEDGER, DCLFPAY) -
      *             THE BALANCE STILL OWED IS AMOUNT - PAID_AMOUNT.
      *             REFERRAL_ID IS THE IBMUSER.AGENCY_REFERRALS
      *             PLACEMENT THE FINE WAS SENT TO COLLECTION UNDER
      *             (0/NULL = NEVER PLACED) - SEE DCLAGREF)
      *-----------------------------------------------------------------
       01  DCLFINES.
           10  FINES-FINE-ID             PIC S9(9)      USAGE COMP.
           10  FINES-PAID-DATE           PIC X(10).
           10  FINES-STATUS              PIC X(1).
           10  FINES-PAID-AMOUNT         PIC S9(5)V9(2) USAGE COMP-3.
           10  FINES-REFERRAL-ID         PIC S9(9)      USAGE COMP.
