      *-----------------------------------------------------------------
      * DCLWAIVR - DCLGEN HOST VARIABLE MAPPING FOR
      *            IBMUSER.FINE_WAIVERS (ONE ROW PER WAIVER KEYED ON
      *            FINE01, WITH THE CLERK'S REASON. A WAIVER OF A
      *            BALANCE ABOVE 'WAIVEMAX' ON IBMUSER.LIB_SETTINGS
      *            (DEFAULT 25.00), OR OF ANY TYPE 'L' REPLACEMENT
      *            CHARGE, WAITS HERE FOR A SUPERVISOR ON WAIVAPR1
      *            INSTEAD OF TAKING EFFECT - THE FINE STAYS 'O'
      *            UNTIL IT IS APPROVED. STATUS:
      *               W = WAIVED AT THE DESK (UNDER THE THRESHOLD)
      *               P = PENDING SUPERVISOR APPROVAL
      *               A = APPROVED - THE FINE WENT TO 'W'
      *               R = REJECTED - THE FINE STAYS OUTSTANDING
      *               X = VOID - THE FINE WAS SETTLED SOME OTHER WAY
      *                   BEFORE THE SUPERVISOR GOT TO IT
      *            AMOUNT IS THE BALANCE WAIVED (RE-TAKEN AT APPROVAL
      *            IN CASE A PART-PAYMENT CAME IN MEANWHILE).
      *            REQ_OPER_ID IS THE CLERK, APPR_OPER_ID THE
      *            SUPERVISOR WHO DECIDED IT (NEVER THE SAME ID).
      *            WAIVRPT PRINTS THE MONTHLY REGISTER BY OPERATOR)
      *-----------------------------------------------------------------
       01  DCLWAIVR.
           10  WAIVR-WAIVER-ID           PIC S9(9)      USAGE COMP.
           10  WAIVR-FINE-ID             PIC S9(9)      USAGE COMP.
           10  WAIVR-BORROWER-ID         PIC S9(4)      USAGE COMP.
           10  WAIVR-FINE-TYPE           PIC X(1).
           10  WAIVR-AMOUNT              PIC S9(5)V9(2) USAGE COMP-3.
           10  WAIVR-REASON              PIC X(40).
           10  WAIVR-REQ-OPER-ID         PIC X(8).
           10  WAIVR-REQ-DATE            PIC X(10).
           10  WAIVR-REQ-TIME            PIC X(8).
           10  WAIVR-STATUS              PIC X(1).
           10  WAIVR-APPR-OPER-ID        PIC X(8).
           10  WAIVR-DECIDE-DATE         PIC X(10).
           10  WAIVR-DECIDE-TIME         PIC X(8).
           10  WAIVR-DECIDE-NOTE         PIC X(40).
