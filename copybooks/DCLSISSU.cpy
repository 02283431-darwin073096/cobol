      *-----------------------------------------------------------------
      * DCLSISSU - DCLGEN HOST VARIABLE MAPPING FOR
      *            IBMUSER.SERIAL_ISSUES
      *            (THE CHECK-IN CARD - ONE ROW PER ISSUE OF A
      *             SUBSCRIPTION ON IBMUSER.SUBSCRIPTIONS - SEE
      *             DCLSUBSC - NUMBERED FROM 1 IN THE ORDER THE
      *             PATTERN PREDICTS THEM. EXPECTED_DATE IS THE
      *             PREDICTED ARRIVAL.
      *             STATUS: E = EXPECTED, R = RECEIVED (RECEIVED_DATE
      *             AND OPER_ID SET BY PERCHK01), C = CLAIMED FROM THE
      *             VENDOR BY PERCLAIM (CLAIM_COUNT / LAST_CLAIM_DATE),
      *             M = MISSING - NO FURTHER CLAIMS AFTER THE FINAL
      *             ONE. PERCLAIM WRITES THE 'E' ROWS AS EACH ISSUE
      *             FALLS DUE; AN ISSUE THAT ARRIVES BEFORE ITS ROW
      *             EXISTS IS ADDED BY PERCHK01 AS IT IS RECEIVED)
      *-----------------------------------------------------------------
       01  DCLSISSU.
           10  SISSU-SUBSCR-ID           PIC S9(4)      USAGE COMP.
           10  SISSU-ISSUE-NO            PIC S9(4)      USAGE COMP.
           10  SISSU-EXPECTED-DATE       PIC X(10).
           10  SISSU-RECEIVED-DATE       PIC X(10).
           10  SISSU-STATUS              PIC X(1).
           10  SISSU-CLAIM-COUNT         PIC S9(4)      USAGE COMP.
           10  SISSU-LAST-CLAIM-DATE     PIC X(10).
           10  SISSU-OPER-ID             PIC X(8).
