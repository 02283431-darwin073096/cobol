      *             CHANGEABLE WITHOUT A RECOMPILE - E.G. 'FINERATE',
      *             THE PER-DAY OVERDUE FINE. VALUES ARE KEPT AS
      *             DISPLAY TEXT AND CONVERTED BY THE READING PROGRAM)
      *            MAINTAINED ON-LINE BY SETMNT1, WHICH CHECKS EACH
      *            VALUE AGAINST ITS SET-CAT CATALOGUE ENTRY AND LOGS
      *            EVERY CHANGE TO IBMUSER.SETTING_HIST (DCLSETHS)
      *-----------------------------------------------------------------
       01  DCLSETTG.
           10  SETTG-SETTING-ID          PIC X(8).
