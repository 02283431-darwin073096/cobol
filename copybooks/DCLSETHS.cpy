      *-----------------------------------------------------------------
      * DCLSETHS - DCLGEN HOST VARIABLE MAPPING FOR IBMUSER.SETTING_HIST
      *            (ONE ROW PER CHANGE MADE TO AN IBMUSER.LIB_SETTINGS
      *             VALUE THROUGH SETMNT1 - SEE DCLSETTG. OLD_VALUE IS
      *             BLANK WHEN THERE WAS NO ROW BEFORE (THE READING
      *             PROGRAM'S DEFAULT WAS IN FORCE). CHANGE_TYPE:
      *             C = CHANGED, F = FORCED CHANGE TO A PROTECTED ROW
      *             (A HIGH-WATER MARK, RUN STAMP OR LOCK THAT ITS OWN
      *             BATCH JOB NORMALLY MAINTAINS). OPER_ID IS THE
      *             SIGNED-ON ADMIN. READ BY SETMNT1'S 'H' ACTION)
      *-----------------------------------------------------------------
       01  DCLSETHS.
           10  SETHS-HIST-ID             PIC S9(9)      USAGE COMP.
           10  SETHS-SETTING-ID          PIC X(8).
           10  SETHS-OLD-VALUE           PIC X(10).
           10  SETHS-NEW-VALUE           PIC X(10).
           10  SETHS-CHANGE-TYPE         PIC X(1).
           10  SETHS-OPER-ID             PIC X(8).
           10  SETHS-CHANGE-DATE         PIC X(10).
           10  SETHS-CHANGE-TIME         PIC X(8).
