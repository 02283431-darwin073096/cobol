      *             IS SUPPOSED TO RUN, WITH HOW OFTEN: D = EVERY
      *             NIGHT, W = WEEKLY, M = MONTHLY. BRUNCHK REPORTS
      *             EVERY SCHEDULED JOB WITH NO CLEAN BATCH_RUNS ROW
      *             INSIDE ITS WINDOW. THE ORDER JOBS MUST RUN IN IS ON
      *             IBMUSER.BATCH_DEPS - SEE DCLBDEP)
      *-----------------------------------------------------------------
       01  DCLBSCH.
           10  BSCH-JOB-NAME             PIC X(8).
