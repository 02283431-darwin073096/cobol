      * DCLBRUN  - DCLGEN HOST VARIABLE MAPPING FOR IBMUSER.BATCH_RUNS
      *            (THE COMMON BATCH-RUN REGISTRY - EVERY NIGHTLY JOB
      *             STAMPS A ROW AT START ('R'), CLOSES IT CLEAN ('C')
      *             OR FAILED ('F') AT END, OR HELD ('H') AT ONCE WHEN
      *             A PREDECESSOR ON IBMUSER.BATCH_DEPS HAS NOT RUN
      *             CLEAN (SEE DCLBDEP). THE BRUNCHK MORNING RUN
      *             AND THE DSHBRD01 DASHBOARD COMPARE IT AGAINST THE
      *             EXPECTED SCHEDULE ON IBMUSER.BATCH_SCHED SO A JOB
      *             THAT SILENTLY MISSED A NIGHT IS CAUGHT AT BREAKFAST.
      *             RECORD_COUNT IS WHAT THE JOB COUNTS AS ITS WORK -
      *             FOR THE RISWEEP INTEGRITY SWEEP IT IS THE NUMBER OF
      *             VIOLATIONS FOUND, WHICH DSHBRD01 SHOWS)
      *-----------------------------------------------------------------
       01  DCLBRUN.
           10  BRUN-RUN-ID               PIC S9(9)      USAGE COMP.
