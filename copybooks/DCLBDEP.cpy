      *-----------------------------------------------------------------
      * DCLBDEP  - DCLGEN HOST VARIABLE MAPPING FOR IBMUSER.BATCH_DEPS
      *            (PREDECESSORS IN THE NIGHTLY STREAM - ONE ROW PER
      *             JOB PER JOB IT MUST WAIT FOR, BOTH BY THEIR
      *             BATCH_SCHED JOB NAME, E.G. NOTSPOOL AFTER OVRDUE01,
      *             RECALL01, HOLDEXP, LOSTCNV AND MBREXP; AVRECON
      *             AFTER BULKRET AND HOLDEXP. EVERY BATCH JOB CHECKS
      *             ITS OWN ROWS AT START-UP (Z9150): A NIGHTLY
      *             PREDECESSOR MUST HAVE ENDED CLEAN TODAY, A WEEKLY
      *             OR MONTHLY ONE INSIDE ITS WEEK OR MONTH, OR THE JOB
      *             IS STAMPED HELD ('H') ON BATCH_RUNS AND ENDS RC 12
      *             WITHOUT PROCESSING. BRUNCHK LISTS THE HELD JOBS)
      *-----------------------------------------------------------------
       01  DCLBDEP.
           10  BDEP-JOB-NAME             PIC X(8).
           10  BDEP-PRED-JOB-NAME        PIC X(8).
