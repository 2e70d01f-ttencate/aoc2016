      *> shared job-chain step ledger record - one indexed record
      *> per run number and program on STEPLDG.  each step of the
      *> nightly chain writes its record with status "S" when it
      *> starts and rewrites it with status "E" and its return code
      *> when it ends; a step that dies leaves "S" behind.  a step
      *> has completed when it ended with a return code under 16,
      *> except 01achk, which has completed only under 8 - 01a will
      *> not start after a reference data check that found errors.
      *> a step is refused unless the step before it has completed
      *> for the same run, and is not run again for a run it has
      *> completed unless STEP-RERUN=Y is set.  01amaint is the
      *> first step; its back-out runs are not recorded.
      *> sl-rerun-count counts the times the step was started again
      *> for the same run.  listed by the 01astat status report.
           05 sl-step-key.
               10 sl-run-number pic 9(6).
               10 sl-program pic X(8).
           05 sl-start-date pic 9(8).
           05 sl-start-time pic 9(8).
           05 sl-end-date pic 9(8).
           05 sl-end-time pic 9(8).
           05 sl-return-code pic 9(4).
           05 sl-step-status pic X.
           05 sl-rerun-count pic 9(3).
