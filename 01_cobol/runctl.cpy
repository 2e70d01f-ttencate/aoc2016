      *> shared run-control record - the single record on RUNCTL
      *> naming the current run.  a run stays open until the last
      *> step of the nightly chain has completed for it; 01amaint,
      *> 01achk and 01a each work out the run number the same way,
      *> reusing the open run and only adding one to the run number
      *> once it has closed.  downstream programs compare their
      *> input file's run stamp header against this record and
      *> refuse input from an older run.
           05 rc-run-number pic 9(6).
           05 rc-run-date pic 9(8).
