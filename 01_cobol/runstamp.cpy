      *> shared run stamp header - written as the first record of
      *> RESULTFL and CHKPTFL by 01a, of RANKOUT by 01arank, of
      *> ASGNOUT by 01aasgn and of TIMEOUT by 01atime, and keyed
      *> at the head of ACTUALS, so downstream programs can prove
      *> a file belongs to the current run before using it.  the tag
      *> byte string is "*RUNHDR*" and rh-run-number must match
      *> the RUNCTL run-control record.
           05 rh-header-tag pic X(8).
           05 rh-run-number pic 9(6).
           05 rh-run-date pic 9(8).
