      *> route written by 01abill to BILLOUT for the accounting
      *> system: the assigned courier, the billed distance, the
      *> rate applied (per distance unit, day or night by the
      *> courier's shift) and the extended charge.  the file is
      *> also read back by the 01apay courier settlement; it has no
      *> run stamp header, so 01apay relies on the step ledger to
      *> know BILLOUT is from the current run.
           05 bl-route-id pic X(08).
           05 bl-courier-id pic X(4).
           05 bl-shift pic X.
