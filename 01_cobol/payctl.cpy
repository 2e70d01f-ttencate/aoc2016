      *> shared pay-period control record - the single record on
      *> PAYCTL kept by the 01apay courier settlement.  names the
      *> open pay period and the day it started, the last run whose
      *> BILLOUT was added to the pay ledger (a run is never added
      *> twice) and the end date of the last period closed (a
      *> period is never closed twice).  with no PAYCTL the first
      *> period opens on the run date.  PAY-CLOSE=yyyymmdd closes
      *> the open period: on the run date, once tonight's routes
      *> are added; before the run date, first, with PAYCTL
      *> rewritten at once, so tonight falls in the new period.
      *> a refused close leaves the ledger as it was.
           05 pc-period-number pic 9(4).
           05 pc-period-start pic 9(8).
           05 pc-last-run pic 9(6).
           05 pc-last-closed pic 9(8).
