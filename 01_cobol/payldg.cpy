      *> shared courier pay ledger record - one indexed record per
      *> courier on PAYLDG, built up night by night by 01apay from
      *> the routes on BILLOUT and paid out at period close.
      *> pl-period-number is the pay period the totals belong to; a
      *> record left from an earlier period starts again from zero
      *> when the courier is next paid.  pl-last-run is the last run
      *> added, so a run is not added to a courier twice and a
      *> night that died part way through posting can be rerun.
      *> a route is paid to the courier ASGNOUT gives it, and for
      *> its STOPFL stops less the stops RESULTFL says it missed.
      *> the records are not cleared at period close, so a close
      *> that dies before PAYCTL is rewritten can be run again.
           05 pl-courier-id pic X(4).
           05 pl-period-number pic 9(4).
           05 pl-last-run pic 9(6).
           05 pl-nights pic 9(3).
           05 pl-routes pic 9(5).
           05 pl-day-distance pic 9(7).
           05 pl-night-distance pic 9(7).
           05 pl-stops pic 9(6).
           05 pl-distance-pay pic 9(7)v99.
           05 pl-stop-pay pic 9(7)v99.
           05 pl-night-pay pic 9(7)v99.
