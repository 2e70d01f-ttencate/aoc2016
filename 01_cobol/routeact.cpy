      *> shared courier actuals record - one end-of-shift record
      *> per route run, keyed in from the courier's run sheet to
      *> ACTUALS after a run stamp header naming the run the
      *> figures belong to.  ac-courier-id is who actually ran the
      *> route, which need not be the courier it was assigned to.
      *> the start and finish times are HHMM on the 24-hour clock;
      *> a finish earlier than the start is taken as past midnight.
      *> matched against the plan by the 01avar variance report,
      *> which takes a walked distance off plan to point at the
      *> route card and a distance on plan with the time over it
      *> to point at the courier.
           05 ac-route-id pic X(08).
           05 ac-courier-id pic X(4).
           05 ac-distance pic 9(5).
           05 ac-start-time pic 9(4).
           05 ac-finish-time pic 9(4).
           05 ac-stops pic 9(3).
