      *> shared departure schedule record - one record per timed
      *> route, written by 01atime to TIMEOUT alongside the printed
      *> TIMERPT, after a run stamp header.  the depart and complete
      *> times are minutes from midnight of the shift day, so a
      *> night shift running past midnight carries on past 1440.
      *> read back by the 01avar planned-versus-actual report.
           05 tm-courier-id pic X(4).
           05 tm-route-id pic X(08).
           05 tm-distance pic 9(5).
           05 tm-depart-minutes pic 9(5).
           05 tm-complete-minutes pic 9(5).
