      *> shared route master journal record - one record per add,
      *> change or delete applied to ROUTMST by 01amaint, appended
      *> to ROUTJNL.  jr-run-date and jr-run-time name the
      *> maintenance run, jr-card-seq the MAINTIN card.  the before
      *> and after images hold the full routemst record; an add has
      *> no before image and a delete no after image, shown by the
      *> "N" in the matching flag byte.  read back by 01amaint in
      *> back-out mode to restore the master as it stood before a
      *> named run.  MAINT-BACKOUT gives that run's date, and
      *> optionally its time, as printed on its MAINTRPT; every
      *> route journaled by that run or a later one goes back to
      *> the before image of its earliest such entry, and a route
      *> that did not exist then is deleted.  back-out restores are
      *> journaled with action U, staged on JNLWORK while ROUTJNL
      *> is being read and appended once it is closed.
           05 jr-run-date pic 9(8).
           05 jr-run-time pic 9(8).
           05 jr-card-seq pic 9(4).
           05 jr-action pic X.
           05 jr-route-id pic X(08).
           05 jr-before-flag pic X.
           05 jr-before-image pic X(951).
           05 jr-after-flag pic X.
           05 jr-after-image pic X(951).
