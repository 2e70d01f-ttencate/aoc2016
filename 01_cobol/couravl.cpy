      *> shared courier availability card - one card per absence
      *> or light-duty spell on AVAILFL, for the dates av-from-date
      *> to av-to-date inclusive.  av-type "A" keeps the courier off
      *> the assignment for the reason given; "L" is light duty and
      *> av-capacity replaces cm-capacity for the day when it is
      *> lower.  an absence outranks light duty, and of two light
      *> duty cards the lower capacity holds; a card whose dates
      *> are not numeric is ignored.  with no AVAILFL every courier
      *> is in at full capacity.  checked against the run date by
      *> 01aasgn and by the 01atime departure timetable, which
      *> leaves absent couriers off even if ASGNOUT has them.
           05 av-courier-id pic X(4).
           05 av-from-date pic 9(8).
           05 av-to-date pic 9(8).
           05 av-type pic X.
           05 av-capacity pic 9(5).
           05 av-reason pic X(20).
