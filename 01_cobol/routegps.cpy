      *> shared gps breadcrumb card - one card per position logged
      *> by a van while a new route is driven, keyed by the route
      *> id and the van's point sequence number.  read by 01agps,
      *> which turns each trail into an 01amaint route card: a C
      *> card for a route already on the master, which must start
      *> from its own depot, or an A card with the depot the van
      *> set out from.  each point must be one block on from the
      *> one before; a repeated point (the van standing still) is
      *> passed over, and anything else out of step, or a card not
      *> numeric, rejects the whole trail.  the claimed distance is
      *> the one 01a will measure, the finish back to the depot.
           05 gp-route-id pic X(08).
           05 gp-sequence pic 9(05).
           05 gp-x pic s999 sign leading separate.
           05 gp-y pic s999 sign leading separate.
