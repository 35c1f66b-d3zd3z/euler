      *        (negative when date-2 is earlier), in drp-days
      *   'B'  drq-date-1 advanced drq-count business days against
      *        CALENDARFILE, in drp-date
      *   'A'  drq-date-1 advanced drq-count calendar days (either
      *        sign) under drq-rule, in drp-date
      *   'E'  Easter Sunday of drq-date-1's year under drq-rule,
      *        in drp-date
      * drq-rule is GREGORIAN (the default when spaces) or JULIAN,
      * the same choice euler-problem-019 offers.  drp-status comes
      * back 'Y' on success and 'N' when the request cannot be
