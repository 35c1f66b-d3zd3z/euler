      * File description for FISCALCALENDAR: one record per fiscal
      * period, every fiscal year euler-calendar-gen has generated,
      * in date order.
      *
      *   fp-fiscal-year  the fiscal year, named for the calendar
      *                   year its first week mostly falls in
      *   fp-period       1 through 12
      *   fp-quarter      1 through 4
      *   fp-start-date   the period's first day, always a Sunday
      *   fp-end-date     its last day, always a Saturday
      *   fp-weeks        4 or 5 (6 for the last period of a
      *                   53-week year, which takes the extra week)
      *   fp-pattern      the quarter's week pattern: 4-4-5, 4-5-4
      *                   or 5-4-4
       fd  fiscal-calendar-file
           label records are omitted.
       01 fiscal-calendar-record.
         02 fp-fiscal-year             pic 9(4).
         02 filler                     pic x.
         02 fp-period                  pic 99.
         02 filler                     pic x.
         02 fp-quarter                 pic 9.
         02 filler                     pic x.
         02 fp-start-date              pic 9(8).
         02 filler                     pic x.
         02 fp-end-date                pic 9(8).
         02 filler                     pic x.
         02 fp-weeks                   pic 9.
         02 filler                     pic x.
         02 fp-pattern                 pic x(5).
