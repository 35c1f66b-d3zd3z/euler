      * Working storage for FISCALCALENDAR (see
      * fiscal-calendar-fd.cpy).  PERFORM load-fiscal-calendar once
      * to take every period into fiscal-period-table, then:
      *
      *   find-fiscal-period-of-date  fl-date in, the period holding
      *                               it out
      *   find-fiscal-period-dates    fl-fiscal-year and fl-period
      *                               in, the period's dates out
      *
      * Either leaves fl-found-switch 'Y' with fl-fiscal-year,
      * fl-period, fl-start-date and fl-end-date filled, or 'N' when
      * FISCALCALENDAR does not cover what was asked - a caller
      * treats that as no answer, the way a date-arithmetic
      * drp-status of 'N' is treated.
       01 fiscal-calendar-status       pic xx.
       01 fiscal-calendar-switch       pic x.
         88 fiscal-calendar-at-end      value 'Y'.
       01 fiscal-period-max constant as 600.
       01 fiscal-period-table.
         02 fiscal-period-entry occurs 600 times.
           03 fpt-fiscal-year          pic 9(4).
           03 fpt-period               pic 99.
           03 fpt-quarter              pic 9.
           03 fpt-start-date           pic 9(8).
           03 fpt-end-date             pic 9(8).
           03 fpt-weeks                pic 9.
           03 fpt-pattern              pic x(5).
       01 fiscal-period-count          pic 9(4) comp-5 value 0.
       01 fiscal-period-scan           pic 9(4) comp-5.
       01 fiscal-lookup.
         02 fl-date                    pic 9(8).
         02 fl-fiscal-year             pic 9(4).
         02 fl-period                  pic 99.
         02 fl-start-date              pic 9(8).
         02 fl-end-date                pic 9(8).
         02 fl-found-switch            pic x.
           88 fl-found                  value 'Y'.
