      * Procedure section for FISCALCALENDAR.  See
      * fiscal-calendar.cpy for the fields each paragraph takes and
      * leaves.
       load-fiscal-calendar.
           move 0 to fiscal-period-count
           move "00" to fiscal-calendar-status
           open input fiscal-calendar-file
           if fiscal-calendar-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to fiscal-calendar-switch
           perform read-one-fiscal-period
                   until fiscal-calendar-at-end
           close fiscal-calendar-file.

       read-one-fiscal-period.
           move "FISCALCALENDAR" to io-dataset
           perform count-io-read
           read fiscal-calendar-file
             at end
               move 'Y' to fiscal-calendar-switch
             not at end
               if fp-fiscal-year is numeric
                 and fp-period is numeric
                 and fp-start-date is numeric
                 and fp-end-date is numeric
                 and fiscal-period-count < fiscal-period-max
                 add 1 to fiscal-period-count
                 move fp-fiscal-year
                   to fpt-fiscal-year (fiscal-period-count)
                 move fp-period to fpt-period (fiscal-period-count)
                 move fp-quarter to fpt-quarter (fiscal-period-count)
                 move fp-start-date
                   to fpt-start-date (fiscal-period-count)
                 move fp-end-date
                   to fpt-end-date (fiscal-period-count)
                 move fp-weeks to fpt-weeks (fiscal-period-count)
                 move fp-pattern to fpt-pattern (fiscal-period-count)
               end-if
           end-read.

       find-fiscal-period-of-date.
           move 'N' to fl-found-switch
           perform varying fiscal-period-scan from 1 by 1
                   until fiscal-period-scan > fiscal-period-count
                      or fl-found
             if fl-date >= fpt-start-date (fiscal-period-scan)
               and fl-date <= fpt-end-date (fiscal-period-scan)
               perform take-fiscal-period
             end-if
           end-perform.

       find-fiscal-period-dates.
           move 'N' to fl-found-switch
           perform varying fiscal-period-scan from 1 by 1
                   until fiscal-period-scan > fiscal-period-count
                      or fl-found
             if fl-fiscal-year = fpt-fiscal-year (fiscal-period-scan)
               and fl-period = fpt-period (fiscal-period-scan)
               perform take-fiscal-period
             end-if
           end-perform.

       take-fiscal-period.
           move 'Y' to fl-found-switch
           move fpt-fiscal-year (fiscal-period-scan) to fl-fiscal-year
           move fpt-period (fiscal-period-scan) to fl-period
           move fpt-start-date (fiscal-period-scan) to fl-start-date
           move fpt-end-date (fiscal-period-scan) to fl-end-date.
