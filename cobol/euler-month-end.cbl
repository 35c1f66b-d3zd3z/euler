      * (control-params 2 and 6, defaults 000000 and 060000, the
      * same defaults euler-run-audit compiles in) define the batch
      * window for the off-schedule section.
      *
      * 15 October 2026 - Finance closes by fiscal period, not by
      * calendar month.  PERIOD (control-param-3, yyyypp, default 0)
      * books the fiscal period instead of the month: its first and
      * last days come off FISCALCALENDAR (euler-calendar-gen), and
      * every section counts rows, alerts and journal entries
      * between those two dates.  A period that is not on
      * FISCALCALENDAR writes no book and ends with return code 8.
      * The night section now holds 42 nights, enough for a 6-week
      * period.
      *
      * 15 October 2026 - STEPJOURNAL records end with the UTC
      * offsets of their two stamps now; the record description
      * follows.
      *
      * 15 October 2026 - Ledger corrections are honored: reversed rows
      * and their reversing entries are left out of the row roll-ups,
      * and a replacement entry (euler-ledger-correct) counts as the
      * run it replaces, on the processing date it books to.
      *
      * 15 October 2026 - A LEDGERCORRECTIONS register too big for the
      * correction table stops the run with RETURN-CODE 16 and a CRIT
      * CORRFULL alert, instead of totalling with corrections left out.
       identification division.
       program-id. euler-month-end.

           copy run-result-select.
           copy archive-reader-select.
           copy alert-history-select.
           copy fiscal-calendar-select.
           copy ledger-correction-select.
           select step-journal-file assign to "STEPJOURNAL"
               organization line sequential
               file status step-journal-status.
           copy run-result-fd.
           copy archive-reader-fd.
           copy alert-history-fd.
           copy fiscal-calendar-fd.
           copy ledger-correction-fd.
       fd  step-journal-file
           label records are omitted.
       01 step-journal-record.
         02 sj-attempt              pic 99.
         02 filler                  pic x.
         02 sj-resumed              pic x.
         02 filler                  pic x.
         02 sj-start-offset         pic x(5).
         02 filler                  pic x.
         02 sj-end-offset           pic x(5).
       fd  month-book-file
           label records are omitted.
       01 month-book-record.
           copy report-header.
           copy archive-reader.
           copy alert-record.
           copy fiscal-calendar.
           copy ledger-correction.
       01 step-journal-status      pic xx.
       01 month-book-status       pic xx.
       01 ledger-switch            pic x.
         88 journal-at-end          value 'Y'.

       01 wanted-month             pic 9(6) value 0.
       01 wanted-period            pic 9(6) value 0.
       01 wanted-period-parts redefines wanted-period.
         02 wp-fiscal-year         pic 9(4).
         02 wp-period              pic 99.
      * The first and last days booked: the calendar month's, or the
      * fiscal period's when PERIOD is given.
       01 book-from-date           pic 9(8).
       01 book-to-date             pic 9(8).
       01 book-label               pic x(14).
       01 window-start             pic 9(6) value 0.
       01 window-end               pic 9(6) value 60000.
       01 today-parts.
       01 slot-scan                pic 99 comp-5.

      * Per-night roll-up: one slot per processing date, a month
      * has at most 31, a 6-week fiscal period 42.
       01 night-slot-max constant as 42.
       01 night-slots.
         02 night-slot occurs night-slot-max times.
           03 ns-date               pic 9(8) value 0.
       01 off-schedule-count       pic 9(5) comp-5 value 0.
       01 off-scan                 pic 99 comp-5.

       01 row-date                 pic 9(8).
       01 run-time-text            pic 9(8).
       01 run-hhmmss               pic 9(6).
       01 page-body-limit constant as 60.

           move wanted-month to control-param-1
           move window-start to control-param-2
           move wanted-period to control-param-3
           move window-end to control-param-6
           perform read-control-card
           if control-param-6 is not numeric
           move "euler-month-end" to kp-program-id
           move "MONTH" to kp-keyword (1)
           move "WINDOW-START" to kp-keyword (2)
           move "PERIOD" to kp-keyword (3)
           move "WINDOW-END" to kp-keyword (6)
           perform read-parameter-library
           move control-param-1 to wanted-month
           move control-param-2 to window-start
           move control-param-3 to wanted-period
           move control-param-6 to window-end

           if wanted-period = 0
             if wanted-month = 0
               perform default-to-prior-month
             end-if
             compute book-from-date = wanted-month * 100 + 1
             compute book-to-date = wanted-month * 100 + 31
             move spaces to book-label
             string "month " delimited by size
                    wanted-month delimited by size
               into book-label
             end-string
           else
             perform load-fiscal-calendar
             move wp-fiscal-year to fl-fiscal-year
             move wp-period to fl-period
             perform find-fiscal-period-dates
             if not fl-found
               display "euler-month-end: fiscal period "
                       wanted-period " is not on FISCALCALENDAR, "
                       "no book written"
               move 8 to return-code
               goback
             end-if
             move fl-start-date to book-from-date
             move fl-end-date to book-to-date
             move spaces to book-label
             string "period " delimited by size
                    wp-fiscal-year delimited by size
                    "-P" delimited by size
                    wp-period delimited by size
               into book-label
             end-string
           end-if

           perform scan-result-history
           perform scan-step-journal
           perform write-month-book

           display "month book written for " book-label

           perform format-report-footer
           display report-footer-line
           move "euler-month-end" to rr-program-id
           move spaces to rr-parameters
           if wanted-period = 0
             string "month=" delimited by size
                    wanted-month delimited by size
               into rr-parameters
             end-string
           else
             string "period=" delimited by size
                    wanted-period delimited by size
               into rr-parameters
             end-string
           end-if
           move off-schedule-count to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
           move spaces to rr-expected-result
      * for pre-processing-date rows), the same booking the archive
      * generations themselves use.
       scan-result-history.
           perform load-ledger-corrections
           if cr-table-overflowed
             move "euler-month-end" to cr-reader-program
             perform refuse-overflowed-corrections
             goback
           end-if
           move book-from-date to ag-range-from
           move book-to-date to ag-range-to
           perform start-archive-scan
           perform scan-one-archive-row until archive-scan-done

           end-if.

       scan-one-ledger-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
           if not rr-row-is-valid
             exit paragraph
           end-if
      * A reversed row and its reversing entry net to nothing and
      * both stay out; a replacement stands for the run it
      * replaces, so it is judged at that run's date and time.
           perform classify-ledger-row
           if cr-row-set-aside
             exit paragraph
           end-if
           if cr-row-replacement
             move cr-row-orig-key (21:8) to rr-run-date
             move cr-row-orig-key (29:8) to rr-run-time
           end-if
           if rr-processing-date is numeric
             and rr-processing-date > 0
             move rr-processing-date to row-date
           else
             move rr-run-date to row-date
           end-if
           if row-date < book-from-date
             or row-date > book-to-date
             exit paragraph
           end-if

           close alert-history-file.

       tally-one-alert.
           move "ALERTHISTORY" to io-dataset
           perform count-io-read
           read alert-history-file next
             at end
               move 'Y' to alert-history-switch
             not at end
               if ah-date >= book-from-date
                 and ah-date <= book-to-date
                 perform varying alert-scan from 1 by 1
                         until alert-scan > alert-slot-count
                   if as-severity (alert-scan) = ah-severity
           close step-journal-file.

       tally-one-journal-row.
           move "STEPJOURNAL" to io-dataset
           perform count-io-read
           read step-journal-file
             at end
               move 'Y' to journal-switch
             not at end
               compute row-date =
                   function numval (sj-start-stamp (1:8))
               if row-date >= book-from-date
                 and row-date <= book-to-date
                 and sj-attempt > 1
                 move sj-program to rr-program-id
                 perform find-program-slot
           perform start-book-section
           move off-schedule-count to count-edit
           move spaces to body-text
           string "off-schedule rows, " delimited by size
                  trim (book-label) delimited by size
                  ": " delimited by size
                  count-edit delimited by size
             into body-text
           end-string
             move space to mb-carriage-control
           end-if
           move body-text to mb-text
           move "MONTHBOOK" to io-dataset
           perform count-io-write
           write month-book-record
           add 1 to lines-on-page
           if lines-on-page >= page-body-limit
           copy run-result-procedure.
           copy report-header-procedure.
           copy archive-reader-procedure.
           copy fiscal-calendar-procedure.
           copy ledger-correction-procedure.

       end program euler-month-end.
