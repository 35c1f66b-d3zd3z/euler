      * date-arithmetic subroutine (see date-arithmetic.cpy), the
      * one date authority this program's header always said the
      * shop needed.
      *
      * 15 October 2026 - The fiscal calendar is generated alongside:
      * FISCALCALENDAR (fiscal-calendar-fd.cpy) gets the year's
      * twelve fiscal periods, weeks running Sunday to Saturday and
      * grouped by quarter in the FISCAL-PATTERN (control-param-2:
      * 445, 454 or 544, default 445).  Fiscal year YEAR starts on
      * the Sunday nearest 1 January and runs to the Saturday before
      * the next one, so it is 52 weeks or, every five or six
      * years, 53 - the extra week going to period 12.  Periods of
      * other years already on FISCALCALENDAR are kept, so the file
      * builds up year by year for euler-month-end and
      * euler-chargeback to roll up by.
      *
      * 15 October 2026 - A CALENDARFILE written cleanly publishes a
      * completion trigger (see completion-trigger.cpy) - record
      * count and hash total on TRIGGERS - once the run's row is
      * booked; a failed write publishes nothing.
       identification division.
       program-id. euler-calendar-gen.

               organization line sequential
               file status param-status.
           copy run-result-select.
           copy fiscal-calendar-select.
           select holidays-file assign to "HOLIDAYS"
               organization line sequential
               file status holidays-status.
           copy control-card-fd.
           copy param-library-fd.
           copy run-result-fd.
           copy fiscal-calendar-fd.
       fd  holidays-file
           label records are omitted.
       01 holidays-record          pic x(40).
           copy param-library.
           copy run-result.
           copy report-header.
           copy fiscal-calendar.
           copy completion-trigger.
       01 holidays-status          pic xx.
       01 calendar-out-status      pic xx.
       01 holidays-switch          pic x value 'N'.
       01 business-day-count       pic 9(5) comp-5 value 0.
       01 holiday-hit-count        pic 9(5) comp-5 value 0.
       01 year-edit                pic 9999.

      * The fiscal year being generated: its first day, the next
      * year's first day, and the weeks between.
       01 fiscal-pattern           pic 9(3) value 445.
       01 fiscal-pattern-text      pic x(3).
       01 fiscal-pattern-name      pic x(5).
       01 fiscal-year-start        pic 9(8).
       01 fiscal-next-start        pic 9(8).
       01 fiscal-week-count        pic 99 comp-5.
       01 fiscal-year-wanted       pic 9999.
       01 fiscal-new-table.
         02 fiscal-new-entry occurs 12 times.
           03 fn-quarter           pic 9.
           03 fn-start-date        pic 9(8).
           03 fn-end-date          pic 9(8).
           03 fn-weeks             pic 9.
       01 fiscal-new-scan          pic 99 comp-5.
       01 fiscal-new-written       pic x.
       01 fiscal-day-offset        pic s9(5) comp-5.
       01 fiscal-running-date      pic 9(8).
       01 count-edit               pic z(4)9.

       procedure division.
           move function current-date (1:4) to calendar-year
           move calendar-year to control-param-1
           move calendar-rule to control-param-4
           move fiscal-pattern to control-param-2
           perform read-control-card
           move "euler-calendar-gen" to kp-program-id
           move "YEAR" to kp-keyword (1)
           move "FISCAL-PATTERN" to kp-keyword (2)
           move "CALENDAR-RULE" to kp-keyword (4)
           perform read-parameter-library
           move control-param-1 to calendar-year
           move control-param-2 to fiscal-pattern
           if fiscal-pattern is not equal to 445
             and fiscal-pattern is not equal to 454
             and fiscal-pattern is not equal to 544
             display "euler-calendar-gen: FISCAL-PATTERN "
                     fiscal-pattern " is not 445, 454 or 544, "
                     "using 445"
             move 445 to fiscal-pattern
           end-if
           if control-param-4 is not equal to spaces
             move control-param-4 to calendar-rule
           end-if

           perform load-holidays
           perform write-calendar-year
           perform write-fiscal-calendar

           display "calendar for " calendar-year ": "
                   record-count " days, "
                  year-edit delimited by size
                  " rule=" delimited by size
                  calendar-rule delimited by size
                  " fiscal=" delimited by size
                  fiscal-pattern delimited by size
             into rr-parameters
           end-string
           move business-day-count to rr-numeric-edit
           move space to rr-pass-flag
           perform stop-run-timer
           perform write-run-result
           if calendar-out-status = "00"
             perform publish-completion-trigger
           end-if

           goback.

           close holidays-file.

       read-one-holiday.
           move "HOLIDAYS" to io-dataset
           perform count-io-read
           read holidays-file
             at end
               move 'Y' to holidays-switch
       write-calendar-year.
           move "00" to calendar-out-status
           open output calendar-out-file
           move "CALENDARFILE" to ct-dataset
           perform start-completion-trigger

           move calendar-year to date-year
           perform varying date-month from 1 by 1
           end-if

           add 1 to record-count
           move "CALENDARFILE" to io-dataset
           perform count-io-write
           write calendar-out-record
           move calendar-out-record to ct-image
           move length of calendar-out-record to ct-image-length
           move calendar-out-status to ct-write-status
           perform note-trigger-record.

      ******************************************************************
      * The fiscal year: its twelve periods in the pattern, merged
      * into the periods of every other year already on file.
      ******************************************************************
       write-fiscal-calendar.
           move calendar-year to fiscal-year-wanted
           perform find-fiscal-year-start
           move fiscal-running-date to fiscal-year-start
           add 1 to fiscal-year-wanted
           perform find-fiscal-year-start
           move fiscal-running-date to fiscal-next-start
           move calendar-year to fiscal-year-wanted
           if fiscal-year-start = 0
             or fiscal-next-start = 0
             display "euler-calendar-gen: the fiscal year could not "
                     "be placed, FISCALCALENDAR not written"
             exit paragraph
           end-if

           move 'D' to drq-function
           move fiscal-year-start to drq-date-1
           move fiscal-next-start to drq-date-2
           call "date-arithmetic"
             using by content da-request
                   by reference da-reply
           compute fiscal-week-count = drp-days / 7

           move fiscal-pattern to fiscal-pattern-text
           move spaces to fiscal-pattern-name
           string fiscal-pattern-text (1:1) delimited by size
                  "-" delimited by size
                  fiscal-pattern-text (2:1) delimited by size
                  "-" delimited by size
                  fiscal-pattern-text (3:1) delimited by size
             into fiscal-pattern-name
           end-string
           move fiscal-year-start to fiscal-running-date
           perform build-one-fiscal-period
                   varying fiscal-new-scan from 1 by 1
                   until fiscal-new-scan > 12

           perform load-fiscal-calendar
           move "00" to fiscal-calendar-status
           open output fiscal-calendar-file
           move 'N' to fiscal-new-written
           perform varying fiscal-period-scan from 1 by 1
                   until fiscal-period-scan > fiscal-period-count
             if fpt-fiscal-year (fiscal-period-scan)
                 > fiscal-year-wanted
               and fiscal-new-written = 'N'
               perform write-new-fiscal-year
             end-if
             if fpt-fiscal-year (fiscal-period-scan)
                 is not equal to fiscal-year-wanted
               perform write-kept-fiscal-period
             end-if
           end-perform
           if fiscal-new-written = 'N'
             perform write-new-fiscal-year
           end-if
           close fiscal-calendar-file

           display "fiscal year " fiscal-year-wanted ": "
                   fiscal-year-start " to " fn-end-date (12) ", "
                   fiscal-week-count " weeks, "
                   fiscal-pattern-name.

      * The Sunday nearest 1 January of fiscal-year-wanted: back to
      * the Sunday before when the 1st falls Monday to Wednesday,
      * forward to the one after when it falls Thursday to Saturday.
      * Left in fiscal-running-date, 0 when it cannot be placed.
       find-fiscal-year-start.
           move 0 to fiscal-running-date
           move fiscal-year-wanted to work-date-year
           move 1 to work-date-month
           move 1 to work-date-day
           move calendar-rule to drq-rule
           move work-date to drq-date-1
           move 'W' to drq-function
           call "date-arithmetic"
             using by content da-request
                   by reference da-reply
           if drp-status is not equal to 'Y'
             exit paragraph
           end-if
           if drp-weekday <= 3
             compute fiscal-day-offset = 0 - drp-weekday
           else
             compute fiscal-day-offset = 7 - drp-weekday
           end-if
           move 'A' to drq-function
           move fiscal-day-offset to drq-count
           call "date-arithmetic"
             using by content da-request
                   by reference da-reply
           if drp-status = 'Y'
             move drp-date to fiscal-running-date
           end-if.

       build-one-fiscal-period.
           compute fn-quarter (fiscal-new-scan) =
               (fiscal-new-scan - 1) / 3 + 1
           compute fiscal-day-offset =
               function mod (fiscal-new-scan - 1, 3) + 1
           move fiscal-pattern-text (fiscal-day-offset:1)
             to fn-weeks (fiscal-new-scan)
           if fiscal-new-scan = 12
             compute fn-weeks (12) =
                 fn-weeks (12) + fiscal-week-count - 52
           end-if
           move fiscal-running-date to fn-start-date (fiscal-new-scan)
           move 'A' to drq-function
           move fiscal-running-date to drq-date-1
           compute drq-count = fn-weeks (fiscal-new-scan) * 7 - 1
           call "date-arithmetic"
             using by content da-request
                   by reference da-reply
           move drp-date to fn-end-date (fiscal-new-scan)
           move 1 to drq-count
           move drp-date to drq-date-1
           call "date-arithmetic"
             using by content da-request
                   by reference da-reply
           move drp-date to fiscal-running-date.

       write-new-fiscal-year.
           move 'Y' to fiscal-new-written
           perform varying fiscal-new-scan from 1 by 1
                   until fiscal-new-scan > 12
             move spaces to fiscal-calendar-record
             move fiscal-year-wanted to fp-fiscal-year
             move fiscal-new-scan to fp-period
             move fn-quarter (fiscal-new-scan) to fp-quarter
             move fn-start-date (fiscal-new-scan) to fp-start-date
             move fn-end-date (fiscal-new-scan) to fp-end-date
             move fn-weeks (fiscal-new-scan) to fp-weeks
             move fiscal-pattern-name to fp-pattern
             move "FISCALCALENDAR" to io-dataset
             perform count-io-write
             write fiscal-calendar-record
           end-perform.

       write-kept-fiscal-period.
           move spaces to fiscal-calendar-record
           move fpt-fiscal-year (fiscal-period-scan) to fp-fiscal-year
           move fpt-period (fiscal-period-scan) to fp-period
           move fpt-quarter (fiscal-period-scan) to fp-quarter
           move fpt-start-date (fiscal-period-scan) to fp-start-date
           move fpt-end-date (fiscal-period-scan) to fp-end-date
           move fpt-weeks (fiscal-period-scan) to fp-weeks
           move fpt-pattern (fiscal-period-scan) to fp-pattern
           move "FISCALCALENDAR" to io-dataset
           perform count-io-write
           write fiscal-calendar-record.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.
           copy fiscal-calendar-procedure.
           copy completion-trigger-procedure.

       end program euler-calendar-gen.
