      * Rule-based holiday generator
      *
      * 15 October 2026
      *
      * euler-calendar-gen flags holidays from HOLIDAYS, and until
      * now every December someone keyed next year's dates into it by
      * hand - which is how a moveable holiday went in on the wrong
      * date last year and the business-day calendar was wrong for a
      * week.  This writes HOLIDAYS for a year from standing rules
      * instead, HOLIDAYRULES, one rule per line:
      *
      *   FIXED  MONTH=mm DAY=dd                  a fixed date
      *   NTH    MONTH=mm WEEKDAY=ddd N=n         nth weekday, n 1-5
      *   LAST   MONTH=mm WEEKDAY=ddd             last weekday
      *   EASTER OFFSET=+n / -n                   days from Easter
      *
      * each optionally with OBSERVE=NEAREST (a Saturday date is
      * observed the Friday before, a Sunday the Monday after) or
      * OBSERVE=MONDAY (either weekend day moves to the Monday
      * after), FROM=yyyy and UNTIL=yyyy to bound the years the
      * rule holds, and last on the line NAME= and the holiday's
      * name as HOLIDAYS carries it.  Blank lines and lines starting
      * '*' are skipped.  Weekdays, month lengths, Easter and the
      * day shifts all come from the shared date-arithmetic
      * subroutine, under CALENDAR-RULE as euler-calendar-gen takes
      * it.
      *
      * The rules are expanded for the year either side as well, so
      * an observed date that crosses the year end (1 January on a
      * Saturday, observed 31 December) lands in the year it falls
      * in.  HOLIDAYS is written in date order; a second rule
      * landing on a date already taken is reported and dropped.
      * HOLIDAYREPORT lists every generated date next to the rule
      * that produced it.  One rule that cannot be read rejects the
      * run with RETURN-CODE 16 and HOLIDAYS left as it was - a
      * holiday silently missing is the error this exists to stop.
      *
      * YEAR (control-param-1) defaults to the current year;
      * CALENDAR-RULE (control-param-4) is GREGORIAN or JULIAN.
       identification division.
       program-id. euler-holiday-gen.

       environment division.
       configuration section.
       repository.
           function trim intrinsic.
       input-output section.
       file-control.
           select control-file assign to "CONTROLCARD"
               organization line sequential
               file status control-status.
           select param-library-file assign to "PARAMLIB"
               organization line sequential
               file status param-status.
           copy run-result-select.
           select holiday-rules-file assign to "HOLIDAYRULES"
               organization line sequential
               file status holiday-rules-status.
           select holidays-file assign to "HOLIDAYS"
               organization line sequential
               file status holidays-status.
           select holiday-report-file assign to "HOLIDAYREPORT"
               organization line sequential
               file status holiday-report-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
           copy run-result-fd.
       fd  holiday-rules-file
           label records are omitted.
       01 holiday-rules-line       pic x(100).
       fd  holidays-file
           label records are omitted.
       01 holidays-record.
         02 ho-date                pic 9(8).
         02 filler                 pic x.
         02 ho-name                pic x(30).
         02 filler                 pic x.
       fd  holiday-report-file
           label records are omitted.
       01 holiday-report-line      pic x(132).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
           copy date-arithmetic.
       01 holiday-rules-status     pic xx.
       01 holidays-status          pic xx.
       01 holiday-report-status    pic xx.
       01 read-switch              pic x.
         88 read-at-end             value 'Y'.

       01 holiday-year             pic 9999.
       01 calendar-rule            pic x(10) value "GREGORIAN".
       01 weekday-names-raw        pic x(21) value
           "SUNMONTUEWEDTHUFRISAT".
       01 weekday-names redefines weekday-names-raw.
         02 weekday-name occurs 7 times pic x(3).

      * The rules as read, one entry per HOLIDAYRULES line that is
      * not blank or a comment.
       01 rule-max constant as 60.
       01 rule-table.
         02 rule-entry occurs 60 times.
           03 hr-type               pic x(8).
           03 hr-month              pic 99.
           03 hr-day                pic 99.
           03 hr-weekday            pic 9.
           03 hr-nth                pic 9.
           03 hr-offset             pic s9(3).
           03 hr-observe            pic x(8).
           03 hr-from               pic 9999.
           03 hr-until              pic 9999.
           03 hr-name               pic x(30).
           03 hr-text               pic x(60).
       01 rule-count               pic 99 comp-5 value 0.
       01 rule-index               pic 99 comp-5.
       01 rules-rejected           pic 99 comp-5 value 0.
       01 line-number              pic 9(4) value 0.

      * Reading one rule line.
       01 rule-part                pic x(100).
       01 name-part                pic x(100).
       01 rule-token-table.
         02 rule-token occurs 8 times pic x(30).
       01 token-index              pic 9 comp-5.
       01 token-key                pic x(10).
       01 token-value              pic x(20).
       01 reject-reason            pic x(50).
       01 number-value             pic s9(5) comp-5.
       01 number-ok                pic x.
       01 number-scan              pic 99 comp-5.
       01 number-sign              pic s9 comp-5.
       01 number-digits            pic 99 comp-5.
       01 weekday-scan             pic 9 comp-5.
       01 seen-month               pic x.
       01 seen-day                 pic x.
       01 seen-weekday             pic x.
       01 seen-nth                 pic x.
       01 seen-offset              pic x.

      * The holidays generated for the year, sorted into date order
      * before HOLIDAYS is written.
       01 holiday-max constant as 100.
       01 holiday-table.
         02 holiday-entry occurs 100 times.
           03 gh-date               pic 9(8).
           03 gh-actual-date        pic 9(8).
           03 gh-name               pic x(30).
           03 gh-text               pic x(60).
       01 holiday-count            pic 999 comp-5 value 0.
       01 holiday-scan             pic 999 comp-5.
       01 holiday-swap             pic x(106).
       01 sort-outer               pic 999 comp-5.
       01 sort-inner               pic 999 comp-5.
       01 dropped-count            pic 999 comp-5 value 0.
       01 overflow-count           pic 999 comp-5 value 0.

      * One rule expanded for one year.
       01 rule-year                pic 9999.
       01 base-date                pic 9(8).
       01 base-date-parts redefines base-date.
         02 base-year              pic 9999.
         02 base-month             pic 99.
         02 base-day               pic 99.
       01 shifted-date             pic 9(8).
       01 first-weekday            pic 9 comp-5.
       01 last-weekday             pic 9 comp-5.
       01 date-weekday             pic 9 comp-5.
       01 month-length             pic 99 comp-5.
       01 shift-days               pic s9 comp-5.
       01 expand-ok                pic x.

       01 date-edit                pic x(10).
       01 edit-date                pic 9(8).
       01 count-edit               pic zz9.
       01 line-edit                pic zzz9.
       01 note-pointer             pic 999 comp-5.

       procedure division.

       main.
           move "euler-holiday-gen" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move function current-date (1:4) to holiday-year
           move holiday-year to control-param-1
           move calendar-rule to control-param-4
           perform read-control-card
           move "euler-holiday-gen" to kp-program-id
           move "YEAR" to kp-keyword (1)
           move "CALENDAR-RULE" to kp-keyword (4)
           perform read-parameter-library
           if control-param-1 > 9998
             display "euler-holiday-gen: years after 9998 are not "
                     "supported, using 9998 instead"
             move 9998 to control-param-1
           end-if
           move control-param-1 to holiday-year
           if control-param-4 is not equal to spaces
             move control-param-4 to calendar-rule
           end-if
      * The years either side are expanded too; date-arithmetic
      * stops at 1900 and the year must stay four digits.
           if holiday-year < 1901
             display "euler-holiday-gen: years before 1901 are not "
                     "supported, using 1901 instead"
             move 1901 to holiday-year
           end-if

           move "00" to holiday-report-status
           open output holiday-report-file
           move report-header-line to holiday-report-line
           move "HOLIDAYREPORT" to io-dataset
           perform count-io-write
           write holiday-report-line
           move spaces to holiday-report-line
           string "Holidays for " delimited by size
                  holiday-year delimited by size
                  " from HOLIDAYRULES, calendar rule " delimited by size
                  function trim (calendar-rule) delimited by size
             into holiday-report-line
           end-string
           move "HOLIDAYREPORT" to io-dataset
           perform count-io-write
           write holiday-report-line

           perform load-holiday-rules
           if rule-count = 0 and rules-rejected = 0
             move "  no HOLIDAYRULES, or no rules in it - HOLIDAYS "
               & "left as it was"
               to holiday-report-line
             move "HOLIDAYREPORT" to io-dataset
             perform count-io-write
             write holiday-report-line
             move 16 to return-code
             perform finish-run
             goback
           end-if
           if rules-rejected > 0
             move rules-rejected to count-edit
             move spaces to holiday-report-line
             string "  " delimited by size
                    count-edit delimited by size
                    " rules rejected - HOLIDAYS left as it was"
                      delimited by size
               into holiday-report-line
             end-string
             move "HOLIDAYREPORT" to io-dataset
             perform count-io-write
             write holiday-report-line
             display "euler-holiday-gen: " rules-rejected
                     " HOLIDAYRULES lines rejected, nothing written"
             move 16 to return-code
             perform finish-run
             goback
           end-if

           perform varying rule-index from 1 by 1
                   until rule-index > rule-count
             perform expand-one-rule
           end-perform
           perform sort-holidays
           perform write-holidays-file
           perform write-holiday-list

           display "euler-holiday-gen: " holiday-count
                   " holidays for " holiday-year " from "
                   rule-count " rules"
           move 0 to return-code
           perform finish-run
           goback.

       finish-run.
           perform format-report-footer
           move report-footer-line to holiday-report-line
           move "HOLIDAYREPORT" to io-dataset
           perform count-io-write
           write holiday-report-line
           close holiday-report-file
           display report-footer-line
           move "euler-holiday-gen" to rr-program-id
           move spaces to rr-parameters
           string "year=" delimited by size
                  holiday-year delimited by size
                  " rule=" delimited by size
                  calendar-rule delimited by size
             into rr-parameters
           end-string
           if rules-rejected > 0 or rule-count = 0
             move spaces to rr-actual-result
           else
             move holiday-count to rr-numeric-edit
             move rr-numeric-edit to rr-actual-result
           end-if
           move spaces to rr-expected-result
           move space to rr-pass-flag
           perform stop-run-timer
           perform write-run-result.

       load-holiday-rules.
           move "00" to holiday-rules-status
           open input holiday-rules-file
           if holiday-rules-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to read-switch
           perform read-one-rule-line until read-at-end
           close holiday-rules-file.

       read-one-rule-line.
           move "HOLIDAYRULES" to io-dataset
           perform count-io-read
           read holiday-rules-file
             at end
               move 'Y' to read-switch
             not at end
               add 1 to line-number
               if holiday-rules-line is not equal to spaces
                 and holiday-rules-line (1:1) is not equal to '*'
                 perform stage-one-rule
               end-if
           end-read.

      * One rule line into the next table entry; a line that cannot
      * be read is reported with its line number and reason, and
      * the entry is given back.
       stage-one-rule.
           if rule-count >= rule-max
             move "more rules than the table holds" to reject-reason
             perform reject-one-rule
             exit paragraph
           end-if
           add 1 to rule-count
           move spaces to rule-entry (rule-count)
           move 0 to hr-month (rule-count) hr-day (rule-count)
                     hr-weekday (rule-count) hr-nth (rule-count)
                     hr-offset (rule-count) hr-from (rule-count)
           move 9999 to hr-until (rule-count)
           move "NONE" to hr-observe (rule-count)
           move 'N' to seen-month seen-day seen-weekday seen-nth
                       seen-offset
           move spaces to reject-reason

           move spaces to rule-part name-part
           unstring holiday-rules-line delimited by "NAME="
             into rule-part name-part
           end-unstring
           move name-part to hr-name (rule-count)
           move function trim (rule-part) to hr-text (rule-count)
           if hr-name (rule-count) = spaces
             move "no NAME=" to reject-reason
           end-if

           move spaces to rule-token-table
           move function trim (rule-part) to rule-part
           unstring rule-part delimited by all " "
             into rule-token (1) rule-token (2) rule-token (3)
                  rule-token (4) rule-token (5) rule-token (6)
                  rule-token (7) rule-token (8)
           end-unstring
           move rule-token (1) to hr-type (rule-count)
           perform varying token-index from 2 by 1
                   until token-index > 8
                      or reject-reason is not equal to spaces
             if rule-token (token-index) is not equal to spaces
               perform apply-rule-token
             end-if
           end-perform
           if reject-reason = spaces
             perform check-rule-complete
           end-if
           if reject-reason is not equal to spaces
             subtract 1 from rule-count
             perform reject-one-rule
           end-if.

       apply-rule-token.
           move spaces to token-key token-value
           unstring rule-token (token-index) delimited by "="
             into token-key token-value
           end-unstring
           evaluate token-key
             when "MONTH"
               perform parse-rule-number
               if number-ok = 'N' or number-value < 1
                 or number-value > 12
                 move "MONTH= is not 1 to 12" to reject-reason
               else
                 move number-value to hr-month (rule-count)
                 move 'Y' to seen-month
               end-if
             when "DAY"
               perform parse-rule-number
               if number-ok = 'N' or number-value < 1
                 or number-value > 31
                 move "DAY= is not 1 to 31" to reject-reason
               else
                 move number-value to hr-day (rule-count)
                 move 'Y' to seen-day
               end-if
             when "WEEKDAY"
               move 0 to weekday-scan
               perform varying weekday-scan from 1 by 1
                       until weekday-scan > 7
                 if weekday-name (weekday-scan) = token-value (1:3)
                   and token-value (4:17) = spaces
                   move weekday-scan to hr-weekday (rule-count)
                   move 'Y' to seen-weekday
                 end-if
               end-perform
               if seen-weekday = 'N'
                 move "WEEKDAY= is not SUN to SAT" to reject-reason
               end-if
             when "N"
               perform parse-rule-number
               if number-ok = 'N' or number-value < 1
                 or number-value > 5
                 move "N= is not 1 to 5" to reject-reason
               else
                 move number-value to hr-nth (rule-count)
                 move 'Y' to seen-nth
               end-if
             when "OFFSET"
               perform parse-rule-number
               if number-ok = 'N' or number-value < -99
                 or number-value > 99
                 move "OFFSET= is not -99 to +99" to reject-reason
               else
                 move number-value to hr-offset (rule-count)
                 move 'Y' to seen-offset
               end-if
             when "OBSERVE"
               if token-value = "NONE" or token-value = "NEAREST"
                 or token-value = "MONDAY"
                 move token-value to hr-observe (rule-count)
               else
                 move "OBSERVE= is not NONE, NEAREST or MONDAY"
                   to reject-reason
               end-if
             when "FROM"
               perform parse-rule-number
               if number-ok = 'N' or number-value < 1900
                 move "FROM= is not a year" to reject-reason
               else
                 move number-value to hr-from (rule-count)
               end-if
             when "UNTIL"
               perform parse-rule-number
               if number-ok = 'N' or number-value < 1900
                 move "UNTIL= is not a year" to reject-reason
               else
                 move number-value to hr-until (rule-count)
               end-if
             when other
               move spaces to reject-reason
               string "unknown keyword " delimited by size
                      function trim (rule-token (token-index))
                        delimited by size
                 into reject-reason
               end-string
           end-evaluate.

      * token-value as a whole number with an optional leading sign;
      * number-ok 'N' for anything else.
       parse-rule-number.
           move 'Y' to number-ok
           move 0 to number-value
           move 0 to number-digits
           move 1 to number-sign
           perform varying number-scan from 1 by 1
                   until number-scan > 20
             evaluate token-value (number-scan:1)
               when '0' thru '9'
                 if number-digits < 4
                   compute number-value = number-value * 10
                       + function numval (token-value (number-scan:1))
                 end-if
                 add 1 to number-digits
               when '-'
               when '+'
                 if number-scan > 1
                   move 'N' to number-ok
                 end-if
                 if token-value (number-scan:1) = '-'
                   move -1 to number-sign
                 end-if
               when space
                 continue
               when other
                 move 'N' to number-ok
             end-evaluate
           end-perform
           if number-digits = 0 or number-digits > 4
             move 'N' to number-ok
           end-if
           compute number-value = number-value * number-sign.

       check-rule-complete.
           evaluate hr-type (rule-count)
             when "FIXED"
               if seen-month = 'N' or seen-day = 'N'
                 move "FIXED needs MONTH= and DAY=" to reject-reason
               else
                 if (hr-month (rule-count) = 2
                       and hr-day (rule-count) > 29)
                   or ((hr-month (rule-count) = 4 or 6 or 9 or 11)
                       and hr-day (rule-count) > 30)
                   move "DAY= is past the end of MONTH="
                     to reject-reason
                 end-if
               end-if
             when "NTH"
               if seen-month = 'N' or seen-weekday = 'N'
                 or seen-nth = 'N'
                 move "NTH needs MONTH=, WEEKDAY= and N="
                   to reject-reason
               end-if
             when "LAST"
               if seen-month = 'N' or seen-weekday = 'N'
                 move "LAST needs MONTH= and WEEKDAY="
                   to reject-reason
               end-if
             when "EASTER"
               if seen-offset = 'N'
                 move 0 to hr-offset (rule-count)
               end-if
             when other
               move "rule type is not FIXED, NTH, LAST or EASTER"
                 to reject-reason
           end-evaluate
           if hr-from (rule-count) > hr-until (rule-count)
             move "FROM= is after UNTIL=" to reject-reason
           end-if.

       reject-one-rule.
           add 1 to rules-rejected
           move line-number to line-edit
           move spaces to holiday-report-line
           string "  RULE REJECTED line " delimited by size
                  function trim (line-edit) delimited by size
                  ": " delimited by size
                  function trim (reject-reason) delimited by size
                  " - " delimited by size
                  function trim (holiday-rules-line) delimited by size
             into holiday-report-line
           end-string
           move "HOLIDAYREPORT" to io-dataset
           perform count-io-write
           write holiday-report-line.

      * A rule for the year before, the year itself and the year
      * after; only dates that fall in the year are kept.
       expand-one-rule.
           compute rule-year = holiday-year - 1
           perform expand-rule-for-year
           move holiday-year to rule-year
           perform expand-rule-for-year
           compute rule-year = holiday-year + 1
           perform expand-rule-for-year.

       expand-rule-for-year.
           if rule-year < hr-from (rule-index)
             or rule-year > hr-until (rule-index)
             exit paragraph
           end-if
           move 'Y' to expand-ok
           evaluate hr-type (rule-index)
             when "FIXED"
               perform expand-fixed-date
             when "NTH"
               perform expand-nth-weekday
             when "LAST"
               perform expand-last-weekday
             when "EASTER"
               perform expand-easter-offset
           end-evaluate
           if expand-ok = 'N'
             exit paragraph
           end-if
           move base-date to shifted-date
           perform apply-observance
           if expand-ok = 'N'
             exit paragraph
           end-if
           if shifted-date (1:4) = holiday-year
             perform add-one-holiday
           end-if.

      * A fixed date that the year does not have (29 February
      * outside a leap year) is noted on the report for the year
      * itself and skipped.
       expand-fixed-date.
           move rule-year to base-year
           move hr-month (rule-index) to base-month
           move 1 to base-day
           perform fetch-month-length
           if expand-ok = 'N'
             exit paragraph
           end-if
           if hr-day (rule-index) > month-length
             move 'N' to expand-ok
             if rule-year = holiday-year
               move "no such date this year" to reject-reason
               perform note-rule-skipped
             end-if
             exit paragraph
           end-if
           move hr-day (rule-index) to base-day.

       expand-nth-weekday.
           move rule-year to base-year
           move hr-month (rule-index) to base-month
           move 1 to base-day
           perform fetch-month-length
           if expand-ok = 'N'
             exit paragraph
           end-if
           move base-date to drq-date-1
           perform fetch-weekday
           move date-weekday to first-weekday
           compute base-day = 1
               + function mod (hr-weekday (rule-index) - 1
                               - first-weekday + 7, 7)
               + 7 * (hr-nth (rule-index) - 1)
           if base-day > month-length
             move 'N' to expand-ok
             if rule-year = holiday-year
               move "no such weekday this year" to reject-reason
               perform note-rule-skipped
             end-if
           end-if.

       expand-last-weekday.
           move rule-year to base-year
           move hr-month (rule-index) to base-month
           move 1 to base-day
           perform fetch-month-length
           if expand-ok = 'N'
             exit paragraph
           end-if
           move month-length to base-day
           move base-date to drq-date-1
           perform fetch-weekday
           move date-weekday to last-weekday
           compute base-day = month-length
               - function mod (last-weekday
                               - (hr-weekday (rule-index) - 1) + 7, 7).

       expand-easter-offset.
           move 'E' to drq-function
           move calendar-rule to drq-rule
           compute drq-date-1 = rule-year * 10000 + 101
           call "date-arithmetic"
             using by content da-request
                   by reference da-reply
           if drp-status is not equal to 'Y'
             move 'N' to expand-ok
             exit paragraph
           end-if
           move drp-date to base-date
           if hr-offset (rule-index) is not equal to 0
             move base-date to drq-date-1
             move hr-offset (rule-index) to drq-count
             perform shift-date-by-count
             if expand-ok = 'Y'
               move drp-date to base-date
             end-if
           end-if.

      * OBSERVE=NEAREST: Saturday to the Friday before, Sunday to
      * the Monday after.  OBSERVE=MONDAY: both to the Monday after.
       apply-observance.
           if hr-observe (rule-index) = "NONE"
             exit paragraph
           end-if
           move base-date to drq-date-1
           perform fetch-weekday
           move 0 to shift-days
           evaluate true
             when date-weekday = 6
               and hr-observe (rule-index) = "NEAREST"
               move -1 to shift-days
             when date-weekday = 6
               move 2 to shift-days
             when date-weekday = 0
               move 1 to shift-days
           end-evaluate
           if shift-days = 0
             exit paragraph
           end-if
           move base-date to drq-date-1
           move shift-days to drq-count
           perform shift-date-by-count
           if expand-ok = 'Y'
             move drp-date to shifted-date
           end-if.

       fetch-month-length.
           move 'M' to drq-function
           move calendar-rule to drq-rule
           move base-date to drq-date-1
           call "date-arithmetic"
             using by content da-request
                   by reference da-reply
           if drp-status is not equal to 'Y'
             move 'N' to expand-ok
           else
             move drp-days to month-length
           end-if.

       fetch-weekday.
           move 'W' to drq-function
           move calendar-rule to drq-rule
           call "date-arithmetic"
             using by content da-request
                   by reference da-reply
           move drp-weekday to date-weekday.

       shift-date-by-count.
           move 'A' to drq-function
           move calendar-rule to drq-rule
           call "date-arithmetic"
             using by content da-request
                   by reference da-reply
           if drp-status is not equal to 'Y'
             move 'N' to expand-ok
           end-if.

       note-rule-skipped.
           move spaces to holiday-report-line
           string "  " delimited by size
                  function trim (hr-name (rule-index))
                    delimited by size
                  ": " delimited by size
                  function trim (reject-reason) delimited by size
                  " (" delimited by size
                  function trim (hr-text (rule-index))
                    delimited by size
                  ")" delimited by size
             into holiday-report-line
           end-string
           move "HOLIDAYREPORT" to io-dataset
           perform count-io-write
           write holiday-report-line.

      * One generated date into the table; a date a rule before
      * already took keeps the first holiday.
       add-one-holiday.
           perform varying holiday-scan from 1 by 1
                   until holiday-scan > holiday-count
             if gh-date (holiday-scan) = shifted-date
               add 1 to dropped-count
               move shifted-date to edit-date
               perform format-edit-date
               move spaces to holiday-report-line
               string "  " delimited by size
                      date-edit delimited by size
                      " already " delimited by size
                      function trim (gh-name (holiday-scan))
                        delimited by size
                      " - " delimited by size
                      function trim (hr-name (rule-index))
                        delimited by size
                      " dropped" delimited by size
                 into holiday-report-line
               end-string
               move "HOLIDAYREPORT" to io-dataset
               perform count-io-write
               write holiday-report-line
               exit paragraph
             end-if
           end-perform
           if holiday-count >= holiday-max
             add 1 to overflow-count
             exit paragraph
           end-if
           add 1 to holiday-count
           move shifted-date to gh-date (holiday-count)
           if shifted-date is not equal to base-date
             move base-date to gh-actual-date (holiday-count)
           else
             move 0 to gh-actual-date (holiday-count)
           end-if
           move hr-name (rule-index) to gh-name (holiday-count)
           move hr-text (rule-index) to gh-text (holiday-count).

       sort-holidays.
           perform varying sort-outer from 1 by 1
                   until sort-outer >= holiday-count
             perform varying sort-inner from 1 by 1
                     until sort-inner > holiday-count - sort-outer
               if gh-date (sort-inner) > gh-date (sort-inner + 1)
                 move holiday-entry (sort-inner) to holiday-swap
                 move holiday-entry (sort-inner + 1)
                   to holiday-entry (sort-inner)
                 move holiday-swap to holiday-entry (sort-inner + 1)
               end-if
             end-perform
           end-perform.

      * HOLIDAYS in the shape euler-calendar-gen reads: the date in
      * columns 1-8, the name from column 10.
       write-holidays-file.
           move "00" to holidays-status
           open output holidays-file
           perform varying holiday-scan from 1 by 1
                   until holiday-scan > holiday-count
             move spaces to holidays-record
             move gh-date (holiday-scan) to ho-date
             move gh-name (holiday-scan) to ho-name
             move "HOLIDAYS" to io-dataset
             perform count-io-write
             write holidays-record
           end-perform
           close holidays-file.

       write-holiday-list.
           move spaces to holiday-report-line
           move "HOLIDAYREPORT" to io-dataset
           perform count-io-write
           write holiday-report-line
           move spaces to holiday-report-line
           move "DATE       DAY  HOLIDAY" to holiday-report-line
           move "RULE" to holiday-report-line (48:4)
           move "HOLIDAYREPORT" to io-dataset
           perform count-io-write
           write holiday-report-line
           perform varying holiday-scan from 1 by 1
                   until holiday-scan > holiday-count
             perform write-one-holiday-line
           end-perform
           move spaces to holiday-report-line
           move "HOLIDAYREPORT" to io-dataset
           perform count-io-write
           write holiday-report-line
           move holiday-count to count-edit
           move spaces to holiday-report-line
           string function trim (count-edit) delimited by size
                  " holidays written to HOLIDAYS" delimited by size
             into holiday-report-line
           end-string
           move "HOLIDAYREPORT" to io-dataset
           perform count-io-write
           write holiday-report-line
           if overflow-count > 0
             move overflow-count to count-edit
             move spaces to holiday-report-line
             string "  " delimited by size
                    count-edit delimited by size
                    " more dates did not fit the table and were not "
                      delimited by size
                    "written" delimited by size
               into holiday-report-line
             end-string
             move "HOLIDAYREPORT" to io-dataset
             perform count-io-write
             write holiday-report-line
           end-if.

       write-one-holiday-line.
           move gh-date (holiday-scan) to edit-date
           perform format-edit-date
           move gh-date (holiday-scan) to drq-date-1
           perform fetch-weekday
           move spaces to holiday-report-line
           move date-edit to holiday-report-line (1:10)
           move weekday-name (date-weekday + 1)
             to holiday-report-line (12:3)
           move gh-name (holiday-scan) to holiday-report-line (17:30)
           move gh-text (holiday-scan) to holiday-report-line (48:60)
           if gh-actual-date (holiday-scan) > 0
             move gh-actual-date (holiday-scan) to edit-date
             perform format-edit-date
             move gh-actual-date (holiday-scan) to drq-date-1
             perform fetch-weekday
             compute note-pointer = 48
                 + function length (function trim (gh-text
                     (holiday-scan)))
             string "  observed; falls " delimited by size
                    weekday-name (date-weekday + 1) delimited by size
                    " " delimited by size
                    date-edit delimited by size
               into holiday-report-line
               with pointer note-pointer
             end-string
           end-if
           move "HOLIDAYREPORT" to io-dataset
           perform count-io-write
           write holiday-report-line.

       format-edit-date.
           move spaces to date-edit
           string edit-date (1:4) delimited by size
                  "-" delimited by size
                  edit-date (5:2) delimited by size
                  "-" delimited by size
                  edit-date (7:2) delimited by size
             into date-edit
           end-string.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.

       end program euler-holiday-gen.
