      * Forward schedule projection of the batch stream
      *
      * 15 October 2026
      *
      * Which steps run on which night is decided by four things
      * together - RUNCALENDAR's DAILY / WEEKLY / MONTHLY / BUSDAY /
      * NEVER rules, the business days and holidays on CALENDARFILE,
      * the step table in force, and its COND clauses - and until now
      * the only way to see the outcome was to wait for the night.
      * This works the same rules forward over the next DAYS
      * (control-param-1, default 35) processing dates from FROM
      * (control-param-2, yyyymmdd, default today) and writes
      * SCHEDULEPROJECTION: for each date, whether the stream runs
      * at all, every step on the calendar, the weekly, monthly and
      * business-day steps that land there, and the forecast elapsed
      * total from each program's average over the rows RESULTLEDGER
      * holds (BENCH rows left out, as the driver's forecast takes
      * it).  Two or more periodic steps landing on one date are
      * flagged as a collision and gathered again at the end, so a
      * change approver can see the monthly purge and the weekly
      * prime regeneration meeting on the 3rd before the night does.
      *
      * The steps come from STEPGRAPH, the table the driver last had
      * in force (STEPTABLE when none has been published).  The
      * rules are the driver's load-run-calendar rules exactly: the
      * last RUNCALENDAR entry for a program wins, a program with no
      * entry is DAILY, and a BUSDAY rule on a date CALENDARFILE does
      * not cover holds the step off rather than guessing.  COND
      * clauses are projected for a clean night: IFPASS runs when its
      * target is running that night, MAXFAIL always runs, and an
      * IFFAIL step whose target runs is shown as standby and left
      * out of the total.
      * EULERSTREAM names the stream as it does for the driver, and
      * re-points STEPTABLE and RUNCALENDAR the same way.
      *
      * 15 October 2026 - SWEEP rows (euler-param-sweep) are left out of
      * the averages like BENCH rows.
       identification division.
       program-id. euler-run-projection.

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
           select step-graph-file
               assign to dynamic step-graph-path
               organization line sequential
               file status step-graph-status.
           select calendar-file assign to "RUNCALENDAR"
               organization line sequential
               file status run-calendar-status.
           select business-calendar-file assign to "CALENDARFILE"
               organization line sequential
               file status business-calendar-status.
           select projection-file assign to "SCHEDULEPROJECTION"
               organization line sequential
               file status projection-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
           copy run-result-fd.
       fd  step-graph-file
           label records are omitted.
       01 step-graph-record        pic x(120).
       fd  calendar-file
           label records are omitted.
       01 run-calendar-record      pic x(80).
       fd  business-calendar-file
           label records are omitted.
       01 business-calendar-record.
         02 bc-date                 pic 9(8).
         02 filler                  pic x.
         02 bc-weekday              pic x(3).
         02 filler                  pic x.
         02 bc-holiday-flag         pic x.
         02 filler                  pic x.
         02 bc-business-flag        pic x.
         02 filler                  pic x.
         02 bc-holiday-name         pic x(30).
       fd  projection-file
           label records are omitted.
       01 projection-line          pic x(132).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
           copy date-arithmetic.
       01 step-graph-status        pic xx.
       01 step-graph-path          pic x(20).
       01 run-calendar-status      pic xx.
       01 business-calendar-status pic xx.
       01 projection-status        pic xx.
       01 read-switch              pic x.
         88 read-at-end             value 'Y'.
       01 ledger-switch            pic x.
         88 ledger-at-end           value 'Y'.
       01 ledger-open-switch       pic x value 'N'.
         88 ledger-is-open          value 'Y'.
       01 stream-name              pic x(12).
       01 stream-file-name         pic x(30).

       01 days-wanted              pic 999 value 35.
       01 from-date                pic 9(8) value 0.
       01 last-date                pic 9(8).
       01 from-integer             pic 9(9) comp-5.

      * The steps as loaded, each with its calendar rule, its
      * condition and its average elapsed time in hundredths; the
      * night's verdict is redone for every projected date:
      * Y runs, N off the calendar, H held (BUSDAY with no
      * calendar), S standby on IFFAIL, C skipped by its condition.
       01 step-max constant as 80.
       01 step-table.
         02 step-entry occurs 80 times.
           03 st-program            pic x(20).
           03 st-class              pic 9.
           03 st-cond-kind          pic x(10).
           03 st-cond-target        pic x(20).
           03 st-rule               pic x(20).
           03 st-rule-name          pic x(10).
           03 st-rule-value         pic x(10).
           03 st-rows               pic 9(5) comp-5.
           03 st-duration           pic 9(9) comp-5.
           03 st-tonight            pic x.
       01 step-count               pic 99 comp-5 value 0.
       01 i                        pic 99 comp-5.
       01 j                        pic 99 comp-5.
       01 gr-seq-text              pic x(4).
       01 gr-class-text            pic x(4).
       01 gr-clause-1              pic x(80).
       01 gr-clause-2              pic x(80).
       01 gr-clause                pic x(80).
       01 gr-clause-tag            pic x(10).
       01 gr-clause-value          pic x(70).
       01 elapsed-total            pic 9(11) comp-5.
       01 unknown-steps            pic 99 comp-5 value 0.

       01 calendar-entry-fields.
         02 cal-program            pic x(20).
         02 cal-rule               pic x(20).
         02 cal-value-number       pic 99.

      * CALENDARFILE over the projection: the dates themselves, and
      * the first and last business day of every month touched.
       01 busday-max constant as 400.
       01 busday-table.
         02 busday-entry occurs 400 times.
           03 bd-date               pic 9(8).
           03 bd-business           pic x.
           03 bd-holiday            pic x.
           03 bd-holiday-name       pic x(30).
       01 busday-count             pic 999 comp-5 value 0.
       01 busday-scan              pic 999 comp-5.
       01 busday-found             pic 999 comp-5.
       01 month-max constant as 16.
       01 month-table.
         02 month-entry occurs 16 times.
           03 mo-month              pic 9(6).
           03 mo-first-business     pic 9(8).
           03 mo-last-business      pic 9(8).
       01 month-count              pic 99 comp-5 value 0.
       01 month-scan               pic 99 comp-5.
       01 month-found              pic 99 comp-5.
       01 record-month             pic 9(6).
       01 from-month               pic 9(6).
       01 last-month               pic 9(6).

      * The date being projected.
       01 day-index                pic 999 comp-5.
       01 the-date                 pic 9(8).
       01 the-date-parts redefines the-date.
         02 the-year               pic 9(4).
         02 the-month              pic 99.
         02 the-day                pic 99.
       01 the-weekday-name         pic x(3).
       01 weekday-names-raw        pic x(21) value
           "SUNMONTUEWEDTHUFRISAT".
       01 weekday-names redefines weekday-names-raw.
         02 weekday-name occurs 7 times pic x(3).
       01 the-date-covered         pic x.
       01 the-date-business        pic x.
       01 the-date-holiday         pic x.
       01 the-holiday-name         pic x(30).
       01 the-first-business       pic 9(8).
       01 the-last-business        pic 9(8).
       01 night-steps              pic 99 comp-5.
       01 night-periodic           pic 99 comp-5.
       01 night-standby            pic 99 comp-5.
       01 night-held               pic 99 comp-5.
       01 night-skipped            pic 99 comp-5.
       01 night-total              pic 9(11) comp-5.

       01 run-dates                pic 999 value 0.
       01 dark-dates               pic 999 value 0.
       01 collision-dates          pic 999 value 0.
       01 collision-max constant as 100.
       01 collision-table.
         02 collision-line occurs 100 times pic x(132).

      * Building a wrapped list of names onto projection-line.
       01 list-pointer             pic 999 comp-5.
       01 list-item                pic x(60).
       01 list-indent              pic 99 comp-5.
       01 list-width constant as 128.
       01 list-wrote-switch        pic x.

       01 date-edit                pic x(10).
       01 count-edit               pic z9.
       01 days-edit                pic zz9.
       01 seconds-value            pic 9(7)v99.
       01 seconds-edit             pic z(6)9.99.
       01 collision-scan           pic 999 comp-5.

       procedure division.

       main.
           move "euler-run-projection" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move days-wanted to control-param-1
           move from-date to control-param-2
           perform read-control-card
           move "euler-run-projection" to kp-program-id
           move "DAYS" to kp-keyword (1)
           move "FROM" to kp-keyword (2)
           perform read-parameter-library
           move control-param-1 to days-wanted
           if days-wanted = 0
             move 35 to days-wanted
           end-if
           if days-wanted > 366
             move 366 to days-wanted
           end-if
           move control-param-2 to from-date
           perform settle-from-date

           perform apply-stream-names

           move "00" to projection-status
           open output projection-file
           move report-header-line to projection-line
           move "SCHEDULEPROJECTION" to io-dataset
           perform count-io-write
           write projection-line
           move from-date to the-date
           perform format-the-date
           move days-wanted to days-edit
           move spaces to projection-line
           string "Schedule projection of the batch stream: "
                    delimited by size
                  function trim (days-edit) delimited by size
                  " processing dates from " delimited by size
                  date-edit delimited by size
             into projection-line
           end-string
           move "SCHEDULEPROJECTION" to io-dataset
           perform count-io-write
           write projection-line

           perform load-step-graph
           if step-count = 0
             perform finish-projection-file
             move 16 to return-code
             perform finish-run
             goback
           end-if
           perform load-run-calendar
           perform load-business-calendar
           perform fetch-step-durations

           perform varying day-index from 1 by 1
                   until day-index > days-wanted
             perform project-one-date
           end-perform

           perform write-collision-section
           perform finish-projection-file

           display "euler-run-projection: " run-dates
                   " run dates, " dark-dates " without a run, "
                   collision-dates " with periodic collisions"
           perform finish-run
           goback.

       finish-run.
           perform format-report-footer
           display report-footer-line
           move "euler-run-projection" to rr-program-id
           move spaces to rr-parameters
           move days-wanted to days-edit
           string "days=" delimited by size
                  function trim (days-edit) delimited by size
                  " from=" delimited by size
                  from-date delimited by size
             into rr-parameters
           end-string
           move collision-dates to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
           move spaces to rr-expected-result
           move space to rr-pass-flag
           perform stop-run-timer
           perform write-run-result.

       finish-projection-file.
           perform format-report-footer
           move report-footer-line to projection-line
           move "SCHEDULEPROJECTION" to io-dataset
           perform count-io-write
           write projection-line
           close projection-file.

      * FROM must be a date date-arithmetic accepts; anything else,
      * or nothing, is today.
       settle-from-date.
           if from-date is not equal to 0
             move 'W' to drq-function
             move spaces to drq-rule
             move from-date to drq-date-1
             call "date-arithmetic"
               using by content da-request
                     by reference da-reply
             if drp-status is not equal to 'Y'
               display "euler-run-projection: FROM " from-date
                       " is not a date, projecting from today"
               move 0 to from-date
             end-if
           end-if
           if from-date = 0
             move function current-date (1:8) to from-date
           end-if
           compute from-integer = function integer-of-date (from-date)
           compute last-date = function date-of-integer
               (from-integer + days-wanted - 1)
           compute from-month = from-date / 100
           compute last-month = last-date / 100.

      * The driver's stream naming: any name but NIGHTLY reads the
      * stream's own STEPTABLE and RUNCALENDAR twins.
       apply-stream-names.
           accept stream-name from environment "EULERSTREAM"
             on exception
               move spaces to stream-name
           end-accept
           if stream-name = spaces
             or stream-name = "NIGHTLY"
             exit paragraph
           end-if
           move spaces to stream-file-name
           string "STEPTABLE." delimited by size
                  function trim (stream-name) delimited by size
             into stream-file-name
           end-string
           set environment "STEPTABLE" to stream-file-name
           move spaces to stream-file-name
           string "RUNCALENDAR." delimited by size
                  function trim (stream-name) delimited by size
             into stream-file-name
           end-string
           set environment "RUNCALENDAR" to stream-file-name.

       load-step-graph.
           move "STEPGRAPH" to step-graph-path
           move "00" to step-graph-status
           open input step-graph-file
           if step-graph-status is not equal to "00"
             move "STEPTABLE" to step-graph-path
             move "00" to step-graph-status
             open input step-graph-file
           end-if
           if step-graph-status is not equal to "00"
             move "  no STEPGRAPH or STEPTABLE - run the driver "
               & "with FORECAST=Y to publish the step graph"
               to projection-line
             move "SCHEDULEPROJECTION" to io-dataset
             perform count-io-write
             write projection-line
             display "euler-run-projection: no step table to "
                     "project"
             exit paragraph
           end-if
           move spaces to projection-line
           string "  steps from " delimited by size
                  step-graph-path delimited by size
             into projection-line
           end-string
           move "SCHEDULEPROJECTION" to io-dataset
           perform count-io-write
           write projection-line
           move 'N' to read-switch
           perform read-one-graph-entry until read-at-end
           close step-graph-file.

       read-one-graph-entry.
           move step-graph-path to io-dataset
           perform count-io-read
           read step-graph-file
             at end
               move 'Y' to read-switch
             not at end
               if step-graph-record is not equal to spaces
                 and step-count < step-max
                 perform stage-one-graph-entry
               end-if
           end-read.

      * The STEPTABLE record shape: sequence, program, class, then
      * AFTER= and COND= in either order.
       stage-one-graph-entry.
           move spaces to gr-seq-text gr-class-text
                          gr-clause-1 gr-clause-2
           add 1 to step-count
           move spaces to step-entry (step-count)
           unstring step-graph-record delimited by all " "
             into gr-seq-text st-program (step-count)
                  gr-class-text gr-clause-1 gr-clause-2
           end-unstring
           if gr-class-text (1:1) is numeric
             move gr-class-text (1:1) to st-class (step-count)
           else
             move 1 to st-class (step-count)
           end-if
           move "DAILY" to st-rule (step-count)
           move "DAILY" to st-rule-name (step-count)
           move 0 to st-rows (step-count)
                     st-duration (step-count)
           move gr-clause-1 to gr-clause
           perform apply-graph-clause
           move gr-clause-2 to gr-clause
           perform apply-graph-clause.

       apply-graph-clause.
           if gr-clause = spaces
             exit paragraph
           end-if
           move spaces to gr-clause-tag gr-clause-value
           unstring gr-clause delimited by "="
             into gr-clause-tag gr-clause-value
           end-unstring
           if gr-clause-tag = "COND"
             unstring gr-clause-value delimited by ":"
               into st-cond-kind (step-count)
                    st-cond-target (step-count)
             end-unstring
           end-if.

      * RUNCALENDAR as the driver reads it: program and rule per
      * record, a later record for the same program replacing an
      * earlier one.  No RUNCALENDAR leaves every step DAILY.
       load-run-calendar.
           move "00" to run-calendar-status
           open input calendar-file
           if run-calendar-status is not equal to "00"
             move "  no RUNCALENDAR - every step is DAILY"
               to projection-line
             move "SCHEDULEPROJECTION" to io-dataset
             perform count-io-write
             write projection-line
             exit paragraph
           end-if
           move 'N' to read-switch
           perform read-one-calendar-entry until read-at-end
           close calendar-file.

       read-one-calendar-entry.
           move "RUNCALENDAR" to io-dataset
           perform count-io-read
           read calendar-file
             at end
               move 'Y' to read-switch
             not at end
               perform stage-one-calendar-entry
           end-read.

       stage-one-calendar-entry.
           move spaces to cal-program
           move spaces to cal-rule
           unstring run-calendar-record delimited by all " "
             into cal-program cal-rule
           end-unstring
           perform varying i from 1 by 1 until i > step-count
             if st-program (i) = cal-program
               move cal-rule to st-rule (i)
               move spaces to st-rule-name (i)
               move spaces to st-rule-value (i)
               unstring cal-rule delimited by "="
                 into st-rule-name (i) st-rule-value (i)
               end-unstring
             end-if
           end-perform.

      * CALENDARFILE for the projection window: every date in it,
      * and each touched month's first and last business day, which
      * can fall outside the window itself.
       load-business-calendar.
           move "00" to business-calendar-status
           open input business-calendar-file
           if business-calendar-status is not equal to "00"
             move "  no CALENDARFILE - BUSDAY steps are held off "
               & "every date, as the driver would hold them"
               to projection-line
             move "SCHEDULEPROJECTION" to io-dataset
             perform count-io-write
             write projection-line
             exit paragraph
           end-if
           move 'N' to read-switch
           perform read-one-business-date until read-at-end
           close business-calendar-file.

       read-one-business-date.
           move "CALENDARFILE" to io-dataset
           perform count-io-read
           read business-calendar-file
             at end
               move 'Y' to read-switch
             not at end
               perform stage-one-business-date
           end-read.

       stage-one-business-date.
           if bc-date is not numeric
             exit paragraph
           end-if
           compute record-month = bc-date / 100
           if record-month < from-month or record-month > last-month
             exit paragraph
           end-if
           if bc-date >= from-date and bc-date <= last-date
             and busday-count < busday-max
             add 1 to busday-count
             move bc-date to bd-date (busday-count)
             move bc-business-flag to bd-business (busday-count)
             move bc-holiday-flag to bd-holiday (busday-count)
             move bc-holiday-name to bd-holiday-name (busday-count)
           end-if
           if bc-business-flag is not equal to 'Y'
             exit paragraph
           end-if
           move 0 to month-found
           perform varying month-scan from 1 by 1
                   until month-scan > month-count
             if mo-month (month-scan) = record-month
               move month-scan to month-found
             end-if
           end-perform
           if month-found = 0
             if month-count >= month-max
               exit paragraph
             end-if
             add 1 to month-count
             move month-count to month-found
             move record-month to mo-month (month-found)
             move bc-date to mo-first-business (month-found)
             move bc-date to mo-last-business (month-found)
           end-if
           if bc-date < mo-first-business (month-found)
             move bc-date to mo-first-business (month-found)
           end-if
           if bc-date > mo-last-business (month-found)
             move bc-date to mo-last-business (month-found)
           end-if.

      * Average elapsed over the rows RESULTLEDGER still holds for
      * each step, as the driver's forecast takes it.
       fetch-step-durations.
           perform open-ledger-for-input
           if run-result-status = "00"
             move 'Y' to ledger-open-switch
           else
             move "  RESULTLEDGER not available - every step is "
               & "forecast as taking no time"
               to projection-line
             move "SCHEDULEPROJECTION" to io-dataset
             perform count-io-write
             write projection-line
           end-if
           perform varying i from 1 by 1 until i > step-count
             perform fetch-one-duration
           end-perform
           if ledger-is-open
             close result-ledger-file
           end-if
           if unknown-steps > 0
             move unknown-steps to count-edit
             move spaces to projection-line
             string "  " delimited by size
                    count-edit delimited by size
                    " steps have no ledger history and forecast as "
                      delimited by size
                    "zero" delimited by size
               into projection-line
             end-string
             move "SCHEDULEPROJECTION" to io-dataset
             perform count-io-write
             write projection-line
           end-if.

       fetch-one-duration.
           move 0 to elapsed-total
           if ledger-is-open
             move st-program (i) to rr-key-program-id
             move zero to rr-key-run-date
             move zero to rr-key-run-time
             start result-ledger-file key >= rr-ledger-key
               invalid key
                 move 'Y' to ledger-switch
               not invalid key
                 move 'N' to ledger-switch
             end-start
             perform read-one-duration-row until ledger-at-end
           end-if
           if st-rows (i) > 0
             compute st-duration (i) = elapsed-total / st-rows (i)
           else
             add 1 to unknown-steps
           end-if.

       read-one-duration-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
             not at end
               if rr-program-id = st-program (i)
                 if rr-run-id (1:5) is not equal to "BENCH"
                   and rr-run-id (1:5) is not equal to "SWEEP"
                   add 1 to st-rows (i)
                   add rr-elapsed-hundredths to elapsed-total
                 end-if
               else
                 move 'Y' to ledger-switch
               end-if
           end-read.

      * One processing date: its calendar, every step's verdict,
      * then its block of the report.
       project-one-date.
           compute the-date = function date-of-integer
               (from-integer + day-index - 1)
           move 'W' to drq-function
           move spaces to drq-rule
           move the-date to drq-date-1
           call "date-arithmetic"
             using by content da-request
                   by reference da-reply
           move weekday-name (drp-weekday + 1) to the-weekday-name
           perform find-business-date

           move 0 to night-steps night-periodic night-standby
                     night-held night-skipped night-total
           perform varying i from 1 by 1 until i > step-count
             perform decide-step-calendar
           end-perform
           perform varying i from 1 by 1 until i > step-count
             perform decide-step-condition
           end-perform
           perform varying i from 1 by 1 until i > step-count
             evaluate st-tonight (i)
               when 'Y'
                 add 1 to night-steps
                 add st-duration (i) to night-total
                 if st-rule-name (i) is not equal to "DAILY"
                   add 1 to night-periodic
                 end-if
               when 'S'
                 add 1 to night-standby
               when 'H'
                 add 1 to night-held
               when 'C'
                 add 1 to night-skipped
             end-evaluate
           end-perform

           if night-steps > 0
             add 1 to run-dates
           else
             add 1 to dark-dates
           end-if
           perform write-date-block.

       find-business-date.
           move 'N' to the-date-covered
           move 'N' to the-date-business
           move 'N' to the-date-holiday
           move spaces to the-holiday-name
           move 0 to the-first-business the-last-business
           perform varying busday-scan from 1 by 1
                   until busday-scan > busday-count
             if bd-date (busday-scan) = the-date
               move 'Y' to the-date-covered
               move bd-business (busday-scan) to the-date-business
               move bd-holiday (busday-scan) to the-date-holiday
               move bd-holiday-name (busday-scan)
                 to the-holiday-name
               exit perform
             end-if
           end-perform
           compute record-month = the-date / 100
           perform varying month-scan from 1 by 1
                   until month-scan > month-count
             if mo-month (month-scan) = record-month
               move mo-first-business (month-scan)
                 to the-first-business
               move mo-last-business (month-scan)
                 to the-last-business
             end-if
           end-perform.

      * The driver's apply-calendar-rule, for the-date instead of
      * today.
       decide-step-calendar.
           evaluate st-rule-name (i)
             when "DAILY"
               move 'Y' to st-tonight (i)
             when "NEVER"
               move 'N' to st-tonight (i)
             when "WEEKLY"
               if st-rule-value (i) (1:3) = the-weekday-name
                 move 'Y' to st-tonight (i)
               else
                 move 'N' to st-tonight (i)
               end-if
             when "MONTHLY"
               compute cal-value-number =
                   function numval (st-rule-value (i))
               if cal-value-number = the-day
                 move 'Y' to st-tonight (i)
               else
                 move 'N' to st-tonight (i)
               end-if
             when "BUSDAY"
               perform decide-busday-rule
             when other
               move 'Y' to st-tonight (i)
           end-evaluate.

       decide-busday-rule.
           if the-date-covered is not equal to 'Y'
             move 'H' to st-tonight (i)
             exit paragraph
           end-if
           evaluate st-rule-value (i)
             when "FIRST"
               if the-date-business = 'Y'
                 and the-date = the-first-business
                 move 'Y' to st-tonight (i)
               else
                 move 'N' to st-tonight (i)
               end-if
             when "LAST"
               if the-date-business = 'Y'
                 and the-date = the-last-business
                 move 'Y' to st-tonight (i)
               else
                 move 'N' to st-tonight (i)
               end-if
             when "ONLY"
               move the-date-business to st-tonight (i)
             when other
               move 'Y' to st-tonight (i)
           end-evaluate.

      * COND on a clean night: IFFAIL and IFPASS both need their
      * target running earlier the same night - IFPASS then runs,
      * IFFAIL stands by - and MAXFAIL runs.
       decide-step-condition.
           if st-tonight (i) is not equal to 'Y'
             exit paragraph
           end-if
           if st-cond-kind (i) is not equal to "IFFAIL"
             and st-cond-kind (i) is not equal to "IFPASS"
             exit paragraph
           end-if
           move 'C' to st-tonight (i)
           perform varying j from 1 by 1 until j >= i
             if st-program (j) = st-cond-target (i)
               and st-tonight (j) = 'Y'
               if st-cond-kind (i) = "IFFAIL"
                 move 'S' to st-tonight (i)
               else
                 move 'Y' to st-tonight (i)
               end-if
             end-if
           end-perform.

       write-date-block.
           perform format-the-date
           move spaces to projection-line
           move "SCHEDULEPROJECTION" to io-dataset
           perform count-io-write
           write projection-line
           move spaces to projection-line
           move date-edit to projection-line (1:10)
           move the-weekday-name to projection-line (12:3)
           evaluate true
             when the-date-covered is not equal to 'Y'
               move "not on CALENDARFILE" to projection-line (17:30)
             when the-date-holiday = 'Y'
               string "holiday - " delimited by size
                      function trim (the-holiday-name)
                        delimited by size
                 into projection-line (17:30)
               end-string
             when the-date-business = 'Y'
               move "business day" to projection-line (17:30)
             when other
               move "weekend" to projection-line (17:30)
           end-evaluate
           if night-steps = 0
             move "NO RUN - no step is on the calendar"
               to projection-line (49:40)
             move "SCHEDULEPROJECTION" to io-dataset
             perform count-io-write
             write projection-line
             exit paragraph
           end-if
           move night-steps to count-edit
           compute seconds-value = night-total / 100
           move seconds-value to seconds-edit
           string "runs " delimited by size
                  count-edit delimited by size
                  " steps, forecast " delimited by size
                  seconds-edit delimited by size
                  " seconds" delimited by size
             into projection-line (49:60)
           end-string
           move "SCHEDULEPROJECTION" to io-dataset
           perform count-io-write
           write projection-line

           if night-periodic > 0
             move spaces to projection-line
             move "    periodic: " to projection-line
             move 15 to list-pointer
             move 15 to list-indent
             perform varying i from 1 by 1 until i > step-count
               if st-tonight (i) = 'Y'
                 and st-rule-name (i) is not equal to "DAILY"
                 move spaces to list-item
                 string function trim (st-program (i))
                          delimited by size
                        " (" delimited by size
                        function trim (st-rule (i)) delimited by size
                        ")" delimited by size
                   into list-item
                 end-string
                 perform append-list-item
               end-if
             end-perform
             if night-periodic > 1
               move "** COLLISION **" to list-item
               perform append-list-item
             end-if
             move "SCHEDULEPROJECTION" to io-dataset
             perform count-io-write
             write projection-line
             if night-periodic > 1
               perform note-collision
             end-if
           end-if

           move spaces to projection-line
           move "    on the calendar: " to projection-line
           move 22 to list-pointer
           move 22 to list-indent
           perform varying i from 1 by 1 until i > step-count
             if st-tonight (i) = 'Y'
               move st-program (i) to list-item
               perform append-list-item
             end-if
           end-perform
           move "SCHEDULEPROJECTION" to io-dataset
           perform count-io-write
           write projection-line

           if night-standby > 0
             move spaces to projection-line
             move "    standby (IFFAIL): " to projection-line
             move 23 to list-pointer
             move 23 to list-indent
             perform varying i from 1 by 1 until i > step-count
               if st-tonight (i) = 'S'
                 move spaces to list-item
                 string function trim (st-program (i))
                          delimited by size
                        " if " delimited by size
                        function trim (st-cond-target (i))
                          delimited by size
                        " fails" delimited by size
                   into list-item
                 end-string
                 perform append-list-item
               end-if
             end-perform
             move "SCHEDULEPROJECTION" to io-dataset
             perform count-io-write
             write projection-line
           end-if

           if night-skipped > 0
             move spaces to projection-line
             move "    skipped (COND target not running): "
               to projection-line
             move 40 to list-pointer
             move 40 to list-indent
             perform varying i from 1 by 1 until i > step-count
               if st-tonight (i) = 'C'
                 move st-program (i) to list-item
                 perform append-list-item
               end-if
             end-perform
             move "SCHEDULEPROJECTION" to io-dataset
             perform count-io-write
             write projection-line
           end-if

           if night-held > 0
             move spaces to projection-line
             move "    held (no CALENDARFILE for the date): "
               to projection-line
             move 42 to list-pointer
             move 42 to list-indent
             perform varying i from 1 by 1 until i > step-count
               if st-tonight (i) = 'H'
                 move st-program (i) to list-item
                 perform append-list-item
               end-if
             end-perform
             move "SCHEDULEPROJECTION" to io-dataset
             perform count-io-write
             write projection-line
           end-if.

      * One name onto projection-line at list-pointer, wrapping to a
      * fresh line at list-indent when it would run past the width.
       append-list-item.
           if list-pointer + function length (function trim (list-item))
               > list-width
             move "SCHEDULEPROJECTION" to io-dataset
             perform count-io-write
             write projection-line
             move spaces to projection-line
             move list-indent to list-pointer
           end-if
           string function trim (list-item) delimited by size
                  "  " delimited by size
             into projection-line with pointer list-pointer
           end-string.

       note-collision.
           add 1 to collision-dates
           if collision-dates > collision-max
             exit paragraph
           end-if
           move spaces to collision-line (collision-dates)
           move date-edit to collision-line (collision-dates) (1:10)
           move the-weekday-name
             to collision-line (collision-dates) (12:3)
           move 17 to list-pointer
           perform varying i from 1 by 1 until i > step-count
             if st-tonight (i) = 'Y'
               and st-rule-name (i) is not equal to "DAILY"
               and list-pointer < list-width
               string function trim (st-program (i))
                        delimited by size
                      "  " delimited by size
                 into collision-line (collision-dates)
                 with pointer list-pointer
               end-string
             end-if
           end-perform.

       write-collision-section.
           move spaces to projection-line
           move "SCHEDULEPROJECTION" to io-dataset
           perform count-io-write
           write projection-line
           move "PERIODIC COLLISIONS" to projection-line
           move "SCHEDULEPROJECTION" to io-dataset
           perform count-io-write
           write projection-line
           if collision-dates = 0
             move "  none - no date has more than one weekly, "
               & "monthly or business-day step"
               to projection-line
             move "SCHEDULEPROJECTION" to io-dataset
             perform count-io-write
             write projection-line
             exit paragraph
           end-if
           perform varying collision-scan from 1 by 1
                   until collision-scan > collision-dates
                      or collision-scan > collision-max
             move collision-line (collision-scan) to projection-line
             move "SCHEDULEPROJECTION" to io-dataset
             perform count-io-write
             write projection-line
           end-perform.

       format-the-date.
           move spaces to date-edit
           string the-date (1:4) delimited by size
                  "-" delimited by size
                  the-date (5:2) delimited by size
                  "-" delimited by size
                  the-date (7:2) delimited by size
             into date-edit
           end-string.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.

       end program euler-run-projection.
