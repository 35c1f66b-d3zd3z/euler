      * Completion trigger report
      *
      * 15 October 2026
      *
      * The steps that produce the shared datasets publish a
      * completion trigger on TRIGGERS when, and only when, they
      * finish cleanly (see trigger-fd.cpy and completion-trigger.cpy):
      * PRIMESFILE from euler-prime-gen, CALENDARFILE from
      * euler-calendar-gen, NAMESCLEAN from euler-problem-022 and
      * OPSFEED from euler-feed-release.  TRIGGERSUBS is the
      * subscriber table, one line per step or downstream party that
      * waits on a dataset:
      *
      *   dataset subscriber needed-by
      *
      * in fixed columns 1, 22 and 43, needed-by an hhmmss clock
      * time or blank for none; a line with "*" in column 1 is a
      * comment.  This writes TRIGGERREPORT for one processing date:
      *
      *   - every subscription, FIRED with the latest trigger's run
      *     id, publishing time, record count and hash total (and
      *     how many times it fired, when a rerun published again),
      *     or UNFIRED - OVERDUE once its needed-by time has passed
      *     on the processing date, or any time after it
      *   - triggers fired for a dataset nobody subscribes to
      *
      *   PROC-DATE   control-param-1, yyyymmdd; 0 (the default)
      *               takes the stream's EULERPROCDATE, else today
      *
      * The ledger row's answer is the number of unfired
      * subscriptions; RETURN-CODE is 4 when there are any, so a
      * stream can hold its downstream hand-offs on it.
      *
      * 15 October 2026 - The OVERDUE test is taken in UTC seconds,
      * and the publishing time is shown with its UTC offset.
       identification division.
       program-id. euler-trigger-report.

       environment division.
       input-output section.
       file-control.
           select control-file assign to "CONTROLCARD"
               organization line sequential
               file status control-status.
           select param-library-file assign to "PARAMLIB"
               organization line sequential
               file status param-status.
           copy run-result-select.
           copy trigger-select.
           select subscriber-file assign to "TRIGGERSUBS"
               organization line sequential
               file status subscriber-status.
           select trigger-report-file assign to "TRIGGERREPORT"
               organization line sequential
               file status trigger-report-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
           copy run-result-fd.
           copy trigger-fd.
       fd  subscriber-file
           label records are omitted.
       01 subscriber-record.
         02 su-dataset                 pic x(20).
         02 filler                     pic x.
         02 su-subscriber              pic x(20).
         02 filler                     pic x.
         02 su-needed-by               pic x(6).
       fd  trigger-report-file
           label records are omitted.
       01 trigger-report-line          pic x(132).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
       01 trigger-status               pic xx.
       01 subscriber-status            pic xx.
       01 trigger-report-status        pic xx.
       01 read-switch                  pic x.
         88 read-at-end                 value 'Y'.

       01 report-proc-date             pic 9(8) value 0.
       01 proc-date-text               pic x(10).
           copy utc-clock.
       01 deadline-stamp.
         02 deadline-date              pic 9(8).
         02 deadline-clock             pic 9(6).

      * The subscriptions, in TRIGGERSUBS order.
       01 subscription-max constant as 100.
       01 subscription-table.
         02 subscription-entry occurs 100 times.
           03 sb-dataset               pic x(20).
           03 sb-subscriber            pic x(20).
           03 sb-needed-by             pic 9(6).
           03 sb-has-deadline          pic x.
           03 sb-verdict               pic x(8).
       01 subscription-count           pic 999 comp-5 value 0.
       01 subscription-scan            pic 999 comp-5.

      * The triggers fired for the date, one entry per dataset, the
      * latest published kept.
       01 fired-max constant as 50.
       01 fired-table.
         02 fired-entry occurs 50 times.
           03 fi-dataset               pic x(20).
           03 fi-run-id                pic x(14).
           03 fi-program               pic x(20).
           03 fi-stamp                 pic x(14).
           03 fi-offset                pic x(5).
           03 fi-count                 pic 9(9).
           03 fi-hash                  pic 9(9).
           03 fi-times                 pic 999 comp-5.
           03 fi-subscribed            pic x.
       01 fired-count                  pic 99 comp-5 value 0.
       01 fired-scan                   pic 99 comp-5.

       01 report-counts.
         02 subscriptions-fired        pic 999 comp-5 value 0.
         02 subscriptions-unfired      pic 999 comp-5 value 0.
         02 subscriptions-overdue      pic 999 comp-5 value 0.
         02 triggers-unsubscribed      pic 999 comp-5 value 0.
         02 subscriber-errors          pic 999 comp-5 value 0.
       01 count-edit                   pic zz9.
       01 count-edit-2                 pic zz9.
       01 count-edit-3                 pic zz9.
       01 number-edit                  pic z(8)9.
       01 hash-edit                    pic 9(9).

       procedure division.

       main.
           move "euler-trigger-report" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move report-proc-date to control-param-1
           perform read-control-card
           move "euler-trigger-report" to kp-program-id
           move "PROC-DATE" to kp-keyword (1)
           perform read-parameter-library
           move control-param-1 to report-proc-date
           if report-proc-date = 0
             perform establish-report-date
           end-if
           perform read-utc-clock

           move "00" to trigger-report-status
           open output trigger-report-file
           move report-header-line to trigger-report-line
           perform emit-report-line
           move spaces to trigger-report-line
           string "COMPLETION TRIGGERS FOR PROCESSING DATE "
                    delimited by size
                  report-proc-date delimited by size
             into trigger-report-line
           end-string
           perform emit-report-line

           perform load-subscriptions
           perform load-fired-triggers

           move spaces to trigger-report-line
           perform emit-report-line
           move "SUBSCRIPTIONS" to trigger-report-line
           perform emit-report-line
           move spaces to trigger-report-line
           move "DATASET" to trigger-report-line (1:20)
           move "SUBSCRIBER" to trigger-report-line (22:20)
           move "NEEDED" to trigger-report-line (43:6)
           move "VERDICT" to trigger-report-line (50:8)
           move "RUN ID" to trigger-report-line (59:14)
           move "PUBLISHED" to trigger-report-line (74:14)
           move "RECORDS" to trigger-report-line (91:7)
           move "HASH" to trigger-report-line (100:4)
           move "FIRED" to trigger-report-line (110:5)
           move "OFFSET" to trigger-report-line (117:6)
           perform emit-report-line
           perform judge-one-subscription
                   varying subscription-scan from 1 by 1
                   until subscription-scan > subscription-count
           if subscription-count = 0
             move "no TRIGGERSUBS entries - nobody is waiting"
               to trigger-report-line
             perform emit-report-line
           end-if

           move spaces to trigger-report-line
           perform emit-report-line
           move "TRIGGERS WITH NO SUBSCRIBER" to trigger-report-line
           perform emit-report-line
           perform report-one-unsubscribed
                   varying fired-scan from 1 by 1
                   until fired-scan > fired-count
           if triggers-unsubscribed = 0
             move "none" to trigger-report-line
             perform emit-report-line
           end-if

           perform write-report-summary

           perform format-report-footer
           move report-footer-line to trigger-report-line
           perform emit-report-line
           close trigger-report-file
           display report-footer-line

           display "euler-trigger-report: " subscription-count
                   " subscriptions, " subscriptions-fired " fired, "
                   subscriptions-unfired " unfired ("
                   subscriptions-overdue " overdue)"

           move "euler-trigger-report" to rr-program-id
           move spaces to rr-parameters
           string "date=" delimited by size
                  report-proc-date delimited by size
             into rr-parameters
           end-string
           move subscriptions-unfired to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
           move spaces to rr-expected-result
           move space to rr-pass-flag
           perform stop-run-timer
           perform write-run-result
           if subscriptions-unfired > 0
             move 4 to return-code
           end-if
           goback.

       establish-report-date.
           move spaces to proc-date-text
           accept proc-date-text from environment "EULERPROCDATE"
             on exception
               move spaces to proc-date-text
           end-accept
           if proc-date-text (1:8) is numeric
             move proc-date-text (1:8) to report-proc-date
           else
             move function current-date (1:8) to report-proc-date
           end-if.

       emit-report-line.
           move "TRIGGERREPORT" to io-dataset
           perform count-io-write
           write trigger-report-line.

      ******************************************************************
      * The subscriber table, validated as it is loaded.
      ******************************************************************
       load-subscriptions.
           move "00" to subscriber-status
           open input subscriber-file
           if subscriber-status is not equal to "00"
             display "euler-trigger-report: no TRIGGERSUBS, file "
                     "status " subscriber-status
             exit paragraph
           end-if
           move 'N' to read-switch
           perform read-one-subscription until read-at-end
           close subscriber-file.

       read-one-subscription.
           move "TRIGGERSUBS" to io-dataset
           perform count-io-read
           read subscriber-file
             at end
               move 'Y' to read-switch
             not at end
               if subscriber-record is not equal to spaces
                 and subscriber-record (1:1) is not equal to "*"
                 perform add-subscription
               end-if
           end-read.

       add-subscription.
           if su-dataset = spaces
             or su-subscriber = spaces
             or (su-needed-by is not equal to spaces
                 and (su-needed-by is not numeric
                      or su-needed-by > "235959"))
             add 1 to subscriber-errors
             move spaces to trigger-report-line
             string "subscription ignored, no dataset or subscriber "
                      delimited by size
                    "or a bad needed-by time: " delimited by size
                    subscriber-record delimited by size
               into trigger-report-line
             end-string
             perform emit-report-line
             exit paragraph
           end-if
           if subscription-count >= subscription-max
             add 1 to subscriber-errors
             display "euler-trigger-report: more than "
                     subscription-max " subscriptions, "
                     function trim (su-subscriber) " on "
                     function trim (su-dataset) " not reported"
             exit paragraph
           end-if
           add 1 to subscription-count
           move su-dataset to sb-dataset (subscription-count)
           move su-subscriber to sb-subscriber (subscription-count)
           if su-needed-by = spaces
             move 'N' to sb-has-deadline (subscription-count)
             move 0 to sb-needed-by (subscription-count)
           else
             move 'Y' to sb-has-deadline (subscription-count)
             move su-needed-by to sb-needed-by (subscription-count)
           end-if
           move spaces to sb-verdict (subscription-count).

      ******************************************************************
      * The date's triggers: a later one for the same dataset (a
      * rerun that published again) replaces the earlier.
      ******************************************************************
       load-fired-triggers.
           move "00" to trigger-status
           open input trigger-file
           if trigger-status is not equal to "00"
             display "euler-trigger-report: no TRIGGERS, file status "
                     trigger-status " - nothing has fired"
             exit paragraph
           end-if
           move 'N' to read-switch
           perform read-one-trigger until read-at-end
           close trigger-file.

       read-one-trigger.
           move "TRIGGERS" to io-dataset
           perform count-io-read
           read trigger-file
             at end
               move 'Y' to read-switch
             not at end
               if tr-proc-date is numeric
                 and tr-proc-date = report-proc-date
                 perform note-fired-trigger
               end-if
           end-read.

       note-fired-trigger.
           perform varying fired-scan from 1 by 1
                   until fired-scan > fired-count
             if fi-dataset (fired-scan) = tr-dataset
               exit perform
             end-if
           end-perform
           if fired-scan > fired-count
             if fired-count >= fired-max
               display "euler-trigger-report: more than " fired-max
                       " datasets fired, " function trim (tr-dataset)
                       " not reported"
               exit paragraph
             end-if
             add 1 to fired-count
             move fired-count to fired-scan
             move tr-dataset to fi-dataset (fired-scan)
             move 0 to fi-times (fired-scan)
             move 'N' to fi-subscribed (fired-scan)
           end-if
           add 1 to fi-times (fired-scan)
           move tr-run-id to fi-run-id (fired-scan)
           move tr-program to fi-program (fired-scan)
           move tr-stamp to fi-stamp (fired-scan)
           move tr-offset to fi-offset (fired-scan)
           move tr-count to fi-count (fired-scan)
           move tr-hash to fi-hash (fired-scan).

      ******************************************************************
      * One subscription against what fired.
      ******************************************************************
       judge-one-subscription.
           perform varying fired-scan from 1 by 1
                   until fired-scan > fired-count
             if fi-dataset (fired-scan)
                 = sb-dataset (subscription-scan)
               exit perform
             end-if
           end-perform
           move spaces to trigger-report-line
           move sb-dataset (subscription-scan)
             to trigger-report-line (1:20)
           move sb-subscriber (subscription-scan)
             to trigger-report-line (22:20)
           if sb-has-deadline (subscription-scan) = 'Y'
             move sb-needed-by (subscription-scan)
               to trigger-report-line (43:6)
           end-if
           if fired-scan <= fired-count
             add 1 to subscriptions-fired
             move 'Y' to fi-subscribed (fired-scan)
             move "FIRED" to sb-verdict (subscription-scan)
             move fi-run-id (fired-scan)
               to trigger-report-line (59:14)
             move fi-stamp (fired-scan)
               to trigger-report-line (74:14)
             move fi-offset (fired-scan)
               to trigger-report-line (117:5)
             move fi-count (fired-scan) to number-edit
             move number-edit to trigger-report-line (89:9)
             move fi-hash (fired-scan) to hash-edit
             move hash-edit to trigger-report-line (100:9)
             move fi-times (fired-scan) to count-edit
             move count-edit to trigger-report-line (112:3)
           else
             add 1 to subscriptions-unfired
             move "UNFIRED" to sb-verdict (subscription-scan)
             if sb-has-deadline (subscription-scan) = 'Y'
               perform judge-deadline
             end-if
           end-if
           move sb-verdict (subscription-scan)
             to trigger-report-line (50:8)
           perform emit-report-line.

      * The needed-by time on the processing date, read at the
      * offset in force now and compared in UTC seconds, the way
      * every other deadline in the suite is judged.
       judge-deadline.
           move report-proc-date to deadline-date
           move sb-needed-by (subscription-scan) to deadline-clock
           move deadline-stamp to uc-in-stamp
           move spaces to uc-in-offset
           perform stamp-to-utc-seconds
           if uc-now-seconds > uc-in-seconds
             add 1 to subscriptions-overdue
             move "OVERDUE" to sb-verdict (subscription-scan)
           end-if.

       report-one-unsubscribed.
           if fi-subscribed (fired-scan) = 'Y'
             exit paragraph
           end-if
           add 1 to triggers-unsubscribed
           move spaces to trigger-report-line
           move fi-dataset (fired-scan) to trigger-report-line (1:20)
           move fi-program (fired-scan)
             to trigger-report-line (22:20)
           move fi-run-id (fired-scan) to trigger-report-line (59:14)
           move fi-stamp (fired-scan) to trigger-report-line (74:14)
           move fi-offset (fired-scan) to trigger-report-line (117:5)
           move fi-count (fired-scan) to number-edit
           move number-edit to trigger-report-line (89:9)
           move fi-hash (fired-scan) to hash-edit
           move hash-edit to trigger-report-line (100:9)
           move fi-times (fired-scan) to count-edit
           move count-edit to trigger-report-line (112:3)
           perform emit-report-line.

       write-report-summary.
           move spaces to trigger-report-line
           perform emit-report-line
           move subscriptions-fired to count-edit
           move subscriptions-unfired to count-edit-2
           move subscriptions-overdue to count-edit-3
           move spaces to trigger-report-line
           string "subscriptions fired: " delimited by size
                  function trim (count-edit) delimited by size
                  "  unfired: " delimited by size
                  function trim (count-edit-2) delimited by size
                  " (overdue: " delimited by size
                  function trim (count-edit-3) delimited by size
                  ")" delimited by size
             into trigger-report-line
           end-string
           perform emit-report-line
           if subscriber-errors > 0
             move subscriber-errors to count-edit
             move spaces to trigger-report-line
             string "TRIGGERSUBS entries ignored: " delimited by size
                    function trim (count-edit) delimited by size
               into trigger-report-line
             end-string
             perform emit-report-line
           end-if.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.
           copy utc-clock-procedure.

       end program euler-trigger-report.
