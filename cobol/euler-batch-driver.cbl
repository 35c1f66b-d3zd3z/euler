      * return code.  Entries are taken strictly in queue order, so
      * any future long scanner queues work the same way: slices
      * first, roll-up last.
      *
      * 15 October 2026 - euler-standby-ship joined the compiled-in
      * stream as its last class-2 step, shipping the night's
      * ledger and alert-history delta to the standby site, and the
      * step tables widened from 40 to 80 slots ahead of the next
      * programs.
      *
      * 15 October 2026 - euler-cross-recon runs as a class-2 step
      * straight after euler-answer-check, checking the night's
      * answers against each other and against the shared datasets
      * they should agree with.
      *
      * 15 October 2026 - euler-capacity-report joined the stream as a
      * class-2 step after euler-report-retain; RUNCALENDAR puts it on
      * its weekly day.
      *
      * 15 October 2026 - The step table in force is published to
      * STEPGRAPH every time it is loaded, dependencies and conditions
      * included, for the impact and critical-path reports.
      *
      * 15 October 2026 - euler-problem-042 joined the compiled-in
      * stream as a class-1 step after euler-problem-029; the class-2
      * steps move down one.
      *
      * 15 October 2026 - euler-problem-082 joined the compiled-in
      * stream between problems 81 and 83.
      *
      * 15 October 2026 - euler-problem-096 joined the compiled-in
      * stream after problem 83.
      *
      * 15 October 2026 - euler-problem-099 joined the compiled-in
      * stream after problem 96.
      *
      * 15 October 2026 - euler-problem-059 joined the compiled-in
      * stream after problem 42.
      *
      * 15 October 2026 - euler-problem-054 joined the compiled-in
      * stream after problem 42.
      *
      * 15 October 2026 - euler-problem-031 joined the compiled-in
      * stream after problem 29.
      *
      * 15 October 2026 - euler-problem-055 joined the compiled-in
      * stream after problem 54.
      *
      * 15 October 2026 - The Mersenne prime test joined the
      * compiled-in stream after problem 99.
      *
      * 15 October 2026 - euler-problem-050 joined the compiled-in
      * stream after the Mersenne test, with AFTER=euler-prime-gen.
      *
      * 15 October 2026 - Problems 35 and 37 (euler-digit-primes)
      * joined the compiled-in stream after problem 50, with
      * AFTER=euler-prime-gen.
      *
      * 15 October 2026 - euler-journal-recon runs as a class-2 step
      * after euler-ledger-spill-sweep, matching the night's journaled
      * attempts against the ledger rows they left.  It has no
      * dependency, since a failed step is exactly when the check
      * matters.
      *
      * 15 October 2026 - euler-report-publish runs as a class-2 step
      * straight after euler-report-retain, rendering the morning
      * report set as intranet pages from the copies just retained.
      *
      * 15 October 2026 - The compiled-in step table, every program
      * the suite knows how to CALL, is published to MODULELIST each
      * time it is built, so euler-module-audit can prove each
      * one is built, loadable and no older than its source before
      * euler-preflight lets the stream start.
      *
      * 15 October 2026 - Hard step time limits: a STEPTABLE entry
      * can carry TIMEOUT=seconds, and such a step is run through
      * euler-step-supervise in a process of its own instead of
      * CALLed, and cancelled once the limit passes.  A cancelled
      * step is journaled with return code 0999, which no program in
      * the suite sets, raises a CRIT (TIMEOUT), counts as failed and
      * is not retried.  The stream carries on: COND clauses see the
      * 0999 like any failure, and a step whose AFTER names a
      * cancelled step - or a step held for one - is held back too,
      * since a producer cut off mid-write may have left its output
      * half-built.  A step that checkpoints keeps its checkpoint,
      * so its rerun resumes instead of starting over.
      *
      * 15 October 2026 - Input-arrival gate: a STEPTABLE entry can
      * carry ARRIVAL=path,hhmmss,policy naming a data/ file the
      * step reads that is delivered from outside overnight.  The
      * step waits at its turn - and with it every step after it,
      * its dependents included - until that file is on hand,
      * written no earlier than the processing date, and passes
      * euler-data-validate; a delivery that passes is kept as
      * path.LKG, the last known good.  Past the hhmmss deadline
      * the step's policy applies: LKG puts the last known good back
      * in place (a failed delivery is kept aside as path.REJECT)
      * and runs the step with a WARN (ARRLATE); SKIP, or LKG with
      * no last known good to fall back on, skips the step with a
      * CRIT (ARRSKIP) and holds every step whose AFTER names it.
      * The waiting is done in the step's own turn, not by running
      * later steps around it, so the checkpoint still means "every
      * step before this index is done".
      *
      * 15 October 2026 - After every attempt the driver gives back
      * any dataset enqueue the step still holds (see enqueue.cpy):
      * a CALLed step runs in the driver's own process, so one that
      * ends on an error path without its dequeue would otherwise
      * keep its datasets from every other job until the stream
      * ends.
      *
      * 15 October 2026 - SWEEP rows (euler-param-sweep) stay out of the
      * forecast averages like BENCH rows.
      *
      * 15 October 2026 - Clock changes: STEPJOURNAL and STREAMLOCK
      * stamps carry their UTC offset (see utc-clock.cpy), a step's
      * SLA elapsed time and the stream lock's staleness are taken
      * in UTC seconds, and the deadline, arrival deadlines,
      * latest-finish commitments and the work-queue window are
      * resolved to UTC moments anchored on the stream's start date
      * instead of compared as bare times of day.  The fall-back
      * night no longer journals attempts that end before they
      * start, nor stops a stream whose deadline sits just before
      * its start when the repeated hour brings the clock round to
      * it again.
      *
      * 15 October 2026 - euler-problem-089 joined the compiled-in
      * stream after problems 35 and 37.
      *
      * 15 October 2026 - Problems 48 and 97 (euler-last-digits)
      * joined the compiled-in stream after problem 89.
      *
      * 15 October 2026 - euler-problem-098 joined the compiled-in
      * stream after problems 48 and 97.
      *
      * 15 October 2026 - Work-queue and forecast clock changes: a
      * WORKQUEUE entry's run stamp is written with its UTC offset
      * (appended after the control card, so hand-written PENDING
      * entries read as before), and the forecast's projected end
      * is taken in UTC seconds from now plus the predicted total
      * and turned back to a local date and time of day at the
      * offset in force now.  The console shows, and FORECASTLOG
      * keeps, the end date and offset beside the time, so a
      * projection past midnight or across the fall-back hour names
      * one moment.
      *
      * 15 October 2026 - An ARRIVAL path is put to
      * euler-data-validate as the STEPTABLE is loaded, and one that is
      * not in its dataset table, spelled as the table spells it,
      * rejects the STEPTABLE there and then - such a delivery could
      * never validate, so the step would otherwise be skipped with
      * ARRSKIP every night.
       identification division.
       program-id. euler-batch-driver.

           select step-table-file assign to "STEPTABLE"
               organization line sequential
               file status step-table-status.
           select step-graph-file assign to "STEPGRAPH"
               organization line sequential
               file status step-graph-status.
           select module-list-file assign to "MODULELIST"
               organization line sequential
               file status module-list-status.
           select alert-file assign to "ALERTS"
               organization line sequential
               file status alert-status.
       fd  step-table-file
           label records are omitted.
       01 step-table-record            pic x(120).
       fd  step-graph-file
           label records are omitted.
       01 step-graph-record            pic x(120).
       fd  module-list-file
           label records are omitted.
       01 module-list-record           pic x(80).
           copy alert-file-fd.
           copy alert-history-fd.
           copy oncall-fd.
         02 sl-submitter            pic x(8).
         02 filler                  pic x.
         02 sl-start-stamp          pic x(14).
         02 filler                  pic x.
         02 sl-start-offset         pic x(5).
       fd  lock-override-file
           label records are omitted.
       01 lock-override-record     pic x(80).
         02 wq-stamp                pic x(14).
         02 filler                  pic x.
         02 wq-card                 pic x(102).
         02 filler                  pic x.
         02 wq-offset               pic x(5).
       fd  queue-card-file
           label records are omitted.
       01 queue-card-record        pic x(102).
         02 sj-attempt              pic 99.
         02 filler                  pic x.
         02 sj-resumed              pic x.
         02 filler                  pic x.
         02 sj-start-offset         pic x(5).
         02 filler                  pic x.
         02 sj-end-offset           pic x(5).
       fd  sla-table-file
           label records are omitted.
       01 sla-table-record         pic x(60).
         02 fl-predicted            pic 9(9).
         02 filler                  pic x.
         02 fl-projected-end        pic 9(6).
         02 filler                  pic x.
         02 fl-end-date             pic 9(8).
         02 filler                  pic x.
         02 fl-end-offset           pic x(5).
       fd  config-snapshot-file
           label records are omitted.
       01 config-snapshot-record.
           copy alert-record.
           copy date-arithmetic.
           copy message-log.
           copy enqueue.
           copy utc-clock.
       01 step-table.
         02 step-entry occurs 80 times pic x(20) value spaces.
         02 step-class occurs 80 times pic 9     value 0.
           88 step-is-independent   value 1.
           88 step-is-dependent     value 2.
         02 step-on-calendar occurs 80 times pic x value 'Y'.
           88 step-runs-today       value 'Y'.
         02 step-attempts occurs 80 times pic 99 value 0.
         02 step-passed occurs 80 times pic x value space.
           88 step-did-pass         value 'Y'.
         02 step-depends occurs 80 times pic x(60) value spaces.
         02 step-cond-type occurs 80 times pic x(8) value spaces.
         02 step-cond-target occurs 80 times pic x(20)
              value spaces.
         02 step-cond-value occurs 80 times pic 99 comp-5
              value 0.
         02 step-return-code occurs 80 times pic 9(4) comp-5
              value 0.
         02 step-ran occurs 80 times pic x value 'N'.
         02 step-timeout occurs 80 times pic 9(5) value 0.
         02 step-cancel-state occurs 80 times pic x value space.
           88 step-was-cancelled    value 'C'.
           88 step-was-held         value 'H'.
           88 step-missed-input     value 'S'.
         02 step-arrival-path occurs 80 times pic x(60)
              value spaces.
         02 step-arrival-deadline occurs 80 times pic 9(6)
              value 0.
         02 step-arrival-policy occurs 80 times pic x(4)
              value spaces.
       01 step-count               pic 99 comp-5 value 80.
       01 i                        pic 99 comp-5.
       01 start-step               pic 99 comp-5 value 1.
       01 steps-completed          pic 99 comp-5 value 0.
       01 processing-date          pic x(8).
       01 stop-request-status      pic xx.
       01 deadline-hhmmss          pic 9(9) value 0.
       01 stream-stop-switch       pic x value 'N'.
         88 stream-stopped          value 'Y'.
       01 stream-start-hhmmss      pic 9(6).
       01 rerun-mode               pic x(10) value spaces.
         88 rerun-failed-only       value "FAILED".
       01 step-rerun-flags.
         02 step-needs-rerun occurs 80 times pic x value 'Y'.
       01 steps-skipped-rerun      pic 99 comp-5 value 0.
       01 rerun-row-found          pic x.
       01 rerun-row-flag           pic x.
       01 step-journal-status      pic xx.
       01 attempt-start-stamp      pic x(14).
       01 attempt-start-offset     pic x(5).
       01 stream-was-resumed       pic x value 'N'.

      * The service levels in force, aligned with the step table:
       01 sla-table-switch         pic x.
         88 sla-table-at-end        value 'Y'.
       01 sla-values.
         02 sla-target occurs 80 times pic 9(9) comp-5 value 0.
         02 sla-latest occurs 80 times pic 9(6) comp-5 value 0.
       01 sla-entry-fields.
         02 sla-name-text          pic x(20).
         02 sla-target-text        pic x(10).
         02 sla-latest-text        pic x(10).
         02 sla-scan               pic 99 comp-5.
       01 step-start-stamp         pic x(14).
       01 step-start-seconds       pic s9(11) comp-5.
       01 sla-elapsed-seconds      pic s9(9) comp-5.
       01 sla-elapsed-hundredths   pic 9(12) comp-5.

      * A wall-clock commitment - the deadline, an arrival
      * deadline, a latest-finish - resolved to its moment in UTC
      * seconds by resolve-clock-commitment.
       01 commitment-hhmmss        pic 9(6).
       01 commitment-date          pic 9(8).
       01 commitment-seconds       pic s9(11) comp-5.
       01 sla-edit                 pic z(9)9.
       01 forecast-fields.
         02 forecast-rows          pic 9(5) comp-5.
         02 forecast-stream-total  pic 9(12) comp-5.
         02 forecast-steps-listed  pic 99 comp-5.
         02 forecast-unknown-steps pic 99 comp-5.
         02 forecast-end-utc       pic s9(11) comp-5.
         02 forecast-end-local     pic s9(11) comp-5.
         02 forecast-end-days      pic 9(9) comp-5.
         02 forecast-end-seconds   pic 9(9) comp-5.
         02 forecast-end-date      pic 9(8).
         02 forecast-end-offset    pic x(5).
         02 forecast-end-hh        pic 99.
         02 forecast-end-mm        pic 99.
         02 forecast-end-ss        pic 99.
      * table build-step-table fills is kept aside in known-programs
      * as the list of names a STEPTABLE entry is allowed to use.
       01 step-table-status        pic xx.
       01 step-graph-status        pic xx.
       01 module-list-status       pic xx.
       01 graph-seq-text           pic 99.
       01 graph-pointer            pic 999 comp-5.
       01 step-table-switch        pic x value 'N'.
         88 step-table-at-end       value 'Y'.
       01 known-programs.
         02 known-step-name occurs 80 times pic x(20).
         02 known-step-depends occurs 80 times pic x(60).
       01 stage-table.
         02 stage-entry occurs 80 times pic x(20) value spaces.
         02 stage-class occurs 80 times pic 9 value 0.
         02 stage-depends occurs 80 times pic x(60) value spaces.
         02 stage-cond-type occurs 80 times pic x(8) value spaces.
         02 stage-cond-target occurs 80 times pic x(20)
              value spaces.
         02 stage-cond-value occurs 80 times pic 99 comp-5
              value 0.
         02 stage-timeout occurs 80 times pic 9(5) value 0.
         02 stage-arrival-path occurs 80 times pic x(60)
              value spaces.
         02 stage-arrival-deadline occurs 80 times pic 9(6)
              value 0.
         02 stage-arrival-policy occurs 80 times pic x(4)
              value spaces.
       01 stage-count              pic 99 comp-5 value 0.
       01 stage-valid-switch       pic x value 'Y'.
         88 stage-is-valid          value 'Y'.
         02 stg-seq-text           pic x(10).
         02 stg-name-text          pic x(20).
         02 stg-class-text         pic x(10).
         02 stg-after-text         pic x(80).
         02 stg-cond-text          pic x(40).
         02 stg-limit-text         pic x(40).
         02 stg-arrival-text       pic x(80).
         02 stg-arrival-deadline   pic x(10).
         02 stg-arrival-policy     pic x(10).
         02 stg-clause-tag         pic x(10).
         02 stg-clause-value       pic x(80).
         02 stg-cond-kind          pic x(8).
         02 stg-cond-detail        pic x(20).
         02 stg-seq                pic 99.
       01 steps-skipped-condition  pic 99 comp-5 value 0.
       01 cond-target-step         pic 99 comp-5.

      * The hard time limit (see euler-step-supervise): the
      * return code a cancelled step is journaled with, and the
      * supervisor's reply.
       01 step-timeout-code        pic 9(4) value 999.
       01 supervised-rc            pic 9(4).
       01 supervised-timed-out     pic x.
       01 limit-seconds-text       pic 9(5).
       01 steps-cancelled          pic 99 comp-5 value 0.
       01 steps-held-cancelled     pic 99 comp-5 value 0.
       01 steps-skipped-input      pic 99 comp-5 value 0.
       01 producer-hold-switch     pic x.
         88 step-held-by-producer   value 'Y'.

      * The input-arrival gate's working fields.  The file's stamp
      * comes from CBL_CHECK_FILE_EXIST, as in euler-checkpoint-tool.
       01 arrival-poll-seconds     pic 9(4) comp-5 value 60.
       01 arrival-outcome          pic x.
         88 arrival-was-good        value 'G'.
         88 arrival-use-lkg         value 'L'.
         88 arrival-skip-step       value 'S'.
         88 arrival-stopped         value 'X'.
       01 arrival-file-name        pic x(80).
       01 arrival-lkg-name         pic x(80).
       01 arrival-reject-name      pic x(80).
       01 arrival-file-info.
         02 afi-size               pic x(8) comp-x.
         02 afi-day                pic x comp-x.
         02 afi-month              pic x comp-x.
         02 afi-year               pic xx comp-x.
         02 afi-hour               pic x comp-x.
         02 afi-minute             pic x comp-x.
         02 afi-second             pic x comp-x.
         02 afi-hund               pic x comp-x.
       01 arrival-stamp.
         02 as-year                pic 9(4).
         02 as-month               pic 99.
         02 as-day                 pic 99.
         02 as-hour                pic 99.
         02 as-minute              pic 99.
         02 as-second              pic 99.
       01 arrival-last-tried       pic x(14).
       01 arrival-present-switch   pic x.
         88 arrival-is-present      value 'Y'.
       01 arrival-rejected-switch  pic x.
         88 arrival-was-rejected    value 'Y'.
       01 arrival-deadline-switch  pic x.
         88 arrival-deadline-passed value 'Y'.
       01 arrival-validate-path    pic x(60).
       01 arrival-known-query      pic x value 'K'.

      * The step-table fingerprint the checkpoint carries: the
      * table's bytes folded position-weighted into nine digits,
      * cheap to recompute and different for any reorder, rename or
       01 lock-holder-run-id       pic x(14).
       01 lock-holder-submitter    pic x(8).
       01 lock-holder-stamp        pic x(14).
       01 lock-holder-offset       pic x(5).
       01 lock-newest-activity     pic x(14) value spaces.
       01 lock-newest-offset       pic x(5) value spaces.
       01 lock-stale-switch        pic x.
         88 lock-is-stale           value 'Y'.
       01 lock-journal-switch      pic x.
         88 lock-journal-at-end     value 'Y'.
       01 lock-override-choice     pic x(10).
       01 lock-override-path       pic x(80).
       01 lock-activity-seconds    pic s9(11) comp-5.
      * A holder with no journal activity for this many seconds is
      * presumed dead and its lock stale.
       01 lock-stale-seconds       pic 9(9) comp-5 value 7200.
           03 qe-status             pic x(8).
           03 qe-stamp              pic x(14).
           03 qe-card               pic x(102).
           03 qe-offset             pic x(5).
       01 queue-entry-count        pic 99 comp-5 value 0.
       01 queue-scan               pic 99 comp-5.
       01 queue-taken              pic 99 comp-5 value 0.
       01 queue-stop-switch        pic x value 'N'.
         88 queue-window-spent      value 'Y'.
       01 saved-card-path          pic x(80).
       01 batch-restart-status     pic xx.
       01 steps-failed-edit        pic z9.
       01 steps-skipped-edit       pic z9.
           end-if
           move control-param-1 to retry-limit
           perform build-step-table
           perform publish-module-list
           perform load-step-table
           perform publish-step-graph
           perform load-sla-table
           perform load-run-calendar
           if rerun-failed-only
      * the dependencies below say so.
           move "euler-problem-027"  to step-entry (29)
           move "euler-problem-029"  to step-entry (30)
      * Problem 31 reads its denomination table and spells its
      * target through number-to-english; nothing upstream.
           move "euler-problem-031"  to step-entry (31)
      * Problem 42 reads its word list through 022's reader and
      * edit pass; it depends on nothing upstream.
           move "euler-problem-042"  to step-entry (32)
           move "euler-problem-054"  to step-entry (33)
           move "euler-problem-055"  to step-entry (34)
           move "euler-problem-059"  to step-entry (35)
           move "euler-problem-081"  to step-entry (36)
           move "euler-problem-082"  to step-entry (37)
           move "euler-problem-083"  to step-entry (38)
           move "euler-problem-096"  to step-entry (39)
           move "euler-problem-099"  to step-entry (40)
      * The Mersenne test reads euler-prime-gen's PRIMESFILE for
      * its exponents, like the other prime problems.
           move "euler-mersenne-test" to step-entry (41)
      * Problem 50 walks PRIMESFILE and reads PRIMESINDEX by key;
      * it does not regenerate them, so it waits on euler-prime-gen.
           move "euler-problem-050"  to step-entry (42)
      * Problems 35 and 37 share one step, each answer on its own
      * ledger row; PRIMESFILE again.
           move "euler-digit-primes" to step-entry (43)
      * Problem 89 reads its numeral file and CALLs roman-numeral;
      * nothing upstream.
           move "euler-problem-089"  to step-entry (44)
      * Problems 48 and 97 need no input at all; nothing upstream.
           move "euler-last-digits"  to step-entry (45)
      * Problem 98 reads the word list euler-problem-042 reads;
      * nothing upstream writes it.
           move "euler-problem-098"  to step-entry (46)
           move "euler-answer-check" to step-entry (47)
      * The cross-program reconciliation checks the night's answers
      * against each other once every problem step has booked its
      * row.
           move "euler-cross-recon"  to step-entry (48)
           move "euler-turnover"     to step-entry (49)
           move "euler-report-retain" to step-entry (50)
      * The intranet publication renders the morning set from the
      * copies euler-report-retain has just saved.
           move "euler-report-publish" to step-entry (51)
      * The weekly capacity report measures the files the night
      * has just written; RUNCALENDAR keeps it to its one day.
           move "euler-capacity-report" to step-entry (52)
      * The spill sweeper folds any rows that lost the ledger lock
      * fight back in before the next night needs them; with
      * nothing spilled it is a no-op.
           move "euler-ledger-spill-sweep" to step-entry (53)
      * The journal reconciliation matches the night's journaled
      * attempts against the ledger rows they left; it follows the
      * sweeper, so a row still on LEDGERSPILL really was missed.
           move "euler-journal-recon" to step-entry (54)
      * The close-out publishes the night's processing date once
      * the reconciliation is on record; it must run after
      * euler-answer-check, and the dependency says so.
           move "euler-date-close"   to step-entry (55)
      * The standby delta goes last, once everything the night
      * writes to the ledger and the alert history is there.
           move "euler-standby-ship" to step-entry (56)
           move 56                   to step-count

           perform varying i from 1 by 1 until i > 46
             move 1 to step-class (i)
           end-perform
           perform varying i from 47 by 1 until i > 56
             move 2 to step-class (i)
           end-perform

      * The declared dependencies - what used to live only in the
      * ordering comments above: 007, 012, 027, 029, 050, the
      * Mersenne test and euler-digit-primes read euler-prime-gen's
      * PRIMESFILE, and 023 cross-checks euler-problem-021's
      * ABUNDANTLIST export.
           move "euler-prime-gen" to step-depends (8)
           move "euler-prime-gen" to step-depends (13)
           move "euler-problem-021" to step-depends (24)
           move "euler-prime-gen" to step-depends (29)
           move "euler-prime-gen" to step-depends (41)
           move "euler-prime-gen" to step-depends (42)
           move "euler-prime-gen" to step-depends (43)
           move "euler-answer-check" to step-depends (48)
           move "euler-answer-check" to step-depends (55)
           perform count-steps-by-class.

      * Read an external STEPTABLE, if one is there, and replace the
      * compiled-in step table with it.  Each record carries the step
      * sequence (01 up to the table's 80 slots), the program name,
      * and the job class; the
      * whole dataset is rejected, with the compiled-in table left in
      * force, if any entry fails validation - half a stream is worse
             exit paragraph
           end-if

           perform varying stg-scan from 1 by 1 until stg-scan > 80
             move step-entry (stg-scan) to known-step-name (stg-scan)
             move step-depends (stg-scan)
               to known-step-depends (stg-scan)
             move spaces to stage-entry (stg-scan)
             move 0 to stage-class (stg-scan)
             move spaces to stage-depends (stg-scan)
             move 0 to stage-timeout (stg-scan)
             move spaces to stage-arrival-path (stg-scan)
             move 0 to stage-arrival-deadline (stg-scan)
             move spaces to stage-arrival-policy (stg-scan)
           end-perform
           move 0 to stage-count
           move 'Y' to stage-valid-switch
             if stage-entry (i) is not equal to spaces
               and stage-depends (i) = spaces
               perform varying stg-scan from 1 by 1
                       until stg-scan > 80
                 if known-step-name (stg-scan) = stage-entry (i)
                   move known-step-depends (stg-scan)
                     to stage-depends (i)
             exit paragraph
           end-if

           perform varying i from 1 by 1 until i > 80
             move stage-entry (i) to step-entry (i)
             move stage-class (i) to step-class (i)
             move stage-depends (i) to step-depends (i)
             move stage-cond-type (i) to step-cond-type (i)
             move stage-cond-target (i) to step-cond-target (i)
             move stage-cond-value (i) to step-cond-value (i)
             move stage-timeout (i) to step-timeout (i)
             move stage-arrival-path (i) to step-arrival-path (i)
             move stage-arrival-deadline (i)
               to step-arrival-deadline (i)
             move stage-arrival-policy (i)
               to step-arrival-policy (i)
           end-perform
           move stage-count to step-count
           display "euler-batch-driver: running the STEPTABLE "
                   "step table, " stage-count " steps"
           perform count-steps-by-class.

      * STEPGRAPH is the step table actually in force - compiled-in
      * or STEPTABLE, with every entry's dependencies and condition
      * spelled out - in STEPTABLE's own record shape, rewritten
      * every time the driver loads its table (a FORECAST=Y run
      * refreshes it without running anything).  The impact and
      * critical-path reports read the graph from here rather than
      * carrying their own copy of this table.
       publish-step-graph.
           move "00" to step-graph-status
           open output step-graph-file
           if step-graph-status is not equal to "00"
             display "euler-batch-driver: STEPGRAPH open failed, "
                     "file status " step-graph-status
             exit paragraph
           end-if
           perform varying i from 1 by 1 until i > step-count
             if step-entry (i) is not equal to spaces
               perform write-one-graph-entry
             end-if
           end-perform
           close step-graph-file.

       write-one-graph-entry.
           move i to graph-seq-text
           move spaces to step-graph-record
           move 1 to graph-pointer
           string graph-seq-text delimited by size
                  " " delimited by size
                  function trim (step-entry (i)) delimited by size
                  " " delimited by size
                  step-class (i) delimited by size
             into step-graph-record with pointer graph-pointer
           end-string
           if step-depends (i) is not equal to spaces
             string " AFTER=" delimited by size
                    function trim (step-depends (i)) delimited by size
               into step-graph-record with pointer graph-pointer
             end-string
           end-if
           evaluate step-cond-type (i)
             when "IFFAIL"
             when "IFPASS"
               string " COND=" delimited by size
                      function trim (step-cond-type (i))
                        delimited by size
                      ":" delimited by size
                      function trim (step-cond-target (i))
                        delimited by size
                 into step-graph-record with pointer graph-pointer
               end-string
             when "MAXFAIL"
               move step-cond-value (i) to graph-seq-text
               string " COND=MAXFAIL:" delimited by size
                      graph-seq-text delimited by size
                 into step-graph-record with pointer graph-pointer
               end-string
           end-evaluate
           if step-timeout (i) > 0
             move step-timeout (i) to limit-seconds-text
             string " TIMEOUT=" delimited by size
                    limit-seconds-text delimited by size
               into step-graph-record with pointer graph-pointer
             end-string
           end-if
           if step-arrival-path (i) is not equal to spaces
             string " ARRIVAL=" delimited by size
                    function trim (step-arrival-path (i))
                      delimited by size
                    "," delimited by size
                    step-arrival-deadline (i) delimited by size
                    "," delimited by size
                    function trim (step-arrival-policy (i))
                      delimited by size
               into step-graph-record with pointer graph-pointer
             end-string
           end-if
           move "STEPGRAPH" to io-dataset
           perform count-io-write
           write step-graph-record.

      * MODULELIST is the compiled-in table, one program name per
      * line, written before any STEPTABLE replaces it - a STEPTABLE
      * may only name programs from this list, so it is the whole
      * set of load modules a stream could CALL.
       publish-module-list.
           move "00" to module-list-status
           open output module-list-file
           if module-list-status is not equal to "00"
             display "euler-batch-driver: MODULELIST open failed, "
                     "file status " module-list-status
             exit paragraph
           end-if
           perform varying i from 1 by 1 until i > step-count
             if step-entry (i) is not equal to spaces
               move step-entry (i) to module-list-record
               move "MODULELIST" to io-dataset
               perform count-io-write
               write module-list-record
             end-if
           end-perform
           close module-list-file.

      * Every staged consumer's producers must appear earlier in
      * the staged table; a producer ordered after its consumer
      * (the July incident) rejects the dataset, a producer simply
           end-evaluate.

       read-one-step-entry.
           move "STEPTABLE" to io-dataset
           perform count-io-read
           read step-table-file
             at end
               move 'Y' to step-table-switch
           move spaces to stg-class-text
           move spaces to stg-after-text
           move spaces to stg-cond-text
           move spaces to stg-limit-text
           move spaces to stg-arrival-text
           unstring step-table-record delimited by all " "
             into stg-seq-text stg-name-text stg-class-text
                  stg-after-text stg-cond-text stg-limit-text
                  stg-arrival-text
           end-unstring

           if stg-seq-text (1:2) is not numeric
             exit paragraph
           end-if
           move stg-seq-text (1:2) to stg-seq
           if stg-seq < 1 or stg-seq > 80
             display "euler-batch-driver: STEPTABLE sequence out of "
                     "range: " step-table-record
             move 'N' to stage-valid-switch
           end-if
           move stg-class-text (1:1) to stg-class

           perform varying stg-scan from 1 by 1 until stg-scan > 80
             if known-step-name (stg-scan) = stg-name-text
               and stg-name-text is not equal to spaces
               exit perform
             end-if
           end-perform
           if stg-scan > 80
             display "euler-batch-driver: STEPTABLE names a program "
                     "not known to the suite: " stg-name-text
             move 'N' to stage-valid-switch

           move stg-name-text to stage-entry (stg-seq)
           move stg-class to stage-class (stg-seq)
      * The optional clauses after the class, in any order:
      * AFTER=prog,prog names this step's producers,
      * COND=IFFAIL:prog / COND=IFPASS:prog / COND=MAXFAIL:n gates
      * the step on earlier return codes, TIMEOUT=seconds puts
      * it under a hard time limit and ARRIVAL=path,hhmmss,policy
      * gates it on an overnight delivery; anything else there is a
      * mistake worth rejecting the dataset over.
           if stg-after-text is not equal to spaces
             move stg-after-text to stg-clause-value
             move stg-cond-text to stg-clause-value
             perform apply-one-step-clause
           end-if
           if stg-limit-text is not equal to spaces
             move stg-limit-text to stg-clause-value
             perform apply-one-step-clause
           end-if
           if stg-arrival-text is not equal to spaces
             move stg-arrival-text to stg-clause-value
             perform apply-one-step-clause
           end-if
           if not stage-is-valid
             exit paragraph
           end-if
               end-if
             when "COND"
               perform apply-step-condition-clause
             when "ARRIVAL"
               perform apply-step-arrival-clause
             when "TIMEOUT"
               if stg-clause-value (1:1) is numeric
                 and function numval (stg-clause-value) > 0
                 and function numval (stg-clause-value) <= 99999
                 compute stage-timeout (stg-seq) =
                     function numval (stg-clause-value)
               else
                 perform reject-step-clause
               end-if
             when other
               perform reject-step-clause
           end-evaluate.
               perform reject-step-clause
           end-evaluate.

      * ARRIVAL=path,hhmmss,policy - the policy LKG or SKIP.
       apply-step-arrival-clause.
           move spaces to stage-arrival-path (stg-seq)
           move spaces to stg-arrival-deadline
           move spaces to stg-arrival-policy
           unstring stg-clause-value delimited by ","
             into stage-arrival-path (stg-seq)
                  stg-arrival-deadline stg-arrival-policy
           end-unstring
           if stage-arrival-path (stg-seq) = spaces
             or stg-arrival-deadline (1:6) is not numeric
             or stg-arrival-deadline (7:4) is not equal to spaces
             or (stg-arrival-policy is not equal to "LKG"
                 and stg-arrival-policy is not equal to "SKIP")
             move spaces to stage-arrival-path (stg-seq)
             perform reject-step-clause
             exit paragraph
           end-if
           move stg-arrival-deadline (1:6)
             to stage-arrival-deadline (stg-seq)
           if stage-arrival-deadline (stg-seq) > 235959
             move spaces to stage-arrival-path (stg-seq)
             perform reject-step-clause
             exit paragraph
           end-if
           move stg-arrival-policy to stage-arrival-policy (stg-seq).

      * euler-data-validate proves a delivery only for a path in its
      * own dataset table, spelled as the table spells it; any other
      * path would skip the step every night, so it is refused now.
           move stage-arrival-path (stg-seq) to arrival-validate-path
           move 0 to return-code
           call "euler-data-validate"
             using by content arrival-validate-path
                   by content arrival-known-query
           if return-code is not equal to 0
             display "euler-batch-driver: STEPTABLE ARRIVAL path is "
                     "not a dataset euler-data-validate knows: "
                     function trim (arrival-validate-path)
             move spaces to stage-arrival-path (stg-seq)
             move 'N' to stage-valid-switch
           end-if
           move 0 to return-code.

       reject-step-clause.
           display "euler-batch-driver: STEPTABLE clause not "
                   "understood: " function trim (stg-after-text)
           end-if
           if step-entry (i) is not equal to spaces
             perform evaluate-step-condition
             perform check-cancelled-producers
             evaluate true
               when step-held-by-producer
                 display "---- " step-entry (i) " held, a producer "
                         "was cancelled at its time limit ----"
                 add 1 to steps-held-cancelled
                 move 'H' to step-cancel-state (i)
                 perform journal-condition-skip
               when step-skipped-by-cond
                 display "---- " step-entry (i) " skipped by its "
                         "COND clause ----"
                 display "---- " step-entry (i) " already passed, "
                         "skipped by RERUN=FAILED ----"
                 add 1 to steps-skipped-rerun
               when step-runs-today (i)
                 and step-arrival-path (i) is not equal to spaces
                 perform await-step-input
                 if arrival-stopped
                   exit paragraph
                 end-if
                 if arrival-skip-step
                   add 1 to steps-skipped-input
                   move 'S' to step-cancel-state (i)
                   perform journal-condition-skip
                 else
                   perform run-step-with-retries
                 end-if
               when step-runs-today (i)
                 perform run-step-with-retries
               when other
               end-if
           end-evaluate.

      * A producer named on this step's AFTER list that was
      * cancelled at its time limit tonight, was skipped for want of
      * its input delivery, or was itself held for either, holds
      * this step too.
       check-cancelled-producers.
           move 'N' to producer-hold-switch
           if step-depends (i) = spaces
             exit paragraph
           end-if
           move step-depends (i) to dep-list
           move 1 to dep-pointer
           perform until dep-pointer > 60
                      or step-held-by-producer
             move spaces to dep-name
             unstring dep-list delimited by ","
               into dep-name
               with pointer dep-pointer
             end-unstring
             if dep-name = spaces
               exit perform
             end-if
             perform varying dep-scan from 1 by 1
                     until dep-scan >= i
               if step-entry (dep-scan) = dep-name
                 and (step-was-cancelled (dep-scan)
                      or step-was-held (dep-scan)
                      or step-missed-input (dep-scan))
                 move 'Y' to producer-hold-switch
               end-if
             end-perform
           end-perform.

       find-condition-target.
           move 0 to cond-target-step
           perform varying dep-scan from 1 by 1
      * attempt 00 with a zero return code - so the timeline shows
      * the step was considered and why it has no run.
       journal-condition-skip.
           perform read-utc-clock
           move uc-now-stamp to attempt-start-stamp
           move uc-now-offset to attempt-start-offset
           move 0 to step-attempts (i)
           move 0 to return-code
           perform journal-one-attempt.
       run-step-with-retries.
           move 0 to step-attempts (i)
           move 'N' to attempt-switch
           perform read-utc-clock
           move uc-now-stamp to step-start-stamp
           move uc-now-seconds to step-start-seconds
           perform run-one-attempt
                   until step-attempt-passed
                      or step-attempts (i) > retry-limit
                      or step-was-cancelled (i)
           perform check-step-sla

           evaluate true
             when step-attempt-passed
               move 'Y' to step-passed (i)
               if step-attempts (i) > 1
                 add 1 to steps-passed-on-retry
               end-if
             when step-was-cancelled (i)
               move 'N' to step-passed (i)
               add 1 to steps-failed
               add 1 to steps-cancelled
             when other
               move 'N' to step-passed (i)
               add 1 to steps-failed
               move "CRIT" to al-severity
               move step-entry (i) to al-program
               move "ABEND" to al-code
               move spaces to al-text
               string "step failed all " delimited by size
                      step-attempts (i) delimited by size
                      " attempts" delimited by size
                 into al-text
               end-string
               perform write-alert
           end-evaluate
           add 1 to steps-completed.

       run-one-attempt.
             into ml-text
           end-string
           perform write-log-message
           perform read-utc-clock
           move uc-now-stamp to attempt-start-stamp
           move uc-now-offset to attempt-start-offset
      * The suite's programs only ever SET RETURN-CODE on failure -
      * none moves zero to it on a clean run - so it must be cleared
      * here, or a failed attempt's 16 would survive every retry and
      * bleed into every later step.
           move 0 to return-code
           if step-timeout (i) > 0
             perform run-supervised-attempt
           else
             call step-entry (i)
           end-if
           move 'R' to eq-function
           move "euler-batch-driver" to eq-program
           move return-code to eq-saved-return-code
           call "euler-enqueue" using by reference enqueue-request
           move eq-saved-return-code to return-code
           move return-code to sj-return-code
           move spaces to ml-text
           string "---- " delimited by size
             end-if
           end-if.

      ******************************************************************
      * The input-arrival gate.  Poll for the step's delivery until
      * it is on hand, fresh and valid, or the deadline passes; the
      * operator's STOPREQUEST and the stream deadline are honored
      * while waiting, and leave the step unrun for the resume.
      ******************************************************************
       await-step-input.
           move spaces to arrival-outcome
           move spaces to arrival-last-tried
           move 'N' to arrival-rejected-switch
           move step-arrival-path (i) to arrival-file-name
           move spaces to arrival-lkg-name arrival-reject-name
           string function trim (step-arrival-path (i))
                    delimited by size
                  ".LKG" delimited by size
             into arrival-lkg-name
           end-string
           string function trim (step-arrival-path (i))
                    delimited by size
                  ".REJECT" delimited by size
             into arrival-reject-name
           end-string
           move spaces to ml-text
           string "---- " delimited by size
                  function trim (step-entry (i)) delimited by size
                  " awaiting " delimited by size
                  function trim (arrival-file-name) delimited by size
                  ", deadline " delimited by size
                  step-arrival-deadline (i) delimited by size
                  " ----" delimited by size
             into ml-text
           end-string
           perform write-log-message
           perform poll-step-input until arrival-outcome
                   is not equal to space
           evaluate true
             when arrival-use-lkg
               perform restore-last-known-good
             when arrival-skip-step
               move spaces to ml-text
               string "---- " delimited by size
                      function trim (step-entry (i))
                        delimited by size
                      " skipped, " delimited by size
                      function trim (arrival-file-name)
                        delimited by size
                      " never arrived good ----" delimited by size
                 into ml-text
               end-string
               move "CRIT" to ml-severity
               perform write-log-message
               move "CRIT" to al-severity
               move step-entry (i) to al-program
               move "ARRSKIP" to al-code
               move spaces to al-text
               string "step skipped, no good " delimited by size
                      function trim (arrival-file-name)
                        delimited by size
                      " by its deadline" delimited by size
                 into al-text
               end-string
               perform write-alert
           end-evaluate.

       poll-step-input.
           perform check-step-input
           if arrival-outcome is not equal to space
             exit paragraph
           end-if
           perform check-arrival-deadline
           if arrival-deadline-passed
             if step-arrival-policy (i) = "LKG"
               call "CBL_CHECK_FILE_EXIST"
                 using arrival-lkg-name arrival-file-info
               if return-code = 0
                 move 'L' to arrival-outcome
               else
                 move 'S' to arrival-outcome
               end-if
               move 0 to return-code
             else
               move 'S' to arrival-outcome
             end-if
             exit paragraph
           end-if
           perform check-stop-conditions
           if stream-stopped
             move 'X' to arrival-outcome
             exit paragraph
           end-if
           call "C$SLEEP" using arrival-poll-seconds
           move 0 to return-code.

      * On hand, written no earlier than the processing date, and
      * not a delivery already tried and found wanting: validate it.
       check-step-input.
           move 'N' to arrival-present-switch
           call "CBL_CHECK_FILE_EXIST"
             using arrival-file-name arrival-file-info
           if return-code = 0
             and afi-size > 0
             move 'Y' to arrival-present-switch
             move afi-year to as-year
             move afi-month to as-month
             move afi-day to as-day
             move afi-hour to as-hour
             move afi-minute to as-minute
             move afi-second to as-second
           end-if
           move 0 to return-code
           if not arrival-is-present
             exit paragraph
           end-if
           if arrival-stamp (1:8) < processing-date
             exit paragraph
           end-if
           if arrival-stamp = arrival-last-tried
             exit paragraph
           end-if
           move arrival-stamp to arrival-last-tried

           move step-arrival-path (i) to arrival-validate-path
           move 0 to return-code
           call "euler-data-validate"
             using by content arrival-validate-path
           if return-code = 0
             move 'G' to arrival-outcome
             call "CBL_COPY_FILE"
               using arrival-file-name arrival-lkg-name
             move 0 to return-code
             move spaces to ml-text
             string "---- " delimited by size
                    function trim (arrival-file-name)
                      delimited by size
                    " arrived and validated, kept as last known "
                      delimited by size
                    "good ----" delimited by size
               into ml-text
             end-string
             perform write-log-message
           else
             move 0 to return-code
             move 'Y' to arrival-rejected-switch
             move "WARN" to al-severity
             move step-entry (i) to al-program
             move "ARRINVAL" to al-code
             move spaces to al-text
             string function trim (arrival-file-name)
                      delimited by size
                    " delivered but failed validation"
                      delimited by size
               into al-text
             end-string
             perform write-alert
           end-if.

      * The deadline wraps midnight relative to the stream's start,
      * the same reading check-stop-conditions gives DEADLINE.
       check-arrival-deadline.
           move 'N' to arrival-deadline-switch
           move step-arrival-deadline (i) to commitment-hhmmss
           perform resolve-clock-commitment
           if uc-now-seconds >= commitment-seconds
             move 'Y' to arrival-deadline-switch
           end-if.

      * The LKG policy past the deadline: a delivery that failed
      * validation is kept aside, the last known good goes back in
      * its place, and the step runs on it.
       restore-last-known-good.
           if arrival-was-rejected
             call "CBL_COPY_FILE"
               using arrival-file-name arrival-reject-name
           end-if
           call "CBL_COPY_FILE"
             using arrival-lkg-name arrival-file-name
           move 0 to return-code
           move spaces to ml-text
           string "---- " delimited by size
                  function trim (step-entry (i)) delimited by size
                  " runs on the last known good " delimited by size
                  function trim (arrival-file-name) delimited by size
                  " ----" delimited by size
             into ml-text
           end-string
           move "WARN" to ml-severity
           perform write-log-message
           move "WARN" to al-severity
           move step-entry (i) to al-program
           move "ARRLATE" to al-code
           move spaces to al-text
           string "no good delivery by deadline, ran on "
                    delimited by size
                  function trim (arrival-lkg-name) delimited by size
             into al-text
           end-string
           perform write-alert.

      * A step under a hard time limit runs in its own process
      * through euler-step-supervise.  Cancelled, it comes back as
      * return code 0999 with a CRIT, and run-step-with-retries
      * gives it no further attempt.
       run-supervised-attempt.
           move 0 to supervised-rc
           move 'N' to supervised-timed-out
           call "euler-step-supervise"
             using by content step-entry (i)
                   by content step-timeout (i)
                   by reference supervised-rc
                   by reference supervised-timed-out
           if supervised-timed-out = 'Y'
             move 'C' to step-cancel-state (i)
             move "CRIT" to al-severity
             move step-entry (i) to al-program
             move "TIMEOUT" to al-code
             move step-timeout (i) to limit-seconds-text
             move spaces to al-text
             string "step cancelled at its " delimited by size
                    limit-seconds-text delimited by size
                    "-second limit" delimited by size
               into al-text
             end-string
             perform write-alert
             move step-timeout-code to return-code
           else
             move supervised-rc to return-code
           end-if.

      * The RERUN=FAILED filter: a class-1 step whose latest ledger
      * row passed (or ran unchecked) has nothing to recover and is
      * marked off; a step with no row at all, or a failing one,
           end-if.

       read-one-rerun-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
           move i to sj-step
           move step-entry (i) to sj-program
           move attempt-start-stamp to sj-start-stamp
           move attempt-start-offset to sj-start-offset
           perform read-utc-clock
           move uc-now-stamp to sj-end-stamp
           move uc-now-offset to sj-end-offset
           move return-code to sj-return-code
           move step-attempts (i) to sj-attempt
           move stream-was-resumed to sj-resumed
           move "STEPJOURNAL" to io-dataset
           perform count-io-write
           write step-journal-record
           close step-journal-file.

           close sla-table-file.

       read-one-sla-entry.
           move "SLATABLE" to io-dataset
           perform count-io-read
           read sla-table-file
             at end
               move 'Y' to sla-table-switch

      * The step just finished: its wall clock against its target,
      * and the clock on the wall against its latest-finish.  The
      * elapsed side is taken in UTC seconds, so neither midnight
      * nor a clock change between start and end bends it; the
      * latest-finish is resolved the way the deadline is.  A
      * breach is a WARN the moment it happens, not a line in next
      * week's trend report.
       check-step-sla.
           if sla-target (i) = 0 and sla-latest (i) = 0
             exit paragraph
           end-if

           perform read-utc-clock
           compute sla-elapsed-seconds =
               uc-now-seconds - step-start-seconds
           if sla-elapsed-seconds < 0
             move 0 to sla-elapsed-seconds
           end-if
           compute sla-elapsed-hundredths =
               sla-elapsed-seconds * 100
           if sla-latest (i) = 0
             exit paragraph
           end-if
           move sla-latest (i) to commitment-hhmmss
           perform resolve-clock-commitment
           if uc-now-seconds > commitment-seconds
             display "---- " step-entry (i) " finished past its "
                     "latest-finish SLA of " sla-latest (i) " ----"
             move "WARN" to al-severity
           close config-snapshot-file.

       snapshot-one-card-line.
           move "CONTROLCARD" to io-dataset
           perform count-io-read
           read control-file
             at end
               move 'Y' to snapshot-read-switch
               move driver-run-id to cs-run-id
               move "CONTROLCARD" to cs-source
               move control-record to cs-text
               move "CONFIGSNAPSHOT" to io-dataset
               perform count-io-write
               write config-snapshot-record
           end-read.

       snapshot-one-library-line.
           move "PARAMLIB" to io-dataset
           perform count-io-read
           read param-library-file
             at end
               move 'Y' to snapshot-read-switch
                 move driver-run-id to cs-run-id
                 move "PARAMLIB" to cs-source
                 move param-record to cs-text
                 move "CONFIGSNAPSHOT" to io-dataset
                 perform count-io-write
                 write config-snapshot-record
               end-if
           end-read.
           close work-queue-file.

       load-one-queue-entry.
           move "WORKQUEUE" to io-dataset
           perform count-io-read
           read work-queue-file
             at end
               move 'Y' to queue-read-switch
                   to qe-status (queue-entry-count)
                 move wq-stamp to qe-stamp (queue-entry-count)
                 move wq-card to qe-card (queue-entry-count)
                 move wq-offset to qe-offset (queue-entry-count)
               end-if
           end-read.

           if deadline-hhmmss = 0
             exit paragraph
           end-if
           move deadline-hhmmss to commitment-hhmmss
           perform resolve-clock-commitment
           compute queue-window-left =
               commitment-seconds - uc-now-seconds
           if queue-window-left < 0
             move 0 to queue-window-left
           end-if

           perform fetch-queue-average
           end-if.

       read-one-queue-average-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
             not at end
               if rr-program-id = qe-program (queue-scan)
                 if rr-run-id (1:5) is not equal to "BENCH"
                   and rr-run-id (1:5) is not equal to "SWEEP"
                   add 1 to forecast-rows
                   add rr-elapsed-hundredths
                     to forecast-elapsed-total

           open output queue-card-file
           move qe-card (queue-scan) to queue-card-record
           move "QUEUECARD" to io-dataset
           perform count-io-write
           write queue-card-record
           close queue-card-file

           call qe-program (queue-scan)
           set environment "CONTROLCARD" to saved-card-path

           perform read-utc-clock
           move uc-now-stamp to qe-stamp (queue-scan)
           move uc-now-offset to qe-offset (queue-scan)
           if return-code = 0
             move "DONE" to qe-status (queue-scan)
             add 1 to queue-done
             move qe-status (queue-scan) to wq-status
             move qe-stamp (queue-scan) to wq-stamp
             move qe-card (queue-scan) to wq-card
             move qe-offset (queue-scan) to wq-offset
             move "WORKQUEUE" to io-dataset
             perform count-io-write
             write work-queue-record
           end-perform
           close work-queue-file.
           move "00" to stream-lock-status
           open input stream-lock-file
           if stream-lock-status = "00"
             move "STREAMLOCK" to io-dataset
             perform count-io-read
             read stream-lock-file
               at end
                 continue
                 move sl-run-id to lock-holder-run-id
                 move sl-submitter to lock-holder-submitter
                 move sl-start-stamp to lock-holder-stamp
                 move sl-start-offset to lock-holder-offset
             end-read
             close stream-lock-file
             if lock-holder-run-id is not equal to spaces
           end-if
           if lock-newest-activity = spaces
             move lock-holder-stamp to lock-newest-activity
             move lock-holder-offset to lock-newest-offset
           end-if

      * The age is taken between UTC moments, stamp against stamp,
      * so a holder from an earlier day at a later clock time - or
      * from the far side of a clock change - is aged right.
           move lock-newest-activity to uc-in-stamp
           move lock-newest-offset to uc-in-offset
           perform stamp-to-utc-seconds
           move uc-in-seconds to lock-activity-seconds
           perform read-utc-clock
           compute lock-activity-seconds =
               uc-now-seconds - lock-activity-seconds
           if lock-activity-seconds < 0
             move 0 to lock-activity-seconds
           end-if
           if lock-activity-seconds > lock-stale-seconds
             move 'Y' to lock-stale-switch
           end-if.

       scan-one-lock-journal.
           move "STEPJOURNAL" to io-dataset
           perform count-io-read
           read step-journal-file
             at end
               move 'Y' to lock-journal-switch
             not at end
               if sj-run-id = lock-holder-run-id
                 move sj-end-stamp to lock-newest-activity
                 move sj-end-offset to lock-newest-offset
               end-if
           end-read.

           if lock-override-status is not equal to "00"
             exit paragraph
           end-if
           move "LOCKOVERRIDE" to io-dataset
           perform count-io-read
           read lock-override-file
             at end
               continue
           if sl-submitter = spaces
             move "UNKNOWN" to sl-submitter
           end-if
           perform read-utc-clock
           move uc-now-stamp to sl-start-stamp
           move uc-now-offset to sl-start-offset
           move "STREAMLOCK" to io-dataset
           perform count-io-write
           write stream-lock-record
           close stream-lock-file
           move 'Y' to lock-claimed-switch.
      * through midnight and stops at six, not at its first step.
       check-stop-conditions.
           if deadline-hhmmss > 0
             move deadline-hhmmss to commitment-hhmmss
             perform resolve-clock-commitment
             if uc-now-seconds >= commitment-seconds
               move 'Y' to stream-stop-switch
               move "deadline" to stop-reason
               exit paragraph
             end-if
           end-if

             perform delete-stop-request
           end-if.

      * A wall-clock commitment (commitment-hhmmss, local time) as
      * a moment in UTC seconds: its first occurrence at or after
      * the stream's own start - on the processing date when it is
      * later in the day than the start, the day after when it is
      * earlier - read at the offset in force now, against
      * uc-now-seconds from the same clock reading.  On the
      * spring-forward night a commitment inside the skipped hour
      * falls due as the clock jumps past it; on the fall-back
      * night one inside the repeated hour falls due the first
      * time round, and one just before the stream's start is not
      * mistaken for tonight's when the clock comes round again.
       resolve-clock-commitment.
           perform read-utc-clock
           move driver-run-id (9:6) to stream-start-hhmmss
           move processing-date to commitment-date
           if commitment-hhmmss < stream-start-hhmmss
             compute commitment-date = function date-of-integer
                 (function integer-of-date (commitment-date) + 1)
           end-if
           move commitment-date to uc-in-stamp (1:8)
           move commitment-hhmmss to uc-in-stamp (9:6)
           move uc-now-offset to uc-in-offset
           perform stamp-to-utc-seconds
           move uc-in-seconds to commitment-seconds.

      * Delete the honored stop request (an emptied file would still
      * open with status 00 and stop every later run).  The name is
      * resolved the same way the SELECT resolves it - through the
           display "  predicted wall-clock (hundredths): "
                   forecast-total-edit
           perform compute-projected-end
           display "  projected end time: " forecast-end-date " "
                   forecast-end-hh ":" forecast-end-mm ":"
                   forecast-end-ss " " forecast-end-offset
           perform log-stream-forecast.

      * The forecast used to evaporate with the console scroll;
           move step-entry (i) to fl-program
           move forecast-step-average to fl-predicted
           move 0 to fl-projected-end
           move 0 to fl-end-date
           move "FORECASTLOG" to io-dataset
           perform count-io-write
           write forecast-log-record.

       log-stream-forecast.
           compute fl-projected-end =
               forecast-end-hh * 10000 + forecast-end-mm * 100
                   + forecast-end-ss
           move forecast-end-date to fl-end-date
           move forecast-end-offset to fl-end-offset
           move "FORECASTLOG" to io-dataset
           perform count-io-write
           write forecast-log-record
           close forecast-log-file.

           end-if.

       read-one-forecast-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
             not at end
               if rr-program-id = step-entry (i)
      * Benchmark rows carry a BENCH run id, and sweep rows a SWEEP
      * one; neither is nightly history, so they stay out of the
      * forecast averages.
                 if rr-run-id (1:5) is not equal to "BENCH"
                   and rr-run-id (1:5) is not equal to "SWEEP"
                   add 1 to forecast-rows
                   add rr-elapsed-hundredths
                     to forecast-elapsed-total
               end-if
           end-read.

      * Now plus the predicted stream total, added in UTC seconds
      * and turned back into a local date and time of day at the
      * offset in force now.  The offset is shown with the time, so
      * an end past midnight or beyond a clock change still names
      * one moment; the offset a future clock change will bring is
      * not something the clock can know.
       compute-projected-end.
           perform read-utc-clock
           compute forecast-end-utc =
               uc-now-seconds + forecast-stream-total / 100
           compute forecast-end-local =
               forecast-end-utc + uc-offset-seconds
           divide forecast-end-local by 86400
             giving forecast-end-days
             remainder forecast-end-seconds
           move function date-of-integer (forecast-end-days)
             to forecast-end-date
           move uc-now-offset to forecast-end-offset
           divide forecast-end-seconds by 3600
             giving forecast-end-hh remainder forecast-leftover
           divide forecast-leftover by 60
           close calendar-file.

       read-one-calendar-entry.
           move "RUNCALENDAR" to io-dataset
           perform count-io-read
           read calendar-file
             at end
               move 'Y' to calendar-switch
           close business-calendar-file.

       scan-one-calendar-date.
           move "CALENDARFILE" to io-dataset
           perform count-io-read
           read business-calendar-file
             at end
               move 'Y' to busday-read-switch
           move "00" to batch-restart-status
           open input restart-file
           if batch-restart-status = "00"
             move "BATCHRESTART" to io-dataset
             perform count-io-read
             read restart-file
               at end
                 continue
           if resume-override-status is not equal to "00"
             exit paragraph
           end-if
           move "RESUMEOVERRIDE" to io-dataset
           perform count-io-read
           read resume-override-file
             at end
               continue
           move table-fingerprint-text
             to batch-restart-fingerprint
           open output restart-file
           move "BATCHRESTART" to io-dataset
           perform count-io-write
           write batch-restart-record
           close restart-file.

                       " held back by COND=" step-cond-type (i)
             end-if
           end-perform
           display "  steps skipped, input never arrived:      "
                   steps-skipped-input " steps"
           display "  steps held for a cancelled producer:     "
                   steps-held-cancelled " steps"
           display "  steps that came back with a nonzero "
                   "return code: " steps-failed
           display "  steps cancelled at their time limit:     "
                   steps-cancelled " steps"
           perform varying i from 1 by 1 until i > step-count
             if step-was-cancelled (i)
               display "    " function trim (step-entry (i))
                       " cancelled after " step-timeout (i)
                       " seconds"
             end-if
           end-perform
           display "  steps that only passed on a retry:       "
                   steps-passed-on-retry " steps"
           perform varying i from 1 by 1 until i > step-count
           copy run-result-procedure.
           copy alert-procedure.
           copy message-log-procedure.
           copy utc-clock-procedure.

       end program euler-batch-driver.
