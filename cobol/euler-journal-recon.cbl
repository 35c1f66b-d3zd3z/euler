      * Step-journal to ledger completeness reconciliation
      *
      * 15 October 2026
      *
      * The driver journals every step attempt on STEPJOURNAL and
      * every program books its own row on RESULTLEDGER under the
      * driver's run id, and nothing held the two against each
      * other: a row that spilled to LEDGERSPILL and was never swept,
      * or a program that returned 0 without writing its row, went
      * unnoticed until somebody missed an answer.  This matches the
      * journal's attempts against the ledger's rows (LEDGERSPILL
      * included) by run id and program, in both directions:
      *
      *   journal orphan  a step journaled with return code 0 that
      *                   left no row at all
      *   ledger orphan   a row carrying the run id that traces back
      *                   to no journaled attempt
      *   duplicate       more rows for one program with the same
      *                   parameters than the program had attempts -
      *                   a program that books one row per extract
      *                   or mode (euler-problem-022,
      *                   euler-digit-primes) writes different
      *                   parameters on each, so those rows are not
      *                   duplicates of each other
      *   spilled         a row still on LEDGERSPILL, matched but not
      *                   yet where it belongs
      *   unreadable      a row under the run id that fails
      *                   validate-run-result-fields
      *
      * Any of those puts the run out of balance.  Three kinds of row
      * trace back without an attempt of their own and are listed
      * for information only: the driver's own summary row, a row
      * written by a program CALLed from inside a step (its run time
      * falls inside a journaled attempt's start and end), and a row
      * from a WORKQUEUE entry the driver ran after the steps (the
      * queue is not journaled; the entry's finish stamp vouches for
      * it).  A condition skip (attempt 00) expects no row, and the
      * steps that write no ledger row by design are in the
      * no-row-expected table below.
      *
      * RUN-ID (control-param-4) names the run; otherwise the
      * EULERRUNID the driver publishes does, and standalone the
      * newest run on the journal.  RUN-ID=ALL reconciles every run
      * on the journal, and every driver run id on the ledger or the
      * spill (a fourteen-character id whose last thirteen are
      * digits) that the journal has never heard of is reported as
      * a run of ledger orphans.  Run as a step it belongs after
      * euler-ledger-spill-sweep, so a row still spilled really was
      * never swept.  The detail goes to JOURNALRECON; any run out of
      * balance raises a WARN alert (JRNLRECN) and sets RETURN-CODE
      * 4.
      *
      * 15 October 2026 - STEPJOURNAL records end with the UTC
      * offsets of their two stamps now; the record description
      * follows.
      *
      * 15 October 2026 - WORKQUEUE records end with the UTC offset
      * of their stamp now; the record description follows.
      *
      * 15 October 2026 - A row is traced to a step attempt or a
      * work-queue entry by UTC seconds, each stamp taken at its own
      * offset, so rows written in the fall-back night's repeated hour
      * trace to the attempt that wrote them.
       identification division.
       program-id. euler-journal-recon.

       environment division.
       input-output section.
       file-control.
           select control-file assign to "CONTROLCARD"
               organization line sequential
               file status control-status.
           select param-library-file assign to "PARAMLIB"
               organization line sequential
               file status param-status.
           select step-journal-file assign to "STEPJOURNAL"
               organization line sequential
               file status step-journal-status.
           select work-queue-file assign to "WORKQUEUE"
               organization line sequential
               file status work-queue-status.
           copy run-result-select.
           select recon-report-file assign to "JOURNALRECON"
               organization line sequential
               file status recon-report-status.
           select alert-file assign to "ALERTS"
               organization line sequential
               file status alert-status.
           copy alert-history-select.
           copy oncall-select.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
       fd  step-journal-file
           label records are omitted.
       01 step-journal-record.
         02 sj-run-id               pic x(14).
         02 filler                  pic x.
         02 sj-step                 pic 99.
         02 filler                  pic x.
         02 sj-program              pic x(20).
         02 filler                  pic x.
         02 sj-start-stamp          pic x(14).
         02 filler                  pic x.
         02 sj-end-stamp            pic x(14).
         02 filler                  pic x.
         02 sj-return-code          pic 9(4).
         02 filler                  pic x.
         02 sj-attempt              pic 99.
         02 filler                  pic x.
         02 sj-resumed              pic x.
         02 filler                  pic x.
         02 sj-start-offset         pic x(5).
         02 filler                  pic x.
         02 sj-end-offset           pic x(5).
       fd  work-queue-file
           label records are omitted.
       01 work-queue-record.
         02 wq-program              pic x(20).
         02 filler                  pic x.
         02 wq-status               pic x(8).
         02 filler                  pic x.
         02 wq-stamp                pic x(14).
         02 filler                  pic x.
         02 wq-card                 pic x(102).
         02 filler                  pic x.
         02 wq-offset               pic x(5).
           copy run-result-fd.
       fd  recon-report-file
           label records are omitted.
       01 recon-report-line        pic x(100).
           copy alert-file-fd.
           copy alert-history-fd.
           copy oncall-fd.

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
           copy alert-record.
           copy utc-clock.
       01 step-journal-status      pic xx.
       01 work-queue-status        pic xx.
       01 recon-report-status      pic xx.
       01 journal-switch           pic x.
         88 journal-at-end          value 'Y'.
       01 ledger-switch            pic x.
         88 ledger-at-end           value 'Y'.
       01 spill-switch             pic x.
         88 spill-at-end            value 'Y'.
       01 queue-switch             pic x.
         88 queue-at-end            value 'Y'.
       01 ledger-open-switch       pic x value 'N'.
         88 ledger-is-open          value 'Y'.
       01 run-id-filter            pic x(14) value spaces.
       01 all-runs-switch          pic x value 'N'.
         88 all-runs-wanted         value 'Y'.

      * The steps that write no ledger row by design, so a clean
      * return with no row is what they are meant to leave.
       01 no-row-count constant as 4.
       01 no-row-table.
         02 no-row-program occurs 4 times pic x(20).

      * The runs to reconcile: one, or under RUN-ID=ALL every run
      * the journal, the ledger and the spill know of.
       01 run-list-max constant as 500.
       01 run-list.
         02 run-list-id occurs run-list-max times pic x(14).
       01 run-list-count           pic 999 comp-5 value 0.
       01 run-index                pic 999 comp-5.
       01 run-scan                 pic 999 comp-5.
       01 runs-not-listed          pic 9(7) comp-5 value 0.
       01 last-listed-id           pic x(14).
       01 candidate-run-id         pic x(14).
       01 current-run-id           pic x(14).
       01 run-first-utc            pic s9(11) comp-5.

      * The current run's journaled attempts, condition skips
      * included, in journal order.
       01 attempt-max constant as 400.
       01 attempt-table.
         02 attempt-entry occurs attempt-max times.
           03 at-program            pic x(20).
           03 at-start-utc          pic s9(11) comp-5.
           03 at-end-utc            pic s9(11) comp-5.
           03 at-return-code        pic 9(4).
           03 at-attempt            pic 99.
       01 attempt-count            pic 999 comp-5.
       01 attempt-scan             pic 999 comp-5.
       01 attempt-end-utc          pic s9(11) comp-5.

      * The current run's programs off the journal: attempts that
      * really ran, the clean ones among them, and the rows found.
       01 program-max constant as 120.
       01 program-table.
         02 program-entry occurs program-max times.
           03 pg-program            pic x(20).
           03 pg-attempts           pic 999 comp-5.
           03 pg-clean-attempts     pic 999 comp-5.
           03 pg-rows               pic 999 comp-5.
       01 program-count            pic 999 comp-5.
       01 program-scan             pic 999 comp-5.
       01 program-found            pic 999 comp-5.

      * The current run's rows off the ledger and the spill, and
      * how each one traced back.
       01 row-max constant as 400.
       01 row-table.
         02 row-entry occurs row-max times.
           03 rw-program            pic x(20).
           03 rw-parameters         pic x(40).
           03 rw-stamp              pic x(14).
           03 rw-utc                pic s9(11) comp-5.
           03 rw-source             pic x.
             88 rw-from-spill        value 'S'.
           03 rw-valid-switch       pic x.
             88 rw-is-valid          value 'Y'.
           03 rw-class              pic x.
             88 rw-matched           value 'M'.
             88 rw-stream            value 'S'.
             88 rw-nested            value 'N'.
             88 rw-queued            value 'Q'.
             88 rw-duplicate         value 'D'.
             88 rw-orphan            value 'O'.
             88 rw-unreadable        value 'X'.
           03 rw-via                pic x(20).
       01 row-count                pic 999 comp-5.
       01 row-scan                 pic 999 comp-5.
       01 row-index                pic 999 comp-5.
       01 same-row-count           pic 999 comp-5.
       01 rows-not-held            pic 9(7) comp-5.
       01 row-stamp-work.
         02 row-stamp-date         pic 9(8).
         02 row-stamp-time         pic 9(6).

      * WORKQUEUE entries that have run, for tracing queue rows.
       01 queue-max constant as 50.
       01 queue-table.
         02 queue-entry occurs queue-max times.
           03 qt-program            pic x(20).
           03 qt-stamp              pic x(14).
           03 qt-utc                pic s9(11) comp-5.
       01 queue-count              pic 99 comp-5 value 0.
       01 queue-scan               pic 99 comp-5.

      * Per-run counts, and the totals over every run reconciled.
       01 run-counts.
         02 run-journal-orphans    pic 9(5) comp-5.
         02 run-ledger-orphans     pic 9(5) comp-5.
         02 run-duplicates         pic 9(5) comp-5.
         02 run-spilled            pic 9(5) comp-5.
         02 run-unreadable         pic 9(5) comp-5.
         02 run-attempts-ran       pic 9(5) comp-5.
       01 run-discrepancies        pic 9(7) comp-5.
       01 total-counts.
         02 total-journal-orphans  pic 9(7) comp-5 value 0.
         02 total-ledger-orphans   pic 9(7) comp-5 value 0.
         02 total-duplicates       pic 9(7) comp-5 value 0.
         02 total-spilled          pic 9(7) comp-5 value 0.
         02 total-unreadable       pic 9(7) comp-5 value 0.
       01 total-discrepancies      pic 9(7) comp-5 value 0.
       01 runs-balanced            pic 9(5) comp-5 value 0.
       01 runs-out-of-balance      pic 9(5) comp-5 value 0.

       01 line-tag                 pic x(16).
       01 line-program             pic x(20).
       01 line-detail              pic x(60).
       01 count-edit               pic z(6)9.
       01 count-edit-2             pic z(6)9.
       01 count-edit-3             pic z(6)9.
       01 count-edit-4             pic z(6)9.
       01 code-edit                pic z(3)9.

       procedure division.

       main.
           move "euler-journal-recon" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move spaces to control-param-4
           perform read-control-card
           move "euler-journal-recon" to kp-program-id
           move "RUN-ID" to kp-keyword (4)
           perform read-parameter-library
           move control-param-4 to run-id-filter
           if function upper-case (run-id-filter) = "ALL"
             move "ALL" to run-id-filter
             move 'Y' to all-runs-switch
           end-if
           if run-id-filter = spaces
             accept run-id-filter from environment "EULERRUNID"
               on exception
                 move spaces to run-id-filter
             end-accept
           end-if
           if run-id-filter = spaces
             perform find-newest-run-id
           end-if
           if run-id-filter = spaces
             display "euler-journal-recon: no run named and no "
                     "STEPJOURNAL history - nothing to reconcile"
             move 8 to return-code
             goback
           end-if

           perform build-no-row-table
           perform load-work-queue
           perform open-ledger-for-input
           evaluate run-result-status
             when "00"
               move 'Y' to ledger-open-switch
             when "35"
               display "euler-journal-recon: no RESULTLEDGER on "
                       "hand - every row sought is missing"
             when other
               display "euler-journal-recon: RESULTLEDGER "
                       "unavailable, file status " run-result-status
               move 8 to return-code
               goback
           end-evaluate

           if all-runs-wanted
             perform collect-all-run-ids
           else
             move 1 to run-list-count
             move run-id-filter to run-list-id (1)
           end-if

           move "00" to recon-report-status
           open output recon-report-file
           move report-header-line to recon-report-line
           move "JOURNALRECON" to io-dataset
           perform count-io-write
           write recon-report-line
           move spaces to recon-report-line
           string "journal to ledger reconciliation for run "
                    delimited by size
                  run-id-filter delimited by space
             into recon-report-line
           end-string
           move "JOURNALRECON" to io-dataset
           perform count-io-write
           write recon-report-line
           if runs-not-listed > 0
             move runs-not-listed to count-edit
             move spaces to recon-report-line
             string "  " delimited by size
                    function trim (count-edit) delimited by size
                    " more run ids than the run list holds were "
                      delimited by size
                    "left out" delimited by size
               into recon-report-line
             end-string
             move "JOURNALRECON" to io-dataset
             perform count-io-write
             write recon-report-line
           end-if

           perform reconcile-one-run
                   varying run-index from 1 by 1
                   until run-index > run-list-count
           if ledger-is-open
             close result-ledger-file
           end-if

           perform write-totals
           move report-footer-line to recon-report-line
           move "JOURNALRECON" to io-dataset
           perform count-io-write
           write recon-report-line
           close recon-report-file

           move run-list-count to count-edit
           move runs-balanced to count-edit-2
           move runs-out-of-balance to count-edit-3
           display "euler-journal-recon: "
                   function trim (count-edit) " run(s), "
                   function trim (count-edit-2) " balanced, "
                   function trim (count-edit-3) " out of balance"

           if runs-out-of-balance > 0
             perform raise-imbalance-alert
           end-if

           perform format-report-footer
           display report-footer-line
           move "euler-journal-recon" to rr-program-id
           move spaces to rr-parameters
           string "run=" delimited by size
                  run-id-filter delimited by size
             into rr-parameters
           end-string
           move total-discrepancies to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
           move spaces to rr-expected-result
           move space to rr-pass-flag
           perform stop-run-timer
           perform write-run-result

           if runs-out-of-balance > 0
             move 4 to return-code
           else
             move 0 to return-code
           end-if
           goback.

       build-no-row-table.
           move "euler-answer-check"  to no-row-program (1)
           move "euler-data-validate" to no-row-program (2)
           move "euler-report-retain" to no-row-program (3)
           move "euler-turnover"      to no-row-program (4).

      * The journal is appended in time order, so the newest run is
      * simply the last one on it.
       find-newest-run-id.
           move "00" to step-journal-status
           open input step-journal-file
           if step-journal-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to journal-switch
           perform note-newest-run-id until journal-at-end
           close step-journal-file.

       note-newest-run-id.
           move "STEPJOURNAL" to io-dataset
           perform count-io-read
           read step-journal-file
             at end
               move 'Y' to journal-switch
             not at end
               if sj-run-id is not equal to spaces
                 move sj-run-id to run-id-filter
               end-if
           end-read.

      * The queue entries that have run (DONE or FAILED) and when
      * each finished; a queue entry's row can only be older.
       load-work-queue.
           move "00" to work-queue-status
           open input work-queue-file
           if work-queue-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to queue-switch
           perform read-one-queue-entry until queue-at-end
           close work-queue-file.

       read-one-queue-entry.
           move "WORKQUEUE" to io-dataset
           perform count-io-read
           read work-queue-file
             at end
               move 'Y' to queue-switch
             not at end
               if (wq-status = "DONE" or wq-status = "FAILED")
                 and queue-count < queue-max
                 add 1 to queue-count
                 move wq-program to qt-program (queue-count)
                 move wq-stamp to qt-stamp (queue-count)
                 move wq-stamp to uc-in-stamp
                 move wq-offset to uc-in-offset
                 perform stamp-to-utc-seconds
                 move uc-in-seconds to qt-utc (queue-count)
               end-if
           end-read.

      * RUN-ID=ALL: every run on the journal, then every driver run
      * id on the ledger (read in run-id order through the alternate
      * key) and on the spill that the journal never mentions.
       collect-all-run-ids.
           move spaces to last-listed-id
           move "00" to step-journal-status
           open input step-journal-file
           if step-journal-status = "00"
             move 'N' to journal-switch
             perform list-one-journal-run until journal-at-end
             close step-journal-file
           end-if

           if ledger-is-open
             move low-values to rr-key-run-id
             start result-ledger-file
               key is not less than rr-key-run-id
               invalid key
                 move 'Y' to ledger-switch
               not invalid key
                 move 'N' to ledger-switch
             end-start
             move spaces to last-listed-id
             perform list-one-ledger-run until ledger-at-end
           end-if

           move spaces to last-listed-id
           move "00" to ledger-spill-status
           open input ledger-spill-file
           if ledger-spill-status = "00"
             move 'N' to spill-switch
             perform list-one-spill-run until spill-at-end
             close ledger-spill-file
           end-if.

       list-one-journal-run.
           move "STEPJOURNAL" to io-dataset
           perform count-io-read
           read step-journal-file
             at end
               move 'Y' to journal-switch
             not at end
               if sj-run-id is not equal to spaces
                 and sj-run-id is not equal to last-listed-id
                 move sj-run-id to candidate-run-id
                 perform add-run-to-list
                 move sj-run-id to last-listed-id
               end-if
           end-read.

       list-one-ledger-run.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
             not at end
               if rr-run-id is not equal to last-listed-id
                 and rr-run-id (2:13) is numeric
                 move rr-run-id to candidate-run-id
                 perform add-run-to-list
                 move rr-run-id to last-listed-id
               end-if
           end-read.

       list-one-spill-run.
           move "LEDGERSPILL" to io-dataset
           perform count-io-read
           read ledger-spill-file
             at end
               move 'Y' to spill-switch
             not at end
               move ledger-spill-record to run-result-fields
               if rr-run-id is not equal to last-listed-id
                 and rr-run-id (2:13) is numeric
                 move rr-run-id to candidate-run-id
                 perform add-run-to-list
                 move rr-run-id to last-listed-id
               end-if
           end-read.

       add-run-to-list.
           perform varying run-scan from 1 by 1
                   until run-scan > run-list-count
             if run-list-id (run-scan) = candidate-run-id
               exit paragraph
             end-if
           end-perform
           if run-list-count >= run-list-max
             add 1 to runs-not-listed
             exit paragraph
           end-if
           add 1 to run-list-count
           move candidate-run-id to run-list-id (run-list-count).

      ******************************************************************
      * One run: its attempts, its rows, the match both ways, and its
      * section of the report.
      ******************************************************************
       reconcile-one-run.
           move run-list-id (run-index) to current-run-id
           initialize run-counts
           move 0 to rows-not-held
           perform load-run-attempts
           perform load-run-rows
           perform classify-one-row
                   varying row-index from 1 by 1
                   until row-index > row-count
           perform count-journal-orphans

           compute run-discrepancies =
               run-journal-orphans + run-ledger-orphans
                 + run-duplicates + run-spilled + run-unreadable
           add run-journal-orphans to total-journal-orphans
           add run-ledger-orphans to total-ledger-orphans
           add run-duplicates to total-duplicates
           add run-spilled to total-spilled
           add run-unreadable to total-unreadable
           add run-discrepancies to total-discrepancies
           if run-discrepancies = 0
             add 1 to runs-balanced
           else
             add 1 to runs-out-of-balance
           end-if

           perform write-run-section.

       load-run-attempts.
           move 0 to attempt-count
           move 0 to program-count
           move 99999999999 to run-first-utc
           move "00" to step-journal-status
           open input step-journal-file
           if step-journal-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to journal-switch
           perform collect-one-attempt until journal-at-end
           close step-journal-file.

       collect-one-attempt.
           move "STEPJOURNAL" to io-dataset
           perform count-io-read
           read step-journal-file
             at end
               move 'Y' to journal-switch
             not at end
               if sj-run-id = current-run-id
                 perform note-one-attempt
               end-if
           end-read.

       note-one-attempt.
           move sj-end-stamp to uc-in-stamp
           move sj-end-offset to uc-in-offset
           perform stamp-to-utc-seconds
           move uc-in-seconds to attempt-end-utc
           move sj-start-stamp to uc-in-stamp
           move sj-start-offset to uc-in-offset
           perform stamp-to-utc-seconds
           if attempt-count < attempt-max
             add 1 to attempt-count
             move sj-program to at-program (attempt-count)
             move uc-in-seconds to at-start-utc (attempt-count)
             move attempt-end-utc to at-end-utc (attempt-count)
             move sj-return-code to at-return-code (attempt-count)
             move sj-attempt to at-attempt (attempt-count)
           end-if
           if uc-in-seconds < run-first-utc
             move uc-in-seconds to run-first-utc
           end-if

           perform varying program-scan from 1 by 1
                   until program-scan > program-count
             if pg-program (program-scan) = sj-program
               exit perform
             end-if
           end-perform
           if program-scan > program-count
             if program-count >= program-max
               exit paragraph
             end-if
             add 1 to program-count
             move sj-program to pg-program (program-count)
             move 0 to pg-attempts (program-count)
             move 0 to pg-clean-attempts (program-count)
             move 0 to pg-rows (program-count)
           end-if
      * Attempt 00 is a condition skip: considered, never run, and
      * owed no row.
           if sj-attempt > 0
             add 1 to pg-attempts (program-scan)
             add 1 to run-attempts-ran
             if sj-return-code = 0
               add 1 to pg-clean-attempts (program-scan)
             end-if
           end-if.

      * The run's rows through the alternate run-id key, then any
      * still waiting on the spill.
       load-run-rows.
           move 0 to row-count
           if ledger-is-open
             move current-run-id to rr-key-run-id
             start result-ledger-file
               key is not less than rr-key-run-id
               invalid key
                 move 'Y' to ledger-switch
               not invalid key
                 move 'N' to ledger-switch
             end-start
             perform read-one-run-row until ledger-at-end
           end-if

           move "00" to ledger-spill-status
           open input ledger-spill-file
           if ledger-spill-status = "00"
             move 'N' to spill-switch
             perform read-one-spill-row until spill-at-end
             close ledger-spill-file
           end-if.

       read-one-run-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
             not at end
               if rr-run-id is not equal to current-run-id
                 move 'Y' to ledger-switch
               else
                 move 'L' to rw-source (row-max)
                 perform hold-one-row
               end-if
           end-read.

       read-one-spill-row.
           move "LEDGERSPILL" to io-dataset
           perform count-io-read
           read ledger-spill-file
             at end
               move 'Y' to spill-switch
             not at end
               move ledger-spill-record to run-result-fields
               if rr-run-id = current-run-id
                 move 'S' to rw-source (row-max)
                 perform hold-one-row
               end-if
           end-read.

      * rw-source (row-max) carries the row's source in; the last
      * slot is only ever filled last, so it is free until then.
       hold-one-row.
           if row-count >= row-max
             add 1 to rows-not-held
             exit paragraph
           end-if
           add 1 to row-count
           move rw-source (row-max) to rw-source (row-count)
           move rr-program-id to rw-program (row-count)
           move rr-parameters to rw-parameters (row-count)
           move spaces to rw-via (row-count)
           move space to rw-class (row-count)
           perform validate-run-result-fields
           move rr-row-valid-switch to rw-valid-switch (row-count)
           if rr-row-is-valid
             move rr-run-date to row-stamp-date
             move rr-run-time (1:6) to row-stamp-time
             move row-stamp-work to rw-stamp (row-count)
             move row-stamp-work to uc-in-stamp
             move rr-utc-offset to uc-in-offset
             perform stamp-to-utc-seconds
             move uc-in-seconds to rw-utc (row-count)
           else
             move spaces to rw-stamp (row-count)
             move 0 to rw-utc (row-count)
           end-if.

      * A row of a program that ran in the run matches, unless the
      * program already has as many rows with these parameters as
      * it had attempts; a row of any other program must trace back
      * some other way or it is an orphan.
       classify-one-row.
           if not rw-is-valid (row-index)
             move 'X' to rw-class (row-index)
             add 1 to run-unreadable
             exit paragraph
           end-if
           if rw-from-spill (row-index)
             add 1 to run-spilled
           end-if
           if rw-program (row-index) = "euler-batch-driver"
             move 'S' to rw-class (row-index)
             exit paragraph
           end-if

           move 0 to program-found
           perform varying program-scan from 1 by 1
                   until program-scan > program-count
             if pg-program (program-scan) = rw-program (row-index)
               and pg-attempts (program-scan) > 0
               move program-scan to program-found
             end-if
           end-perform
           if program-found > 0
             add 1 to pg-rows (program-found)
             move 0 to same-row-count
             perform varying row-scan from 1 by 1
                     until row-scan > row-index
               if rw-program (row-scan) = rw-program (row-index)
                 and rw-parameters (row-scan)
                     = rw-parameters (row-index)
                 add 1 to same-row-count
               end-if
             end-perform
             if same-row-count > pg-attempts (program-found)
               move 'D' to rw-class (row-index)
               add 1 to run-duplicates
             else
               move 'M' to rw-class (row-index)
             end-if
             exit paragraph
           end-if

      * Written from inside a step: its time falls inside an
      * attempt that really ran.
           perform varying attempt-scan from 1 by 1
                   until attempt-scan > attempt-count
             if at-attempt (attempt-scan) > 0
               and rw-utc (row-index) >= at-start-utc (attempt-scan)
               and rw-utc (row-index) <= at-end-utc (attempt-scan)
               move 'N' to rw-class (row-index)
               move at-program (attempt-scan) to rw-via (row-index)
               exit paragraph
             end-if
           end-perform

      * A work-queue entry run after the steps, finished no earlier
      * than the row was written.
           perform varying queue-scan from 1 by 1
                   until queue-scan > queue-count
             if qt-program (queue-scan) = rw-program (row-index)
               and qt-utc (queue-scan) >= rw-utc (row-index)
               and rw-utc (row-index) >= run-first-utc
               move 'Q' to rw-class (row-index)
               exit paragraph
             end-if
           end-perform

           move 'O' to rw-class (row-index)
           add 1 to run-ledger-orphans.

      * A program that came back clean and left no row anywhere,
      * unless it never writes one.
       count-journal-orphans.
           perform varying program-scan from 1 by 1
                   until program-scan > program-count
             if pg-clean-attempts (program-scan) > 0
               and pg-rows (program-scan) = 0
               perform check-no-row-program
             end-if
           end-perform.

       check-no-row-program.
           perform varying row-scan from 1 by 1
                   until row-scan > no-row-count
             if no-row-program (row-scan) = pg-program (program-scan)
               exit paragraph
             end-if
           end-perform
           add 1 to run-journal-orphans.

       write-run-section.
           move spaces to recon-report-line
           move "JOURNALRECON" to io-dataset
           perform count-io-write
           write recon-report-line
           move run-attempts-ran to count-edit
           move row-count to count-edit-2
           move run-spilled to count-edit-3
           move spaces to recon-report-line
           string "run " delimited by size
                  current-run-id delimited by size
                  ": " delimited by size
                  function trim (count-edit) delimited by size
                  " attempts, " delimited by size
                  function trim (count-edit-2) delimited by size
                  " rows (" delimited by size
                  function trim (count-edit-3) delimited by size
                  " on LEDGERSPILL) - " delimited by size
             into recon-report-line
           end-string
           if run-discrepancies = 0
             move "BALANCED" to recon-report-line (71:8)
           else
             move "OUT OF BALANCE" to recon-report-line (71:14)
           end-if
           move "JOURNALRECON" to io-dataset
           perform count-io-write
           write recon-report-line
           if attempt-count = 0
             move "  (no attempts journaled under this run id)"
               to recon-report-line
             move "JOURNALRECON" to io-dataset
             perform count-io-write
             write recon-report-line
           end-if
           if rows-not-held > 0
             move rows-not-held to count-edit
             move spaces to recon-report-line
             string "  " delimited by size
                    function trim (count-edit) delimited by size
                    " more rows than the row table holds were not "
                      delimited by size
                    "reconciled" delimited by size
               into recon-report-line
             end-string
             move "JOURNALRECON" to io-dataset
             perform count-io-write
             write recon-report-line
           end-if

           perform varying program-scan from 1 by 1
                   until program-scan > program-count
             if pg-clean-attempts (program-scan) > 0
               and pg-rows (program-scan) = 0
               perform write-journal-orphan-line
             end-if
           end-perform
           perform write-one-row-line
                   varying row-index from 1 by 1
                   until row-index > row-count.

       write-journal-orphan-line.
           perform varying row-scan from 1 by 1
                   until row-scan > no-row-count
             if no-row-program (row-scan) = pg-program (program-scan)
               exit paragraph
             end-if
           end-perform
           move "JOURNAL ORPHAN" to line-tag
           move pg-program (program-scan) to line-program
           move pg-clean-attempts (program-scan) to count-edit
           move spaces to line-detail
           string "returned 0 on " delimited by size
                  function trim (count-edit) delimited by size
                  " attempt(s), no ledger row" delimited by size
             into line-detail
           end-string
           perform write-detail-line.

      * Every row that is anything but a plain match gets a line;
      * the information-only kinds are in lower case.
       write-one-row-line.
           move spaces to line-detail
           move rw-program (row-index) to line-program
           evaluate true
             when rw-matched (row-index)
               if not rw-from-spill (row-index)
                 exit paragraph
               end-if
               move "SPILLED" to line-tag
               string "row " delimited by size
                      rw-stamp (row-index) delimited by size
                      " still on LEDGERSPILL, never swept"
                        delimited by size
                 into line-detail
               end-string
             when rw-stream (row-index)
               move "stream row" to line-tag
               string "the driver's own row, " delimited by size
                      rw-stamp (row-index) delimited by size
                 into line-detail
               end-string
             when rw-nested (row-index)
               move "nested call" to line-tag
               string "written inside " delimited by size
                      rw-via (row-index) delimited by space
                      "'s attempt" delimited by size
                 into line-detail
               end-string
             when rw-queued (row-index)
               move "work queue" to line-tag
               move "written by a WORKQUEUE entry after the steps"
                 to line-detail
             when rw-duplicate (row-index)
               move "DUPLICATE" to line-tag
               string "row " delimited by size
                      rw-stamp (row-index) delimited by size
                      " " delimited by size
                      rw-parameters (row-index) delimited by size
                 into line-detail
               end-string
             when rw-orphan (row-index)
               move "LEDGER ORPHAN" to line-tag
               string "row " delimited by size
                      rw-stamp (row-index) delimited by size
                      ", no journaled attempt" delimited by size
                 into line-detail
               end-string
             when other
               move "UNREADABLE" to line-tag
               move "row fails validation under this run id"
                 to line-detail
           end-evaluate
           perform write-detail-line
           if rw-from-spill (row-index)
             and rw-is-valid (row-index)
             and not rw-matched (row-index)
             move "SPILLED" to line-tag
             move spaces to line-detail
             string "row " delimited by size
                    rw-stamp (row-index) delimited by size
                    " still on LEDGERSPILL, never swept"
                      delimited by size
               into line-detail
             end-string
             perform write-detail-line
           end-if.

       write-detail-line.
           move spaces to recon-report-line
           move line-tag to recon-report-line (3:16)
           move line-program to recon-report-line (20:20)
           move line-detail to recon-report-line (41:60)
           move "JOURNALRECON" to io-dataset
           perform count-io-write
           write recon-report-line.

       write-totals.
           move spaces to recon-report-line
           move "JOURNALRECON" to io-dataset
           perform count-io-write
           write recon-report-line
           move run-list-count to count-edit
           move runs-balanced to count-edit-2
           move runs-out-of-balance to count-edit-3
           move spaces to recon-report-line
           string "runs " delimited by size
                  function trim (count-edit) delimited by size
                  ", balanced " delimited by size
                  function trim (count-edit-2) delimited by size
                  ", out of balance " delimited by size
                  function trim (count-edit-3) delimited by size
             into recon-report-line
           end-string
           move "JOURNALRECON" to io-dataset
           perform count-io-write
           write recon-report-line
           move total-journal-orphans to count-edit
           move total-ledger-orphans to count-edit-2
           move total-duplicates to count-edit-3
           move total-spilled to count-edit-4
           move spaces to recon-report-line
           string "journal orphans " delimited by size
                  function trim (count-edit) delimited by size
                  ", ledger orphans " delimited by size
                  function trim (count-edit-2) delimited by size
                  ", duplicates " delimited by size
                  function trim (count-edit-3) delimited by size
                  ", spilled " delimited by size
                  function trim (count-edit-4) delimited by size
             into recon-report-line
           end-string
           move "JOURNALRECON" to io-dataset
           perform count-io-write
           write recon-report-line
           if total-unreadable > 0
             move total-unreadable to count-edit
             move spaces to recon-report-line
             string "unreadable rows " delimited by size
                    function trim (count-edit) delimited by size
               into recon-report-line
             end-string
             move "JOURNALRECON" to io-dataset
             perform count-io-write
             write recon-report-line
           end-if.

       raise-imbalance-alert.
           move "WARN" to al-severity
           move "euler-journal-recon" to al-program
           move "JRNLRECN" to al-code
           move spaces to al-text
           if all-runs-wanted
             move runs-out-of-balance to count-edit
             move run-list-count to count-edit-2
             string function trim (count-edit) delimited by size
                    " of " delimited by size
                    function trim (count-edit-2) delimited by size
                    " runs: journal and ledger do not balance"
                      delimited by size
               into al-text
             end-string
           else
             move total-discrepancies to count-edit
             string "run " delimited by size
                    function trim (run-id-filter) delimited by size
                    ": journal and ledger off by " delimited by size
                    function trim (count-edit) delimited by size
                    " row(s)" delimited by size
               into al-text
             end-string
           end-if
           perform write-alert.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.
           copy alert-procedure.
           copy utc-clock-procedure.

       end program euler-journal-recon.
