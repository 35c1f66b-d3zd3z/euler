      * Dataset growth and capacity projection report
      *
      * 15 October 2026
      *
      * RESULTLEDGER, ALERTHISTORY, STEPJOURNAL, MESSAGELOG,
      * FORECASTLOG, CONFIGSNAPSHOT and the report copies
      * euler-report-retain keeps all grow every night, and the
      * first anyone heard of one being too big was a slow step or a
      * full filesystem.  This lists each of them on CAPACITYREPORT
      * with its record count and bytes today, its average daily
      * growth over the last 30 processing dates, and the date it is
      * projected to cross THRESHOLD-KB (control-param-1, kilobytes,
      * default 102400).  It belongs on the weekly calendar
      * (RUNCALENDAR "euler-capacity-report WEEKLY=SUN").
      *
      * The last 30 processing dates are the latest 30 on
      * CLOSEDDATES, or the 30 calendar days to today when nothing
      * has been closed yet.  Every run appends each file's count and
      * bytes to CAPACITYHISTORY; growth is the net change since the
      * oldest of those snapshots inside the window, per calendar
      * day, so a file something trims (the ledger under the purge)
      * shows what it really does.  Until a snapshot inside the
      * window exists, growth falls back to the inflow: the records
      * dated inside the window, over the window's days.  Bytes are
      * the bytes each line takes on disk; the indexed files count
      * their fixed record length, without the index's own
      * overhead.
      *
      * The last section asks whether euler-ledger-purge's
      * RETENTION (its own PARAMLIB entry, default 10 rows per
      * program) keeps RESULTLEDGER flat: the purge holds each
      * program to RETENTION rows, so the ledger is bounded by the
      * programs on it times the retention as long as the purge
      * actually runs.
      *
      * 15 October 2026 - A ledger row is 161 bytes at layout
      * version 5.
      *
      * 15 October 2026 - An ALERTHISTORY record is 138 bytes with
      * its UTC offset.
       identification division.
       program-id. euler-capacity-report.

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
           copy alert-history-select.
           select flat-file
               assign to dynamic flat-path
               organization line sequential
               file status flat-status.
           select report-index-file assign to "REPORTINDEX"
               organization line sequential
               file status report-index-status.
           select history-file assign to "CAPACITYHISTORY"
               organization line sequential
               file status history-status.
           select capacity-report-file assign to "CAPACITYREPORT"
               organization line sequential
               file status capacity-report-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
           copy run-result-fd.
           copy alert-history-fd.
       fd  flat-file
           label records are omitted.
       01 flat-line                pic x(300).
       fd  report-index-file
           label records are omitted.
       01 report-index-record.
         02 rix-proc-date           pic x(8).
         02 filler                  pic x.
         02 rix-path                pic x(80).
       fd  history-file
           label records are omitted.
       01 history-record.
         02 hy-date                 pic 9(8).
         02 filler                  pic x.
         02 hy-dataset              pic x(20).
         02 filler                  pic x.
         02 hy-records              pic 9(9).
         02 filler                  pic x.
         02 hy-bytes                pic 9(12).
       fd  capacity-report-file
           label records are omitted.
       01 capacity-report-line     pic x(130).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
       01 alert-history-status     pic xx.
       01 flat-status              pic xx.
       01 flat-path                pic x(80).
       01 report-index-status      pic xx.
       01 history-status           pic xx.
       01 capacity-report-status   pic xx.
       01 read-switch              pic x.
         88 read-at-end             value 'Y'.
       01 index-switch             pic x.
         88 index-at-end            value 'Y'.

       01 threshold-kb             pic 9(9) value 102400.
       01 threshold-bytes          pic 9(12).
       01 purge-retention          pic 9(9) value 10.
       01 capacity-proc-date       pic 9(8).
       01 capacity-day-number      pic 9(7) comp-5.
       01 window-start             pic 9(8) value 0.
       01 window-days              pic 9(5) comp-5.
       01 window-size constant as 30.

      * The distinct processing dates on CLOSEDDATES, for picking
      * the window's first date.
       01 closed-max constant as 2000.
       01 closed-dates-table.
         02 closed-date-entry occurs 2000 times pic 9(8).
       01 closed-count             pic 9(4) comp-5 value 0.
       01 closed-scan              pic 9(4) comp-5.
       01 closed-seen-switch       pic x.
       01 closed-value             pic 9(8).
       01 pick-count               pic 99 comp-5.
       01 pick-ceiling             pic 9(8).
       01 pick-best                pic 9(8).

      * One slot per dataset on the report.  Kind L is the ledger,
      * H the alert history, S a line-sequential file with its date
      * in columns 1-8, R the retained report copies on
      * REPORTINDEX.
       01 dataset-count constant as 7.
       01 dataset-table.
         02 dataset-entry occurs 7 times.
           03 ds-name               pic x(20).
           03 ds-kind               pic x.
           03 ds-present            pic x.
           03 ds-records            pic 9(9).
           03 ds-bytes              pic 9(12).
           03 ds-inflow-records     pic 9(9).
           03 ds-inflow-bytes       pic 9(12).
           03 ds-snap-date          pic 9(8).
           03 ds-snap-records       pic 9(9).
           03 ds-snap-bytes         pic 9(12).
           03 ds-growth-records     pic s9(9)v99.
           03 ds-growth-bytes       pic s9(12)v99.
           03 ds-growth-basis       pic x(7).
           03 ds-crossing           pic x(10).
       01 ds-index                 pic 9 comp-5.
       01 record-date              pic x(8).
       01 record-bytes             pic 9(5) comp-5.
       01 snap-days                pic 9(7) comp-5.
       01 days-to-cross            pic 9(9).
       01 crossing-date            pic 9(8).
       01 over-count               pic 9(3) value 0.

      * Per-program row counts on the ledger, for the retention
      * bound.
       01 program-max constant as 200.
       01 program-table.
         02 program-entry occurs 200 times.
           03 pg-name               pic x(20).
           03 pg-rows               pic 9(7) comp-5.
       01 program-count            pic 999 comp-5 value 0.
       01 program-scan             pic 999 comp-5.
       01 retention-bound          pic 9(9) value 0.
       01 purge-excess             pic 9(9) value 0.
       01 last-purge-date          pic 9(8) value 0.
       01 purge-verdict            pic x(8).

       01 edit-records             pic z(8)9.
       01 edit-bytes               pic z(11)9.
       01 edit-growth-records      pic -(7)9.99.
       01 edit-growth-bytes        pic -(10)9.99.
       01 edit-small               pic z(8)9.
       01 edit-other               pic z(8)9.

       procedure division.

       main.
           move "euler-capacity-report" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move threshold-kb to control-param-1
           perform read-control-card
           move "euler-capacity-report" to kp-program-id
           move "THRESHOLD-KB" to kp-keyword (1)
           perform read-parameter-library
           move control-param-1 to threshold-kb
           compute threshold-bytes = threshold-kb * 1024

      * euler-ledger-purge's own RETENTION, through its own
      * PARAMLIB entry.
           move spaces to kp-keyword-table
           move purge-retention to control-param-1
           move "euler-ledger-purge" to kp-program-id
           move "RETENTION" to kp-keyword (1)
           perform read-parameter-library
           move control-param-1 to purge-retention

           perform establish-capacity-date
           perform establish-window
           perform build-dataset-table
           perform load-history-snapshots

           perform measure-ledger
           perform measure-alert-history
           perform varying ds-index from 3 by 1 until ds-index > 6
             perform measure-flat-dataset
           end-perform
           perform measure-report-copies

           perform varying ds-index from 1 by 1
                   until ds-index > dataset-count
             perform project-one-dataset
           end-perform

           perform write-capacity-report
           perform append-history-snapshots

           display "euler-capacity-report: window from "
                   window-start ", " over-count
                   " datasets over or projected past the threshold "
                   "within a year"

           perform format-report-footer
           display report-footer-line
           move "euler-capacity-report" to rr-program-id
           move threshold-kb to edit-small
           move spaces to rr-parameters
           string "threshold-kb=" delimited by size
                  function trim (edit-small) delimited by size
             into rr-parameters
           end-string
           move over-count to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
           move spaces to rr-expected-result
           move space to rr-pass-flag
           perform stop-run-timer
           perform write-run-result
           goback.

       establish-capacity-date.
           move spaces to rr-proc-date-text
           accept rr-proc-date-text from environment "EULERPROCDATE"
             on exception
               move spaces to rr-proc-date-text
           end-accept
           if rr-proc-date-text (1:8) is numeric
             move rr-proc-date-text (1:8) to capacity-proc-date
           else
             move function current-date (1:8) to capacity-proc-date
           end-if
           compute capacity-day-number =
               function integer-of-date (capacity-proc-date).

      * The 30th latest closed date, found by picking the latest
      * date below the last one picked, 30 times over.
       establish-window.
           perform load-closed-dates
           move 0 to window-start
           move 99999999 to pick-ceiling
           perform varying pick-count from 1 by 1
                   until pick-count > window-size
                      or pick-ceiling = 0
             move 0 to pick-best
             perform varying closed-scan from 1 by 1
                     until closed-scan > closed-count
               if closed-date-entry (closed-scan) < pick-ceiling
                 and closed-date-entry (closed-scan) > pick-best
                 move closed-date-entry (closed-scan) to pick-best
               end-if
             end-perform
             move pick-best to pick-ceiling
             if pick-best > 0
               move pick-best to window-start
             end-if
           end-perform
           if window-start = 0
             compute window-start = function date-of-integer
                 (capacity-day-number - window-size + 1)
           end-if
           compute window-days = capacity-day-number
               - function integer-of-date (window-start) + 1.

       load-closed-dates.
           move "00" to closed-dates-status
           open input closed-dates-file
           if closed-dates-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to read-switch
           perform read-one-closed-date until read-at-end
           close closed-dates-file.

       read-one-closed-date.
           move "CLOSEDDATES" to io-dataset
           perform count-io-read
           read closed-dates-file
             at end
               move 'Y' to read-switch
             not at end
               if cdr-date is numeric
                 move cdr-date to closed-value
                 if closed-value <= capacity-proc-date
                   perform add-closed-date
                 end-if
               end-if
           end-read.

       add-closed-date.
           move 'N' to closed-seen-switch
           perform varying closed-scan from 1 by 1
                   until closed-scan > closed-count
             if closed-date-entry (closed-scan) = closed-value
               move 'Y' to closed-seen-switch
             end-if
           end-perform
           if closed-seen-switch = 'N'
             and closed-count < closed-max
             add 1 to closed-count
             move closed-value to closed-date-entry (closed-count)
           end-if.

      * A new dataset to watch means one more entry here.
       build-dataset-table.
           move "RESULTLEDGER"   to ds-name (1)
           move 'L'              to ds-kind (1)
           move "ALERTHISTORY"   to ds-name (2)
           move 'H'              to ds-kind (2)
           move "STEPJOURNAL"    to ds-name (3)
           move 'S'              to ds-kind (3)
           move "MESSAGELOG"     to ds-name (4)
           move 'S'              to ds-kind (4)
           move "FORECASTLOG"    to ds-name (5)
           move 'S'              to ds-kind (5)
           move "CONFIGSNAPSHOT" to ds-name (6)
           move 'S'              to ds-kind (6)
           move "REPORT COPIES"  to ds-name (7)
           move 'R'              to ds-kind (7)
           perform varying ds-index from 1 by 1
                   until ds-index > dataset-count
             move 'N' to ds-present (ds-index)
             move 0 to ds-records (ds-index)
             move 0 to ds-bytes (ds-index)
             move 0 to ds-inflow-records (ds-index)
             move 0 to ds-inflow-bytes (ds-index)
             move 0 to ds-snap-date (ds-index)
             move 0 to ds-snap-records (ds-index)
             move 0 to ds-snap-bytes (ds-index)
           end-perform.

      * The oldest snapshot inside the window, before today, per
      * dataset.
       load-history-snapshots.
           move "00" to history-status
           open input history-file
           if history-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to read-switch
           perform read-one-snapshot until read-at-end
           close history-file.

       read-one-snapshot.
           move "CAPACITYHISTORY" to io-dataset
           perform count-io-read
           read history-file
             at end
               move 'Y' to read-switch
             not at end
               if hy-date is numeric
                 and hy-date >= window-start
                 and hy-date < capacity-proc-date
                 perform varying ds-index from 1 by 1
                         until ds-index > dataset-count
                   if hy-dataset = ds-name (ds-index)
                     and (ds-snap-date (ds-index) = 0
                          or hy-date < ds-snap-date (ds-index))
                     move hy-date to ds-snap-date (ds-index)
                     move hy-records to ds-snap-records (ds-index)
                     move hy-bytes to ds-snap-bytes (ds-index)
                   end-if
                 end-perform
               end-if
           end-read.

      * The ledger pass also tallies rows per program and finds the
      * last purge, for the retention section.
       measure-ledger.
           move 1 to ds-index
           perform open-ledger-for-input
           if run-result-status is not equal to "00"
             exit paragraph
           end-if
           move 'Y' to ds-present (1)
           move 'N' to read-switch
           perform measure-one-ledger-row until read-at-end
           close result-ledger-file.

       measure-one-ledger-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to read-switch
             not at end
               add 1 to ds-records (1)
               add 161 to ds-bytes (1)
               if rr-processing-date is numeric
                 and rr-processing-date >= window-start
                 add 1 to ds-inflow-records (1)
                 add 161 to ds-inflow-bytes (1)
               end-if
               perform tally-ledger-program
               if rr-program-id = "euler-ledger-purge"
                 and rr-run-date is numeric
                 and rr-run-date > last-purge-date
                 move rr-run-date to last-purge-date
               end-if
           end-read.

       tally-ledger-program.
           perform varying program-scan from 1 by 1
                   until program-scan > program-count
             if pg-name (program-scan) = rr-program-id
               add 1 to pg-rows (program-scan)
               exit paragraph
             end-if
           end-perform
           if program-count < program-max
             add 1 to program-count
             move rr-program-id to pg-name (program-count)
             move 1 to pg-rows (program-count)
           end-if.

       measure-alert-history.
           move "00" to alert-history-status
           open input alert-history-file
           if alert-history-status is not equal to "00"
             exit paragraph
           end-if
           move 'Y' to ds-present (2)
           move 'N' to read-switch
           perform measure-one-alert until read-at-end
           close alert-history-file.

       measure-one-alert.
           move "ALERTHISTORY" to io-dataset
           perform count-io-read
           read alert-history-file next record
             at end
               move 'Y' to read-switch
             not at end
               add 1 to ds-records (2)
               add 138 to ds-bytes (2)
               if ah-date >= window-start
                 add 1 to ds-inflow-records (2)
                 add 138 to ds-inflow-bytes (2)
               end-if
           end-read.

       measure-flat-dataset.
           move ds-name (ds-index) to flat-path
           move "00" to flat-status
           open input flat-file
           if flat-status is not equal to "00"
             exit paragraph
           end-if
           move 'Y' to ds-present (ds-index)
           move 'N' to read-switch
           perform measure-one-flat-line until read-at-end
           close flat-file.

       measure-one-flat-line.
           move flat-path to io-dataset
           perform count-io-read
           read flat-file
             at end
               move 'Y' to read-switch
             not at end
               perform count-flat-line-bytes
               add 1 to ds-records (ds-index)
               add record-bytes to ds-bytes (ds-index)
               move flat-line (1:8) to record-date
               if record-date is numeric
                 and record-date >= window-start
                 add 1 to ds-inflow-records (ds-index)
                 add record-bytes to ds-inflow-bytes (ds-index)
               end-if
           end-read.

       count-flat-line-bytes.
           if flat-line = spaces
             move 1 to record-bytes
           else
             compute record-bytes = function length
                 (function trim (flat-line trailing)) + 1
           end-if.

      * Each copy on REPORTINDEX is opened and measured; the
      * processing date the index records for it dates every line
      * in it.
       measure-report-copies.
           move 7 to ds-index
           move "00" to report-index-status
           open input report-index-file
           if report-index-status is not equal to "00"
             exit paragraph
           end-if
           move 'Y' to ds-present (7)
           move 'N' to index-switch
           perform measure-one-copy until index-at-end
           close report-index-file.

       measure-one-copy.
           move "REPORTINDEX" to io-dataset
           perform count-io-read
           read report-index-file
             at end
               move 'Y' to index-switch
             not at end
               move rix-path to flat-path
               move "00" to flat-status
               open input flat-file
               if flat-status = "00"
                 move 'N' to read-switch
                 perform measure-one-copy-line until read-at-end
                 close flat-file
               end-if
           end-read.

       measure-one-copy-line.
           move flat-path to io-dataset
           perform count-io-read
           read flat-file
             at end
               move 'Y' to read-switch
             not at end
               perform count-flat-line-bytes
               add 1 to ds-records (7)
               add record-bytes to ds-bytes (7)
               if rix-proc-date >= window-start
                 add 1 to ds-inflow-records (7)
                 add record-bytes to ds-inflow-bytes (7)
               end-if
           end-read.

      * Net change since the window's oldest snapshot when there is
      * one, the window's inflow otherwise; then the days left at
      * that rate until the threshold.
       project-one-dataset.
           if ds-snap-date (ds-index) > 0
             compute snap-days = capacity-day-number
                 - function integer-of-date (ds-snap-date (ds-index))
             compute ds-growth-records (ds-index) rounded =
                 (ds-records (ds-index) - ds-snap-records (ds-index))
                 / snap-days
             compute ds-growth-bytes (ds-index) rounded =
                 (ds-bytes (ds-index) - ds-snap-bytes (ds-index))
                 / snap-days
             move "NET" to ds-growth-basis (ds-index)
           else
             compute ds-growth-records (ds-index) rounded =
                 ds-inflow-records (ds-index) / window-days
             compute ds-growth-bytes (ds-index) rounded =
                 ds-inflow-bytes (ds-index) / window-days
             move "INFLOW" to ds-growth-basis (ds-index)
           end-if

           evaluate true
             when ds-present (ds-index) = 'N'
               move "ABSENT" to ds-crossing (ds-index)
             when ds-bytes (ds-index) >= threshold-bytes
               move "OVER NOW" to ds-crossing (ds-index)
               add 1 to over-count
             when ds-growth-bytes (ds-index) <= 0
               move "NOT GROWING" to ds-crossing (ds-index)
             when other
               compute days-to-cross = function integer
                   ((threshold-bytes - ds-bytes (ds-index))
                    / ds-growth-bytes (ds-index)) + 1
               if days-to-cross > 3650000
                 move "BEYOND" to ds-crossing (ds-index)
               else
                 compute crossing-date = function date-of-integer
                     (capacity-day-number + days-to-cross)
                 move crossing-date to ds-crossing (ds-index)
                 if days-to-cross <= 366
                   add 1 to over-count
                 end-if
               end-if
           end-evaluate.

       write-capacity-report.
           move "00" to capacity-report-status
           open output capacity-report-file
           if capacity-report-status is not equal to "00"
             display "euler-capacity-report: cannot write "
                     "CAPACITYREPORT, file status "
                     capacity-report-status
             exit paragraph
           end-if
           move spaces to capacity-report-line
           move threshold-kb to edit-small
           move window-days to edit-other
           string "Dataset capacity as of " delimited by size
                  capacity-proc-date delimited by size
                  "   window from " delimited by size
                  window-start delimited by size
                  " (" delimited by size
                  function trim (edit-other) delimited by size
                  " days)   threshold " delimited by size
                  function trim (edit-small) delimited by size
                  " KB" delimited by size
             into capacity-report-line
           end-string
           move "CAPACITYREPORT" to io-dataset
           perform count-io-write
           write capacity-report-line
           move spaces to capacity-report-line
           move "CAPACITYREPORT" to io-dataset
           perform count-io-write
           write capacity-report-line
           move "DATASET                 RECORDS         BYTES"
             to capacity-report-line
           move "  RECORDS/DAY     BYTES/DAY  BASIS    CROSSES"
             to capacity-report-line (46:)
           move "CAPACITYREPORT" to io-dataset
           perform count-io-write
           write capacity-report-line
           perform varying ds-index from 1 by 1
                   until ds-index > dataset-count
             perform write-dataset-line
           end-perform
           perform write-retention-section
           close capacity-report-file.

       write-dataset-line.
           move ds-records (ds-index) to edit-records
           move ds-bytes (ds-index) to edit-bytes
           move ds-growth-records (ds-index) to edit-growth-records
           move ds-growth-bytes (ds-index) to edit-growth-bytes
           move spaces to capacity-report-line
           move ds-name (ds-index) to capacity-report-line (1:20)
           move edit-records to capacity-report-line (22:9)
           move edit-bytes to capacity-report-line (33:12)
           move edit-growth-records to capacity-report-line (47:11)
           move edit-growth-bytes to capacity-report-line (59:14)
           move ds-growth-basis (ds-index)
             to capacity-report-line (75:7)
           move ds-crossing (ds-index) to capacity-report-line (84:10)
           move "CAPACITYREPORT" to io-dataset
           perform count-io-write
           write capacity-report-line.

      * Bounded as long as the purge runs: each program is held to
      * RETENTION rows, so what the ledger holds over that bound is
      * only what has come in since the last purge.  No purge on
      * the ledger, or a month's inflow piled above the bound, means
      * the setting is not what is keeping it flat.
       write-retention-section.
           move 0 to retention-bound
           perform varying program-scan from 1 by 1
                   until program-scan > program-count
             if pg-rows (program-scan) < purge-retention
               add pg-rows (program-scan) to retention-bound
             else
               add purge-retention to retention-bound
             end-if
           end-perform
           compute purge-excess = ds-records (1) - retention-bound
           evaluate true
             when ds-present (1) = 'N'
               move "UNKNOWN" to purge-verdict
             when last-purge-date = 0
               move "GROWING" to purge-verdict
             when purge-excess >
                    ds-growth-records (1) * 31 + program-count
               and ds-growth-records (1) > 0
               move "GROWING" to purge-verdict
             when other
               move "FLAT" to purge-verdict
           end-evaluate

           move spaces to capacity-report-line
           move "CAPACITYREPORT" to io-dataset
           perform count-io-write
           write capacity-report-line
           move "RESULTLEDGER retention (euler-ledger-purge)"
             to capacity-report-line
           move "CAPACITYREPORT" to io-dataset
           perform count-io-write
           write capacity-report-line
           move purge-retention to edit-small
           move program-count to edit-other
           move spaces to capacity-report-line
           string "  RETENTION " delimited by size
                  function trim (edit-small) delimited by size
                  " rows per program, " delimited by size
                  function trim (edit-other) delimited by size
                  " programs on the ledger" delimited by size
             into capacity-report-line
           end-string
           move "CAPACITYREPORT" to io-dataset
           perform count-io-write
           write capacity-report-line
           move retention-bound to edit-small
           move ds-records (1) to edit-other
           move spaces to capacity-report-line
           string "  bound " delimited by size
                  function trim (edit-small) delimited by size
                  " rows, holding " delimited by size
                  function trim (edit-other) delimited by size
                  " rows now" delimited by size
             into capacity-report-line
           end-string
           move "CAPACITYREPORT" to io-dataset
           perform count-io-write
           write capacity-report-line
           move purge-excess to edit-small
           move spaces to capacity-report-line
           if last-purge-date = 0
             string "  the next purge would move out "
                      delimited by size
                    function trim (edit-small) delimited by size
                    " rows; no euler-ledger-purge run is on the "
                      delimited by size
                    "ledger" delimited by size
               into capacity-report-line
             end-string
           else
             string "  the next purge would move out "
                      delimited by size
                    function trim (edit-small) delimited by size
                    " rows; last purge ran " delimited by size
                    last-purge-date delimited by size
               into capacity-report-line
             end-string
           end-if
           move "CAPACITYREPORT" to io-dataset
           perform count-io-write
           write capacity-report-line
           move spaces to capacity-report-line
           evaluate purge-verdict
             when "FLAT"
               string "  FLAT - the retention setting holds "
                        delimited by size
                      "RESULTLEDGER at its bound between purges"
                        delimited by size
                 into capacity-report-line
               end-string
             when "GROWING"
               string "  GROWING - RESULTLEDGER is not being held "
                        delimited by size
                      "to the retention bound; check the purge's "
                        delimited by size
                      "calendar" delimited by size
                 into capacity-report-line
               end-string
             when other
               move "  UNKNOWN - RESULTLEDGER could not be read"
                 to capacity-report-line
           end-evaluate
           move "CAPACITYREPORT" to io-dataset
           perform count-io-write
           write capacity-report-line.

       append-history-snapshots.
           move "00" to history-status
           open extend history-file
           if history-status = "35"
             open output history-file
           end-if
           if history-status is not equal to "00"
             display "euler-capacity-report: CAPACITYHISTORY open "
                     "failed, file status " history-status
             exit paragraph
           end-if
           perform varying ds-index from 1 by 1
                   until ds-index > dataset-count
             if ds-present (ds-index) = 'Y'
               move spaces to history-record
               move capacity-proc-date to hy-date
               move ds-name (ds-index) to hy-dataset
               move ds-records (ds-index) to hy-records
               move ds-bytes (ds-index) to hy-bytes
               move "CAPACITYHISTORY" to io-dataset
               perform count-io-write
               write history-record
             end-if
           end-perform
           close history-file.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.

       end program euler-capacity-report.
