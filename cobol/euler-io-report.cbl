      * I/O throughput report by program
      *
      * 15 October 2026
      *
      * The capacity report says how big the datasets are getting
      * and the critical-path report how long the steps take; what
      * neither says is whether a step that got slower is doing
      * more work or doing the same work more slowly.  Every
      * ledger-writing run now leaves its reads and writes per
      * dataset on IOSTATS (see run-result.cpy and
      * euler-io-stats-write); this turns them into IOREPORT, one
      * section per program, one line per run in the order the runs
      * happened:
      *
      *   processing date, run id, reads, writes, elapsed seconds
      *   and records (reads plus writes) per second
      *
      * and a closing line per program with its run count, its
      * records per second over the whole window and its latest
      * run's rate against that, flagged SLOWER when the latest run
      * managed under three quarters of the window's rate.  A run
      * that finished inside a hundredth of a second has no rate
      * and is shown as such.
      *
      *   DAYS      control-param-1, the window in processing dates
      *             back from the stream's EULERPROCDATE (else
      *             today), default 30
      *   PROGRAM   control-param-4, one program to report; spaces
      *             for every program on IOSTATS
      *
      * The ledger row's answer is the number of runs reported.
       identification division.
       program-id. euler-io-report.

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
           copy io-stats-select.
           select io-report-file assign to "IOREPORT"
               organization line sequential
               file status io-report-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
           copy run-result-fd.
           copy io-stats-fd.
       fd  io-report-file
           label records are omitted.
       01 io-report-line             pic x(132).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
       01 io-stats-status            pic xx.
       01 io-report-status           pic xx.
       01 read-switch                pic x.
         88 read-at-end               value 'Y'.

       01 window-days                pic 9(9) value 30.
       01 report-program             pic x(20).
       01 report-proc-date           pic 9(8).
       01 window-start               pic 9(8).

      * One slot per run: a run is one program's row on the ledger,
      * so its records on IOSTATS share run id, program, date and
      * time.
       01 run-max constant as 3000.
       01 run-table.
         02 run-entry occurs 3000 times.
           03 rn-program             pic x(20).
           03 rn-run-id              pic x(14).
           03 rn-proc-date           pic 9(8).
           03 rn-run-date            pic 9(8).
           03 rn-run-time            pic 9(8).
           03 rn-elapsed             pic 9(7).
           03 rn-reads               pic 9(11) comp-5.
           03 rn-writes              pic 9(11) comp-5.
       01 run-count                  pic 9(4) comp-5 value 0.
       01 run-scan                   pic 9(4) comp-5.
       01 runs-dropped               pic 9(5) comp-5 value 0.

      * The programs, in the order their first run appears.
       01 program-max constant as 200.
       01 program-table.
         02 program-entry occurs 200 times.
           03 pg-name                pic x(20).
           03 pg-runs                pic 9(5) comp-5.
           03 pg-records             pic 9(13) comp-5.
           03 pg-elapsed             pic 9(11) comp-5.
           03 pg-last-run            pic 9(4) comp-5.
       01 program-count              pic 999 comp-5 value 0.
       01 program-scan               pic 999 comp-5.

       01 run-records                pic 9(13) comp-5.
       01 run-rate                   pic 9(11)v9.
       01 window-rate                pic 9(11)v9.
       01 rate-change                pic s9(5)v9.
       01 slower-count               pic 999 value 0.
       01 runs-reported              pic 9(5) value 0.

       01 count-edit                 pic z(10)9.
       01 seconds-edit               pic z(5)9.99.
       01 rate-edit                  pic z(10)9.9.
       01 change-edit                pic -(5)9.9.
       01 small-edit                 pic z(4)9.

       procedure division.

       main.
           move "euler-io-report" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move window-days to control-param-1
           move spaces to control-param-4
           perform read-control-card
           move "euler-io-report" to kp-program-id
           move "DAYS" to kp-keyword (1)
           move "PROGRAM" to kp-keyword (4)
           perform read-parameter-library
           move control-param-1 to window-days
           move control-param-4 to report-program
           if window-days = 0
             move 1 to window-days
           end-if

           perform establish-report-date
           compute window-start = function date-of-integer
               (function integer-of-date (report-proc-date)
                - window-days + 1)

           move "00" to io-report-status
           open output io-report-file
           move report-header-line to io-report-line
           move "IOREPORT" to io-dataset
           perform count-io-write
           write io-report-line
           move spaces to io-report-line
           string "I/O THROUGHPUT BY PROGRAM, PROCESSING DATES "
                    delimited by size
                  window-start delimited by size
                  " TO " delimited by size
                  report-proc-date delimited by size
             into io-report-line
           end-string
           move "IOREPORT" to io-dataset
           perform count-io-write
           write io-report-line

           perform load-io-statistics
           if io-stats-status is not equal to "00"
             move spaces to io-report-line
             string "IOSTATS unavailable, file status "
                      delimited by size
                    io-stats-status delimited by size
               into io-report-line
             end-string
             move "IOREPORT" to io-dataset
             perform count-io-write
             write io-report-line
             display "euler-io-report: IOSTATS unavailable, file "
                     "status " io-stats-status
           else
             perform varying program-scan from 1 by 1
                     until program-scan > program-count
               perform write-program-section
             end-perform
             if program-count = 0
               move spaces to io-report-line
               move "NO RUNS ON IOSTATS IN THE WINDOW"
                 to io-report-line
               move "IOREPORT" to io-dataset
               perform count-io-write
               write io-report-line
             end-if
             if runs-dropped > 0
               move spaces to io-report-line
               move runs-dropped to small-edit
               string function trim (small-edit) delimited by size
                      " runs beyond the report's capacity were "
                        delimited by size
                      "left out" delimited by size
                 into io-report-line
               end-string
               move "IOREPORT" to io-dataset
               perform count-io-write
               write io-report-line
             end-if
           end-if

           display "euler-io-report: " runs-reported " runs, "
                   program-count " programs, " slower-count
                   " slower than their window"

           perform format-report-footer
           move report-footer-line to io-report-line
           move "IOREPORT" to io-dataset
           perform count-io-write
           write io-report-line
           close io-report-file
           display report-footer-line

           move "euler-io-report" to rr-program-id
           move window-days to small-edit
           move spaces to rr-parameters
           string "days=" delimited by size
                  function trim (small-edit) delimited by size
                  " program=" delimited by size
                  function trim (report-program) delimited by size
             into rr-parameters
           end-string
           move runs-reported to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
           move spaces to rr-expected-result
           move space to rr-pass-flag
           perform stop-run-timer
           perform write-run-result
           goback.

       establish-report-date.
           move spaces to rr-proc-date-text
           accept rr-proc-date-text from environment "EULERPROCDATE"
             on exception
               move spaces to rr-proc-date-text
           end-accept
           if rr-proc-date-text (1:8) is numeric
             move rr-proc-date-text (1:8) to report-proc-date
           else
             move function current-date (1:8) to report-proc-date
           end-if.

      ******************************************************************
      * Fold IOSTATS into runs, and the runs into programs.
      ******************************************************************
       load-io-statistics.
           move "00" to io-stats-status
           open input io-stats-file
           if io-stats-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to read-switch
           perform read-one-statistic until read-at-end
           close io-stats-file
           move "00" to io-stats-status.

       read-one-statistic.
           move "IOSTATS" to io-dataset
           perform count-io-read
           read io-stats-file
             at end
               move 'Y' to read-switch
             not at end
               if is-proc-date is numeric
                 and is-proc-date >= window-start
                 and is-proc-date <= report-proc-date
                 and is-reads is numeric
                 and is-writes is numeric
                 and (report-program = spaces
                      or is-program = report-program)
                 perform post-one-statistic
               end-if
           end-read.

       post-one-statistic.
           perform varying run-scan from run-count by -1
                   until run-scan < 1
                      or (rn-run-id (run-scan) = is-run-id
                          and rn-program (run-scan) = is-program
                          and rn-run-date (run-scan) = is-run-date
                          and rn-run-time (run-scan) = is-run-time)
             continue
           end-perform
           if run-scan < 1
             if run-count >= run-max
               add 1 to runs-dropped
               exit paragraph
             end-if
             add 1 to run-count
             move run-count to run-scan
             move is-program to rn-program (run-scan)
             move is-run-id to rn-run-id (run-scan)
             move is-proc-date to rn-proc-date (run-scan)
             move is-run-date to rn-run-date (run-scan)
             move is-run-time to rn-run-time (run-scan)
             if is-elapsed is numeric
               move is-elapsed to rn-elapsed (run-scan)
             else
               move 0 to rn-elapsed (run-scan)
             end-if
             move 0 to rn-reads (run-scan)
             move 0 to rn-writes (run-scan)
             perform note-run-program
           end-if
           add is-reads to rn-reads (run-scan)
           add is-writes to rn-writes (run-scan).

       note-run-program.
           perform varying program-scan from 1 by 1
                   until program-scan > program-count
                      or pg-name (program-scan) = is-program
             continue
           end-perform
           if program-scan > program-count
             and program-count < program-max
             add 1 to program-count
             move is-program to pg-name (program-count)
           end-if.

      ******************************************************************
      * One program's runs, oldest first, and its closing line.
      ******************************************************************
       write-program-section.
           move 0 to pg-runs (program-scan)
           move 0 to pg-records (program-scan)
           move 0 to pg-elapsed (program-scan)
           move 0 to pg-last-run (program-scan)

           move spaces to io-report-line
           move "IOREPORT" to io-dataset
           perform count-io-write
           write io-report-line
           move spaces to io-report-line
           string "PROGRAM " delimited by size
                  pg-name (program-scan) delimited by size
             into io-report-line
           end-string
           move "IOREPORT" to io-dataset
           perform count-io-write
           write io-report-line
           move "  PROC-DATE RUN-ID                  READS"
             & "      WRITES   SECONDS    RECORDS/SEC"
             to io-report-line
           move "IOREPORT" to io-dataset
           perform count-io-write
           write io-report-line

           perform varying run-scan from 1 by 1
                   until run-scan > run-count
             if rn-program (run-scan) = pg-name (program-scan)
               perform write-one-run-line
             end-if
           end-perform
           perform write-program-summary.

       write-one-run-line.
           add 1 to pg-runs (program-scan)
           add 1 to runs-reported
           compute run-records = rn-reads (run-scan)
               + rn-writes (run-scan)
           add run-records to pg-records (program-scan)
           add rn-elapsed (run-scan) to pg-elapsed (program-scan)
           move run-scan to pg-last-run (program-scan)

           move spaces to io-report-line
           move rn-proc-date (run-scan) to io-report-line (3:8)
           move rn-run-id (run-scan) to io-report-line (13:14)
           move rn-reads (run-scan) to count-edit
           move count-edit to io-report-line (31:11)
           move rn-writes (run-scan) to count-edit
           move count-edit to io-report-line (43:11)
           compute seconds-edit = rn-elapsed (run-scan) / 100
           move seconds-edit to io-report-line (55:9)
           if rn-elapsed (run-scan) > 0
             compute run-rate rounded =
                 run-records * 100 / rn-elapsed (run-scan)
             move run-rate to rate-edit
             move rate-edit to io-report-line (66:13)
           else
             move "    no rate" to io-report-line (66:11)
           end-if
           move "IOREPORT" to io-dataset
           perform count-io-write
           write io-report-line.

      * The window's rate is all the program's records over all its
      * elapsed time, so a run of a handful of records that happened
      * to take long does not swamp the busy nights.
       write-program-summary.
           move pg-runs (program-scan) to small-edit
           move pg-records (program-scan) to count-edit
           move spaces to io-report-line
           if pg-elapsed (program-scan) = 0
             string "  " delimited by size
                    function trim (small-edit) delimited by size
                    " runs, " delimited by size
                    function trim (count-edit) delimited by size
                    " records, no measurable elapsed time"
                      delimited by size
               into io-report-line
             end-string
             move "IOREPORT" to io-dataset
             perform count-io-write
             write io-report-line
             exit paragraph
           end-if
           compute window-rate rounded =
               pg-records (program-scan) * 100
                 / pg-elapsed (program-scan)
           move window-rate to rate-edit
           string "  " delimited by size
                  function trim (small-edit) delimited by size
                  " runs, " delimited by size
                  function trim (count-edit) delimited by size
                  " records, " delimited by size
                  function trim (rate-edit) delimited by size
                  " records/sec over the window" delimited by size
             into io-report-line
           end-string
           move "IOREPORT" to io-dataset
           perform count-io-write
           write io-report-line

           move pg-last-run (program-scan) to run-scan
           if pg-runs (program-scan) < 2
             or rn-elapsed (run-scan) = 0
             or window-rate = 0
             exit paragraph
           end-if
           compute run-rate rounded =
               (rn-reads (run-scan) + rn-writes (run-scan)) * 100
                 / rn-elapsed (run-scan)
           compute rate-change rounded =
               (run-rate - window-rate) * 100 / window-rate
             on size error
               move 99999 to rate-change
           end-compute
           move run-rate to rate-edit
           move rate-change to change-edit
           move spaces to io-report-line
           string "  latest run " delimited by size
                  function trim (rate-edit) delimited by size
                  " records/sec, " delimited by size
                  function trim (change-edit) delimited by size
                  "% against the window" delimited by size
             into io-report-line
           end-string
           if run-rate * 4 < window-rate * 3
             move "SLOWER" to io-report-line (90:6)
             add 1 to slower-count
           end-if
           move "IOREPORT" to io-dataset
           perform count-io-write
           write io-report-line.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.

       end program euler-io-report.
