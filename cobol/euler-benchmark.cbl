      * PROGRAM (control-param-4) names the program; RUNS
      * (control-param-1, default 10, capped at 99) says how many
      * times.
      *
      * 15 October 2026 - The Su Doku search is timed on
      * euler-problem-096's SUDOKUHARD: PROGRAM=euler-problem-096
      * here, euler-problem-096 PUZZLE-FILE=SUDOKUHARD in the same
      * PARAMLIB.
      *
      * 15 October 2026 - COMPARE=Y (control-param-5) times the
      * program twice over: RUNS runs with EULERPRIMELOOKUP=FILE,
      * holding the prime lookup to PRIMESFILE, then RUNS runs with
      * PRIMESBITMAP, and BENCHREPORT shows both side by side with the
      * change in the average.  PRIMESBITMAP joins the smoke-style
      * redirections as SMOKEBITMAP.
       identification division.
       program-id. euler-benchmark.

       01 run-number               pic 99 comp-5.
       01 bench-run-id             pic x(14).
       01 bench-profile            pic x(10) value "BENCH".
       01 compare-switch           pic x value 'N'.
         88 compare-requested       value 'Y'.

       01 clock-fields.
         02 clock-text             pic x(21).
       01 total-elapsed            pic 9(12) comp-5 value 0.
       01 average-elapsed          pic 9(9) comp-5.
       01 spread-elapsed           pic 9(9) comp-5.
      * Under COMPARE the PRIMESFILE pass's samples and statistics
      * are kept here while the PRIMESBITMAP pass runs.
       01 file-sample-table.
         02 file-sample occurs 99 times pic s9(9) comp-5.
       01 file-minimum-elapsed     pic 9(9) comp-5.
       01 file-maximum-elapsed     pic 9(9) comp-5.
       01 file-average-elapsed     pic 9(9) comp-5.
       01 file-spread-elapsed      pic 9(9) comp-5.
       01 average-change           pic s9(9) comp-5.
       01 change-edit              pic -(8)9.
       01 sample-edit              pic z(8)9.
       01 run-edit                 pic z9.


           move run-count to control-param-1
           move target-program to control-param-4
           move compare-switch to control-param-5
           perform read-control-card
           move "euler-benchmark" to kp-program-id
           move "RUNS" to kp-keyword (1)
           move "PROGRAM" to kp-keyword (4)
           move "COMPARE" to kp-keyword (5)
           perform read-parameter-library
           move control-param-1 to run-count
           move control-param-5 to compare-switch
           if control-param-4 is not equal to spaces
             move control-param-4 to target-program
           end-if
           end-string
           set environment "EULERRUNID" to bench-run-id

           if compare-requested
             perform time-file-lookup-pass
           end-if
           perform time-one-run
                   varying run-number from 1 by 1
                   until run-number > run-count
           perform compute-statistics
           perform write-bench-report

           if compare-requested
             display "benchmark of " function trim (target-program)
                     " on PRIMESFILE: min " file-minimum-elapsed
                     " avg " file-average-elapsed " max "
                     file-maximum-elapsed " spread "
                     file-spread-elapsed " hundredths over "
                     run-count " runs"
             display "benchmark of " function trim (target-program)
                     " on PRIMESBITMAP: min " minimum-elapsed
                     " avg " average-elapsed " max "
                     maximum-elapsed " spread " spread-elapsed
                     " hundredths over " run-count " runs"
           else
             display "benchmark of " function trim (target-program)
                     ": min " minimum-elapsed " avg "
                     average-elapsed " max " maximum-elapsed
                     " spread " spread-elapsed " hundredths over "
                     run-count " runs"
           end-if

           perform format-report-footer
           display report-footer-line
             set environment "RESULTLEDGER" to "SMOKELEDGER"
             set environment "PRIMESFILE" to "SMOKEPRIMES"
             set environment "PRIMESINDEX" to "SMOKEPRIMESIX"
             set environment "PRIMESBITMAP" to "SMOKEBITMAP"
             set environment "RESTARTFILE" to "SMOKEREST14"
             set environment "PRIME10RESTART" to "SMOKEREST10"
             set environment "ABUNDANTLIST" to "SMOKEABUNDANT"
           end-if.

      * COMPARE: the same RUNS first with the prime lookup held to
      * PRIMESFILE (EULERPRIMELOOKUP=FILE makes load-prime-bitmap
      * decline the map), its statistics set aside, and the program
      * CANCELed so the PRIMESBITMAP pass that follows starts cold
      * too.
       time-file-lookup-pass.
           display "euler-benchmark: " run-count " runs with "
                   "EULERPRIMELOOKUP=FILE, then " run-count
                   " with PRIMESBITMAP"
           set environment "EULERPRIMELOOKUP" to "FILE"
           perform time-one-run
                   varying run-number from 1 by 1
                   until run-number > run-count
           perform compute-statistics
           move sample-table to file-sample-table
           move minimum-elapsed to file-minimum-elapsed
           move maximum-elapsed to file-maximum-elapsed
           move average-elapsed to file-average-elapsed
           move spread-elapsed to file-spread-elapsed
           move 999999999 to minimum-elapsed
           move 0 to maximum-elapsed
           move 0 to total-elapsed
           cancel target-program
           set environment "EULERPRIMELOOKUP" to "BITMAP".

       time-one-run.
           if run-number > 1
             cancel target-program
             into bench-report-line
           end-string
           write bench-report-line
           if compare-requested
             perform write-comparison-lines
           else
             perform write-sample-lines
           end-if

           move report-footer-line to bench-report-line
           write bench-report-line
           close bench-report-file.

       write-sample-lines.
           move "RUN   ELAPSED(HUNDREDTHS)" to bench-report-line
           write bench-report-line
           perform varying run-number from 1 by 1
                  sample-edit delimited by size
             into bench-report-line
           end-string
           write bench-report-line.

      * Before and after side by side: each run's elapsed time with
      * the PRIMESFILE lookup and with PRIMESBITMAP, the statistics
      * for both, and the change in the average.
       write-comparison-lines.
           move "RUN     PRIMESFILE  PRIMESBITMAP  (HUNDREDTHS)"
             to bench-report-line
           write bench-report-line
           perform varying run-number from 1 by 1
                   until run-number > run-count
             move spaces to bench-report-line
             move run-number to run-edit
             move run-edit to bench-report-line (1:3)
             move file-sample (run-number) to sample-edit
             move sample-edit to bench-report-line (10:9)
             move sample (run-number) to sample-edit
             move sample-edit to bench-report-line (24:9)
             write bench-report-line
           end-perform

           move spaces to bench-report-line
           move "minimum" to bench-report-line (1:8)
           move file-minimum-elapsed to sample-edit
           move sample-edit to bench-report-line (10:9)
           move minimum-elapsed to sample-edit
           move sample-edit to bench-report-line (24:9)
           write bench-report-line
           move spaces to bench-report-line
           move "average" to bench-report-line (1:8)
           move file-average-elapsed to sample-edit
           move sample-edit to bench-report-line (10:9)
           move average-elapsed to sample-edit
           move sample-edit to bench-report-line (24:9)
           write bench-report-line
           move spaces to bench-report-line
           move "maximum" to bench-report-line (1:8)
           move file-maximum-elapsed to sample-edit
           move sample-edit to bench-report-line (10:9)
           move maximum-elapsed to sample-edit
           move sample-edit to bench-report-line (24:9)
           write bench-report-line
           move spaces to bench-report-line
           move "spread" to bench-report-line (1:8)
           move file-spread-elapsed to sample-edit
           move sample-edit to bench-report-line (10:9)
           move spread-elapsed to sample-edit
           move sample-edit to bench-report-line (24:9)
           write bench-report-line

           compute average-change =
               average-elapsed - file-average-elapsed
           move average-change to change-edit
           move spaces to bench-report-line
           string "average change with PRIMESBITMAP: "
                    delimited by size
                  trim (change-edit) delimited by size
                  " hundredths" delimited by size
             into bench-report-line
           end-string
           write bench-report-line.

           copy control-card-procedure.
           copy param-library-procedure.
