      * Parameter sweep: one program run across a range of values
      *
      * 15 October 2026
      *
      * How does an answer move as its parameter grows - Problem
      * 12's triangle number as the divisor threshold runs 100 to
      * 500, Problem 14's longest chain as the range end climbs to
      * ten million, Problem 26's longest cycle by denominator bound?
      * Each question used to be a dozen hand-edited cards and runs.
      * This runs PROGRAM once for every value of its keyword
      * KEYWORD from START to END by STEP, CANCELing between runs so
      * each starts cold (the euler-benchmark discipline), and
      * tabulates the answer and the elapsed time of every run on
      * SWEEPREPORT and, one row per value, on the comma-delimited
      * SWEEPCSV for the spreadsheet.
      *
      * The value reaches the program the ordinary way, through
      * PARAMLIB: the library in force is copied to SWEEPPARAMLIB
      * with one more entry, "PROGRAM KEYWORD=value", at the end -
      * the last entry for a keyword is the one that takes - and
      * PARAMLIB is pointed at the copy for the run.  The shared
      * library is never rewritten, and everything else on it still
      * applies.  The checkpoint files (RESTARTFILE, PRIME10RESTART)
      * are pointed at .SWEEP twins for the whole sweep, so a run
      * can neither resume nor clear a checkpoint the stream left.
      *
      * Every run books its ledger row as usual, all of them under
      * one run id stamped SWEEP - the way euler-benchmark stamps
      * BENCH - so the rows stay on the ledger for the record but
      * euler-answer-check, the answer-key audit, the re-performance
      * sample and the elapsed-time averages leave them out.  The
      * answer tabulated is the actual result of the row the run
      * booked; elapsed is the wall clock around the CALL.
      *
      * PROGRAM (control-param-4) and KEYWORD (control-param-4 of a
      * second read of the library - there is one text slot) name
      * the program and its keyword; START, END and STEP
      * (control-param-1 to 3, STEP default 1) the values, at most
      * sweep-max of them.  Like euler-benchmark this books no row
      * of its own.  RETURN-CODE is the number of runs that booked
      * no row, 16 when there is nothing to sweep.
       identification division.
       program-id. euler-param-sweep.

       environment division.
       input-output section.
       file-control.
           select control-file assign to "CONTROLCARD"
               organization line sequential
               file status control-status.
           select param-library-file assign to "PARAMLIB"
               organization line sequential
               file status param-status.
           select sweep-library-file assign to "SWEEPPARAMLIB"
               organization line sequential
               file status sweep-library-status.
           copy run-result-select.
           select sweep-report-file assign to "SWEEPREPORT"
               organization line sequential
               file status sweep-report-status.
           select sweep-csv-file assign to "SWEEPCSV"
               organization line sequential
               file status sweep-csv-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
       fd  sweep-library-file
           label records are omitted.
       01 sweep-library-record     pic x(92).
           copy run-result-fd.
       fd  sweep-report-file
           label records are omitted.
       01 sweep-report-line        pic x(110).
       fd  sweep-csv-file
           label records are omitted.
       01 sweep-csv-record         pic x(100).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
       01 sweep-library-status     pic xx.
       01 sweep-report-status      pic xx.
       01 sweep-csv-status         pic xx.
       01 ledger-switch            pic x.
         88 ledger-at-end           value 'Y'.

       01 target-program           pic x(20) value spaces.
       01 target-keyword           pic x(20) value spaces.
       01 sweep-start              pic 9(9) value 0.
       01 sweep-end                pic 9(9) value 0.
       01 sweep-step               pic 9(9) value 1.
       01 sweep-value              pic 9(9).
       01 sweep-run-id             pic x(14).
       01 value-edit               pic z(8)9.
       01 quote-mark               pic x value '"'.

      * The library in force when the sweep started, copied into
      * every SWEEPPARAMLIB ahead of the sweep's own entry.
       01 library-max constant as 500.
       01 library-table.
         02 library-line occurs 500 times pic x(92).
       01 library-count            pic 999 comp-5 value 0.
       01 library-scan             pic 999 comp-5.
       01 library-switch           pic x.
         88 library-at-end          value 'Y'.
       01 paramlib-before          pic x(60).
       01 sweep-library-path       pic x(60).

       01 sweep-max constant as 200.
       01 sweep-table.
         02 sweep-entry occurs 200 times.
           03 sw-value              pic 9(9).
           03 sw-elapsed            pic s9(9) comp-5.
           03 sw-return-code        pic s9(9) comp-5.
           03 sw-booked             pic x.
           03 sw-actual             pic x(20).
           03 sw-parameters         pic x(40).
       01 sweep-count              pic 999 comp-5 value 0.
       01 sweep-scan               pic 999 comp-5.
       01 rows-before              pic 999 comp-5.
       01 rows-found               pic 999 comp-5.
       01 runs-without-row         pic 999 comp-5 value 0.

       01 clock-fields.
         02 clock-text             pic x(21).
         02 start-hundredths       pic 9(9) comp-5.
         02 end-hundredths         pic 9(9) comp-5.
         02 clock-hh               pic 99.
         02 clock-mm               pic 99.
         02 clock-ss               pic 99.
         02 clock-hun              pic 99.
       01 elapsed-edit             pic z(8)9.
       01 code-edit                pic -(8)9.
       01 count-edit               pic zz9.

       procedure division.

       main.
           move "euler-param-sweep" to rh-program-id
           perform format-report-header
           display report-header-line

      * Two reads of the library for the two text values.  Each read
      * names the other's text keyword in the one-character slot 5,
      * where it is taken and ignored, so neither read warns about
      * an entry it does not use.
           move sweep-start to control-param-1
           move sweep-end to control-param-2
           move sweep-step to control-param-3
           move target-program to control-param-4
           perform read-control-card
           move "euler-param-sweep" to kp-program-id
           move "START" to kp-keyword (1)
           move "END" to kp-keyword (2)
           move "STEP" to kp-keyword (3)
           move "PROGRAM" to kp-keyword (4)
           move "KEYWORD" to kp-keyword (5)
           perform read-parameter-library
           move control-param-1 to sweep-start
           move control-param-2 to sweep-end
           move control-param-3 to sweep-step
           move control-param-4 to target-program
           move spaces to control-param-4
           move "KEYWORD" to kp-keyword (4)
           move "PROGRAM" to kp-keyword (5)
           perform read-parameter-library
           move control-param-4 to target-keyword

           if target-program = spaces or target-keyword = spaces
             display "euler-param-sweep: PROGRAM and KEYWORD are "
                     "both needed - nothing to sweep"
             move 16 to return-code
             goback
           end-if
           if sweep-step = 0
             move 1 to sweep-step
           end-if
           if sweep-end < sweep-start
             display "euler-param-sweep: END " sweep-end
                     " is below START " sweep-start
                     " - nothing to sweep"
             move 16 to return-code
             goback
           end-if

           perform load-library-in-force
           perform point-at-sweep-files

      * The SWEEP marker: every row the swept program books carries
      * this id, and the reconciliation, the key audit and the
      * elapsed averages leave SWEEP rows out.
           move spaces to sweep-run-id
           string "SWEEP" delimited by size
                  function current-date (6:9) delimited by size
             into sweep-run-id
           end-string
           set environment "EULERRUNID" to sweep-run-id
           display "euler-param-sweep: " function trim (target-program)
                   " " function trim (target-keyword) " from "
                   sweep-start " to " sweep-end " by " sweep-step
                   " under run id " sweep-run-id

           move 0 to rows-found
           move sweep-start to sweep-value
           perform run-one-value
                   until sweep-value > sweep-end
                      or sweep-count >= sweep-max
           if sweep-value <= sweep-end
             display "euler-param-sweep: stopped at " sweep-max
                     " values; " sweep-value " onward not run"
           end-if

           set environment "PARAMLIB" to paramlib-before
           perform write-sweep-report
           perform write-sweep-csv

           move sweep-count to count-edit
           display "euler-param-sweep: " function trim (count-edit)
                   " runs of " function trim (target-program)
                   ", " runs-without-row " booked no row"
           perform format-report-footer
           display report-footer-line
           move runs-without-row to return-code
           goback.

       load-library-in-force.
           move "00" to param-status
           open input param-library-file
           if param-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to library-switch
           perform read-one-library-line until library-at-end
           close param-library-file.

       read-one-library-line.
           move "PARAMLIB" to io-dataset
           perform count-io-read
           read param-library-file
             at end
               move 'Y' to library-switch
             not at end
               if library-count < library-max
                 add 1 to library-count
                 move param-record to library-line (library-count)
               end-if
           end-read.

      * Where PARAMLIB goes back to afterwards, where the sweep's
      * copy lives, and the checkpoint twins.
       point-at-sweep-files.
           move spaces to paramlib-before
           accept paramlib-before from environment "PARAMLIB"
             on exception
               move spaces to paramlib-before
           end-accept
           if paramlib-before = spaces
             move "PARAMLIB" to paramlib-before
           end-if
           move spaces to sweep-library-path
           accept sweep-library-path from environment "SWEEPPARAMLIB"
             on exception
               move spaces to sweep-library-path
           end-accept
           if sweep-library-path = spaces
             move "SWEEPPARAMLIB" to sweep-library-path
           end-if
           set environment "RESTARTFILE" to "RESTARTFILE.SWEEP"
           set environment "PRIME10RESTART" to "PRIME10RESTART.SWEEP".

       run-one-value.
           add 1 to sweep-count
           move sweep-value to sw-value (sweep-count)
           perform write-sweep-library
           set environment "PARAMLIB" to sweep-library-path

           move rows-found to rows-before
           perform read-wall-clock
           move end-hundredths to start-hundredths
           move 0 to return-code
           call target-program
             on exception
               display "euler-param-sweep: "
                       function trim (target-program)
                       " could not be loaded"
               move -1 to return-code
           end-call
           move return-code to sw-return-code (sweep-count)
           move 0 to return-code
           cancel target-program
           perform read-wall-clock
           compute sw-elapsed (sweep-count) =
               end-hundredths - start-hundredths
           if sw-elapsed (sweep-count) < 0
             add 8640000 to sw-elapsed (sweep-count)
           end-if
           set environment "PARAMLIB" to paramlib-before

           perform find-booked-row
           if rows-found > rows-before
             move 'Y' to sw-booked (sweep-count)
           else
             move 'N' to sw-booked (sweep-count)
             move spaces to sw-actual (sweep-count)
             move spaces to sw-parameters (sweep-count)
             add 1 to runs-without-row
           end-if
           move sweep-value to value-edit
           move sw-elapsed (sweep-count) to elapsed-edit
           display "  " function trim (target-keyword) "="
                   function trim (value-edit) ": "
                   function trim (sw-actual (sweep-count)) " in "
                   function trim (elapsed-edit) " hundredths"
           add sweep-step to sweep-value.

       write-sweep-library.
           move "00" to sweep-library-status
           open output sweep-library-file
           perform varying library-scan from 1 by 1
                   until library-scan > library-count
             move library-line (library-scan) to sweep-library-record
             move "SWEEPPARAMLIB" to io-dataset
             perform count-io-write
             write sweep-library-record
           end-perform
           move sweep-value to value-edit
           move spaces to sweep-library-record
           string function trim (target-program) delimited by size
                  " " delimited by size
                  function trim (target-keyword) delimited by size
                  "=" delimited by size
                  function trim (value-edit) delimited by size
             into sweep-library-record
           end-string
           move "SWEEPPARAMLIB" to io-dataset
           perform count-io-write
           write sweep-library-record
           close sweep-library-file.

      * The run's row: the sweep's run id, on the ledger's alternate
      * key, in the order the rows were booked - the program's rows
      * are counted, so a run that booked none is told apart from
      * the one before it, and the latest row is this run's.
       find-booked-row.
           move 0 to rows-found
           perform open-ledger-for-input
           if run-result-status is not equal to "00"
             exit paragraph
           end-if
           move sweep-run-id to rr-key-run-id
           move 'N' to ledger-switch
           start result-ledger-file
             key is not less than rr-key-run-id
             invalid key
               move 'Y' to ledger-switch
           end-start
           perform read-one-sweep-row until ledger-at-end
           close result-ledger-file.

       read-one-sweep-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
             not at end
               if rr-run-id is not equal to sweep-run-id
                 move 'Y' to ledger-switch
               else
                 if rr-program-id = target-program
                   add 1 to rows-found
                   move rr-actual-result to sw-actual (sweep-count)
                   move rr-parameters to sw-parameters (sweep-count)
                 end-if
               end-if
           end-read.

       read-wall-clock.
           move function current-date to clock-text
           move clock-text (9:2) to clock-hh
           move clock-text (11:2) to clock-mm
           move clock-text (13:2) to clock-ss
           move clock-text (15:2) to clock-hun
           compute end-hundredths =
               clock-hh * 360000 + clock-mm * 6000
                   + clock-ss * 100 + clock-hun.

       write-sweep-report.
           move "00" to sweep-report-status
           open output sweep-report-file
           move report-header-line to sweep-report-line
           perform emit-report-line
           string "sweep: " delimited by size
                  function trim (target-program) delimited by size
                  " " delimited by size
                  function trim (target-keyword) delimited by size
                  " under run id " delimited by size
                  sweep-run-id delimited by size
             into sweep-report-line
           end-string
           perform emit-report-line
           perform emit-report-line
           move target-keyword to sweep-report-line (1:20)
           move "ANSWER" to sweep-report-line (23:20)
           move "ELAPSED" to sweep-report-line (46:7)
           move "RC" to sweep-report-line (62:2)
           move "PARAMETERS BOOKED" to sweep-report-line (66:40)
           perform emit-report-line
           perform varying sweep-scan from 1 by 1
                   until sweep-scan > sweep-count
             move sw-value (sweep-scan) to value-edit
             move value-edit to sweep-report-line (1:9)
             if sw-booked (sweep-scan) = 'Y'
               move sw-actual (sweep-scan) to sweep-report-line (23:20)
             else
               move "(no row)" to sweep-report-line (23:20)
             end-if
             move sw-elapsed (sweep-scan) to elapsed-edit
             move elapsed-edit to sweep-report-line (44:9)
             move sw-return-code (sweep-scan) to code-edit
             move code-edit to sweep-report-line (55:9)
             move sw-parameters (sweep-scan)
               to sweep-report-line (66:40)
             perform emit-report-line
           end-perform
           perform emit-report-line
           move sweep-count to count-edit
           string function trim (count-edit) delimited by size
                  " runs; elapsed in hundredths of a second"
                    delimited by size
             into sweep-report-line
           end-string
           perform emit-report-line
           if runs-without-row > 0
             move runs-without-row to count-edit
             string function trim (count-edit) delimited by size
                    " runs booked no ledger row" delimited by size
               into sweep-report-line
             end-string
             perform emit-report-line
           end-if
           move report-footer-line to sweep-report-line
           perform emit-report-line
           close sweep-report-file.

       emit-report-line.
           move "SWEEPREPORT" to io-dataset
           perform count-io-write
           write sweep-report-line
           move spaces to sweep-report-line.

      * One header row, then one row per value: the value, the
      * answer quoted (text as the ledger holds it), the elapsed
      * hundredths and the return code.
       write-sweep-csv.
           move "00" to sweep-csv-status
           open output sweep-csv-file
           move spaces to sweep-csv-record
           string "program,run_id,keyword,value,answer,"
                    delimited by size
                  "elapsed_hundredths,return_code" delimited by size
             into sweep-csv-record
           end-string
           move "SWEEPCSV" to io-dataset
           perform count-io-write
           write sweep-csv-record
           perform varying sweep-scan from 1 by 1
                   until sweep-scan > sweep-count
             move sw-value (sweep-scan) to value-edit
             move sw-elapsed (sweep-scan) to elapsed-edit
             move sw-return-code (sweep-scan) to code-edit
             move spaces to sweep-csv-record
             string quote-mark delimited by size
                    function trim (target-program) delimited by size
                    quote-mark delimited by size
                    "," delimited by size
                    quote-mark delimited by size
                    sweep-run-id delimited by size
                    quote-mark delimited by size
                    "," delimited by size
                    quote-mark delimited by size
                    function trim (target-keyword) delimited by size
                    quote-mark delimited by size
                    "," delimited by size
                    function trim (value-edit) delimited by size
                    "," delimited by size
                    quote-mark delimited by size
                    function trim (sw-actual (sweep-scan))
                      delimited by size
                    quote-mark delimited by size
                    "," delimited by size
                    function trim (elapsed-edit) delimited by size
                    "," delimited by size
                    function trim (code-edit) delimited by size
               into sweep-csv-record
             end-string
             move "SWEEPCSV" to io-dataset
             perform count-io-write
             write sweep-csv-record
           end-perform
           close sweep-csv-file.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.

       end program euler-param-sweep.
