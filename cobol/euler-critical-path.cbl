      * Critical-path analysis of the step dependency graph
      *
      * 15 October 2026
      *
      * The driver's FORECAST=Y adds the steps' elapsed times up as
      * if the stream were strictly serial.  With dependencies
      * declared, the true floor on the batch window is the longest
      * dependency chain, and this works it out: the step graph from
      * STEPGRAPH (the table the driver last had in force, STEPTABLE
      * when none has been published) and each program's average
      * elapsed time over the rows RESULTLEDGER still holds - the
      * same average the forecast uses, BENCH rows left out.
      *
      * A step waits for the steps its AFTER= names, for the step
      * its COND= clause tests, and - class 2 - for every class 1
      * step.  For every step CRITICALPATH gives the earliest start
      * and finish and the slack; then the critical path itself, the
      * best window if every independent branch ran in parallel
      * against the serial total, and the TOP (control-param-1,
      * default 5) steps whose speed-up would shorten the night,
      * each with the most it could save - the window again with
      * that step taking no time at all.  A step off the critical
      * path saves nothing whatever is done to it.  The run calendar
      * is not applied: this is the whole graph, every night's
      * worst case.
      *
      * 15 October 2026 - SWEEP rows (euler-param-sweep) are left out of
      * the averages like BENCH rows.
       identification division.
       program-id. euler-critical-path.

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
           select step-graph-file
               assign to dynamic step-graph-path
               organization line sequential
               file status step-graph-status.
           select critical-path-file assign to "CRITICALPATH"
               organization line sequential
               file status critical-path-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
           copy run-result-fd.
       fd  step-graph-file
           label records are omitted.
       01 step-graph-record        pic x(120).
       fd  critical-path-file
           label records are omitted.
       01 critical-path-line       pic x(132).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
       01 step-graph-status        pic xx.
       01 step-graph-path          pic x(20).
       01 critical-path-status     pic xx.
       01 read-switch              pic x.
         88 read-at-end             value 'Y'.
       01 ledger-switch            pic x.
         88 ledger-at-end           value 'Y'.
       01 ledger-open-switch       pic x value 'N'.
         88 ledger-is-open          value 'Y'.

       01 top-wanted               pic 99 value 5.

      * The step graph, one entry per step, with what the passes
      * below work out for it.  Times are hundredths of a second,
      * as rr-elapsed-hundredths is.
       01 graph-max constant as 80.
       01 graph-table.
         02 graph-entry occurs 80 times.
           03 gr-seq                pic 99.
           03 gr-program            pic x(20).
           03 gr-class              pic 9.
           03 gr-after              pic x(60).
           03 gr-cond               pic x(30).
           03 gr-rows               pic 9(5) comp-5.
           03 gr-duration           pic 9(9) comp-5.
           03 gr-early-start        pic 9(9) comp-5.
           03 gr-early-finish       pic 9(9) comp-5.
           03 gr-late-finish        pic 9(9) comp-5.
           03 gr-late-start         pic 9(9) comp-5.
           03 gr-slack              pic 9(9) comp-5.
           03 gr-saving             pic 9(9) comp-5.
           03 gr-on-path            pic x.
           03 gr-picked             pic x.
       01 graph-count              pic 99 comp-5 value 0.
       01 i                        pic 99 comp-5.
       01 j                        pic 99 comp-5.
       01 gr-seq-text              pic x(4).
       01 gr-class-text            pic x(4).
       01 gr-clause-1              pic x(80).
       01 gr-clause-2              pic x(80).
       01 gr-clause                pic x(80).
       01 gr-clause-tag            pic x(10).
       01 gr-clause-value          pic x(70).
       01 cond-kind                pic x(10).
       01 cond-target              pic x(20).
       01 after-pointer            pic 99 comp-5.
       01 after-name               pic x(20).

      * waits-on (i, j) is 'Y' when step i cannot start before step
      * j has finished.
       01 wait-table.
         02 wait-row occurs 80 times.
           03 waits-on occurs 80 times pic x.

       01 elapsed-total            pic 9(11) comp-5.
       01 serial-total             pic 9(11) comp-5 value 0.
       01 stream-window            pic 9(11) comp-5 value 0.
       01 trial-window             pic 9(11) comp-5.
       01 instant-step             pic 99 comp-5 value 0.
       01 step-duration            pic 9(9) comp-5.
       01 candidate-start          pic 9(9) comp-5.
       01 candidate-finish         pic 9(9) comp-5.
       01 pass-changed-switch      pic x.
         88 pass-changed            value 'Y'.
       01 pass-count               pic 99 comp-5.
       01 unknown-steps            pic 99 value 0.
       01 path-steps               pic 99 value 0.
       01 picked-count             pic 99 comp-5.
       01 best-step                pic 99 comp-5.

      * The critical path as traced back from its last step.
       01 path-table.
         02 path-index occurs 80 times pic 99 comp-5.
       01 path-length              pic 99 comp-5 value 0.
       01 path-step                pic 99 comp-5.
       01 path-next                pic 99 comp-5.

       01 seconds-edit             pic z(6)9.99.
       01 seconds-value            pic 9(7)v99.
       01 seq-edit                 pic z9.

       procedure division.

       main.
           move "euler-critical-path" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move 5 to control-param-1
           perform read-control-card
           move "euler-critical-path" to kp-program-id
           move "TOP" to kp-keyword (1)
           perform read-parameter-library
           move control-param-1 to top-wanted
           if top-wanted = 0
             move 5 to top-wanted
           end-if

           move "00" to critical-path-status
           open output critical-path-file
           move "Critical path of the batch stream"
             to critical-path-line
           move "CRITICALPATH" to io-dataset
           perform count-io-write
           write critical-path-line

           perform load-step-graph
           if graph-count = 0
             close critical-path-file
             move 16 to return-code
             perform finish-run
             goback
           end-if

           perform fetch-step-durations
           perform build-wait-table

           move 0 to instant-step
           perform compute-early-times
           move trial-window to stream-window
           perform compute-late-times
           perform trace-critical-path
           perform compute-speed-up-savings

           perform write-step-section
           perform write-path-section
           perform write-window-section
           perform write-speed-up-section
           close critical-path-file

           compute seconds-value = stream-window / 100
           move seconds-value to seconds-edit
           display "euler-critical-path: best window "
                   function trim (seconds-edit) " seconds over "
                   path-steps " critical steps"
           perform finish-run
           goback.

       finish-run.
           perform format-report-footer
           display report-footer-line
           move "euler-critical-path" to rr-program-id
           move spaces to rr-parameters
           move graph-count to seq-edit
           string "steps=" delimited by size
                  function trim (seq-edit) delimited by size
             into rr-parameters
           end-string
           move stream-window to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
           move spaces to rr-expected-result
           move space to rr-pass-flag
           perform stop-run-timer
           perform write-run-result.

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
               to critical-path-line
             move "CRITICALPATH" to io-dataset
             perform count-io-write
             write critical-path-line
             display "euler-critical-path: no step graph to analyse"
             exit paragraph
           end-if
           move spaces to critical-path-line
           string "  step graph from " delimited by size
                  step-graph-path delimited by size
             into critical-path-line
           end-string
           move "CRITICALPATH" to io-dataset
           perform count-io-write
           write critical-path-line
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
                 and graph-count < graph-max
                 perform stage-one-graph-entry
               end-if
           end-read.

      * The STEPTABLE record shape: sequence, program, class, then
      * AFTER= and COND= in either order.
       stage-one-graph-entry.
           move spaces to gr-seq-text gr-class-text
                          gr-clause-1 gr-clause-2
           add 1 to graph-count
           move spaces to graph-entry (graph-count)
           unstring step-graph-record delimited by all " "
             into gr-seq-text gr-program (graph-count)
                  gr-class-text gr-clause-1 gr-clause-2
           end-unstring
           if gr-seq-text (1:2) is numeric
             move gr-seq-text (1:2) to gr-seq (graph-count)
           else
             move graph-count to gr-seq (graph-count)
           end-if
           if gr-class-text (1:1) is numeric
             move gr-class-text (1:1) to gr-class (graph-count)
           else
             move 1 to gr-class (graph-count)
           end-if
           move 0 to gr-rows (graph-count)
                     gr-duration (graph-count)
                     gr-saving (graph-count)
           move 'N' to gr-on-path (graph-count)
                       gr-picked (graph-count)
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
           evaluate gr-clause-tag
             when "AFTER"
               move gr-clause-value to gr-after (graph-count)
             when "COND"
               move gr-clause-value to gr-cond (graph-count)
           end-evaluate.

      * Average elapsed over the rows RESULTLEDGER still holds for
      * each step, as the driver's forecast takes it.
       fetch-step-durations.
           perform open-ledger-for-input
           if run-result-status = "00"
             move 'Y' to ledger-open-switch
           else
             move "  RESULTLEDGER not available - every step "
               & "is taken as taking no time"
               to critical-path-line
             move "CRITICALPATH" to io-dataset
             perform count-io-write
             write critical-path-line
           end-if
           perform varying i from 1 by 1 until i > graph-count
             perform fetch-one-duration
             add gr-duration (i) to serial-total
           end-perform
           if ledger-is-open
             close result-ledger-file
           end-if.

       fetch-one-duration.
           move 0 to elapsed-total
           if ledger-is-open
             move gr-program (i) to rr-key-program-id
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
           if gr-rows (i) > 0
             compute gr-duration (i) = elapsed-total / gr-rows (i)
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
               if rr-program-id = gr-program (i)
                 if rr-run-id (1:5) is not equal to "BENCH"
                   and rr-run-id (1:5) is not equal to "SWEEP"
                   add 1 to gr-rows (i)
                   add rr-elapsed-hundredths to elapsed-total
                 end-if
               else
                 move 'Y' to ledger-switch
               end-if
           end-read.

       build-wait-table.
           move all 'N' to wait-table
           perform varying i from 1 by 1 until i > graph-count
             perform add-after-waits
             perform add-cond-wait
             if gr-class (i) > 1
               perform varying j from 1 by 1 until j > graph-count
                 if gr-class (j) < gr-class (i)
                   move 'Y' to waits-on (i, j)
                 end-if
               end-perform
             end-if
           end-perform.

       add-after-waits.
           if gr-after (i) = spaces
             exit paragraph
           end-if
           move 1 to after-pointer
           perform until after-pointer > 60
             move spaces to after-name
             unstring gr-after (i) delimited by ","
               into after-name
               with pointer after-pointer
             end-unstring
             if after-name = spaces
               exit perform
             end-if
             perform varying j from 1 by 1 until j > graph-count
               if gr-program (j) = after-name and j not = i
                 move 'Y' to waits-on (i, j)
               end-if
             end-perform
           end-perform.

      * IFFAIL:p and IFPASS:p test p's result, so p has to finish
      * first; MAXFAIL:n counts the night so far and waits on
      * nothing in particular.
       add-cond-wait.
           if gr-cond (i) = spaces
             exit paragraph
           end-if
           move spaces to cond-kind cond-target
           unstring gr-cond (i) delimited by ":"
             into cond-kind cond-target
           end-unstring
           if cond-kind = "MAXFAIL"
             exit paragraph
           end-if
           perform varying j from 1 by 1 until j > graph-count
             if gr-program (j) = cond-target and j not = i
               move 'Y' to waits-on (i, j)
             end-if
           end-perform.

      * Forward pass: a step starts when the last thing it waits on
      * finishes.  The table is normally in dependency order, so
      * one pass settles it; passes repeat until nothing moves in
      * case a hand-written STEPTABLE is not.  instant-step, when
      * set, is taken as taking no time.
       compute-early-times.
           perform varying i from 1 by 1 until i > graph-count
             move 0 to gr-early-start (i)
             perform set-step-duration
             move step-duration to gr-early-finish (i)
           end-perform
           move 'Y' to pass-changed-switch
           move 0 to pass-count
           perform until not pass-changed or pass-count > graph-count
             move 'N' to pass-changed-switch
             add 1 to pass-count
             perform varying i from 1 by 1 until i > graph-count
               perform relax-early-start
             end-perform
           end-perform
           move 0 to trial-window
           perform varying i from 1 by 1 until i > graph-count
             if gr-early-finish (i) > trial-window
               move gr-early-finish (i) to trial-window
             end-if
           end-perform.

       set-step-duration.
           if i = instant-step
             move 0 to step-duration
           else
             move gr-duration (i) to step-duration
           end-if.

       relax-early-start.
           move 0 to candidate-start
           perform varying j from 1 by 1 until j > graph-count
             if waits-on (i, j) = 'Y'
               and gr-early-finish (j) > candidate-start
               move gr-early-finish (j) to candidate-start
             end-if
           end-perform
           if candidate-start > gr-early-start (i)
             move candidate-start to gr-early-start (i)
             perform set-step-duration
             compute gr-early-finish (i) =
                 candidate-start + step-duration
             move 'Y' to pass-changed-switch
           end-if.

      * Backward pass: a step must finish by the time the earliest
      * of the steps waiting on it has to start.
       compute-late-times.
           perform varying i from 1 by 1 until i > graph-count
             move stream-window to gr-late-finish (i)
             compute gr-late-start (i) =
                 stream-window - gr-duration (i)
           end-perform
           move 'Y' to pass-changed-switch
           move 0 to pass-count
           perform until not pass-changed or pass-count > graph-count
             move 'N' to pass-changed-switch
             add 1 to pass-count
             perform varying i from graph-count by -1 until i < 1
               perform relax-late-finish
             end-perform
           end-perform
           perform varying i from 1 by 1 until i > graph-count
             compute gr-slack (i) =
                 gr-late-start (i) - gr-early-start (i)
           end-perform.

       relax-late-finish.
           move gr-late-finish (i) to candidate-finish
           perform varying j from 1 by 1 until j > graph-count
             if waits-on (j, i) = 'Y'
               and gr-late-start (j) < candidate-finish
               move gr-late-start (j) to candidate-finish
             end-if
           end-perform
           if candidate-finish < gr-late-finish (i)
             move candidate-finish to gr-late-finish (i)
             compute gr-late-start (i) =
                 candidate-finish - gr-duration (i)
             move 'Y' to pass-changed-switch
           end-if.

      * Trace back from the step that finishes last, each time to
      * the step it waits on that finishes exactly when it starts.
       trace-critical-path.
           move 0 to path-step
           perform varying i from 1 by 1 until i > graph-count
             if gr-early-finish (i) = stream-window
               and gr-slack (i) = 0
               move i to path-step
             end-if
           end-perform
           move 0 to path-length
           perform until path-step = 0
             add 1 to path-length
             move path-step to path-index (path-length)
             move 'Y' to gr-on-path (path-step)
             move 0 to path-next
             perform varying j from 1 by 1 until j > graph-count
               if waits-on (path-step, j) = 'Y'
                 and gr-slack (j) = 0
                 and gr-early-finish (j) = gr-early-start (path-step)
                 move j to path-next
               end-if
             end-perform
             move path-next to path-step
           end-perform
           perform varying i from 1 by 1 until i > graph-count
             if gr-slack (i) = 0
               add 1 to path-steps
             end-if
           end-perform.

      * The most a step's speed-up can give back: the window again
      * with that step taking no time.  Only a step with no slack
      * can give anything back.
       compute-speed-up-savings.
           perform varying instant-step from 1 by 1
                   until instant-step > graph-count
             if gr-slack (instant-step) = 0
               and gr-duration (instant-step) > 0
               perform compute-early-times
               compute gr-saving (instant-step) =
                   stream-window - trial-window
             end-if
           end-perform
           move 0 to instant-step
           perform compute-early-times.

       write-step-section.
           perform write-blank-line
           move "STEPS" to critical-path-line
           move "CRITICALPATH" to io-dataset
           perform count-io-write
           write critical-path-line
           move "  nn program              cl     average     "
             & "earliest     finish       slack"
             to critical-path-line
           move "CRITICALPATH" to io-dataset
           perform count-io-write
           write critical-path-line
           perform varying i from 1 by 1 until i > graph-count
             perform write-one-step
           end-perform.

       write-one-step.
           move spaces to critical-path-line
           move gr-seq (i) to critical-path-line (3:2)
           move gr-program (i) to critical-path-line (6:20)
           move gr-class (i) to critical-path-line (27:1)
           compute seconds-value = gr-duration (i) / 100
           move seconds-value to seconds-edit
           move seconds-edit to critical-path-line (30:10)
           compute seconds-value = gr-early-start (i) / 100
           move seconds-value to seconds-edit
           move seconds-edit to critical-path-line (42:10)
           compute seconds-value = gr-early-finish (i) / 100
           move seconds-value to seconds-edit
           move seconds-edit to critical-path-line (53:10)
           compute seconds-value = gr-slack (i) / 100
           move seconds-value to seconds-edit
           move seconds-edit to critical-path-line (65:10)
           if gr-slack (i) = 0
             move "CRITICAL" to critical-path-line (77:8)
           end-if
           if gr-rows (i) = 0
             move "no history" to critical-path-line (87:10)
           end-if
           move "CRITICALPATH" to io-dataset
           perform count-io-write
           write critical-path-line.

       write-path-section.
           perform write-blank-line
           move "CRITICAL PATH" to critical-path-line
           move "CRITICALPATH" to io-dataset
           perform count-io-write
           write critical-path-line
           if path-length = 0
             move "  (none)" to critical-path-line
             move "CRITICALPATH" to io-dataset
             perform count-io-write
             write critical-path-line
             exit paragraph
           end-if
           perform varying j from path-length by -1 until j < 1
             move path-index (j) to i
             move spaces to critical-path-line
             move gr-seq (i) to critical-path-line (3:2)
             move gr-program (i) to critical-path-line (6:20)
             compute seconds-value = gr-duration (i) / 100
             move seconds-value to seconds-edit
             move seconds-edit to critical-path-line (30:10)
             move "CRITICALPATH" to io-dataset
             perform count-io-write
             write critical-path-line
           end-perform.

       write-window-section.
           perform write-blank-line
           move "WINDOW (seconds)" to critical-path-line
           move "CRITICALPATH" to io-dataset
           perform count-io-write
           write critical-path-line
           move spaces to critical-path-line
           compute seconds-value = serial-total / 100
           move seconds-value to seconds-edit
           string "  serial total, as the forecast adds it  "
                    delimited by size
                  seconds-edit delimited by size
             into critical-path-line
           end-string
           move "CRITICALPATH" to io-dataset
           perform count-io-write
           write critical-path-line
           move spaces to critical-path-line
           compute seconds-value = stream-window / 100
           move seconds-value to seconds-edit
           string "  best window, branches in parallel      "
                    delimited by size
                  seconds-edit delimited by size
             into critical-path-line
           end-string
           move "CRITICALPATH" to io-dataset
           perform count-io-write
           write critical-path-line
           if unknown-steps > 0
             move spaces to critical-path-line
             string "  " delimited by size
                    unknown-steps delimited by size
                    " steps have no ledger history and count as "
                      delimited by size
                    "taking no time" delimited by size
               into critical-path-line
             end-string
             move "CRITICALPATH" to io-dataset
             perform count-io-write
             write critical-path-line
           end-if.

      * The TOP steps by what their speed-up could give back.
       write-speed-up-section.
           perform write-blank-line
           move "SPEED-UP CANDIDATES (most the night could gain)"
             to critical-path-line
           move "CRITICALPATH" to io-dataset
           perform count-io-write
           write critical-path-line
           move 0 to picked-count
           perform until picked-count >= top-wanted
             move 0 to best-step
             perform varying i from 1 by 1 until i > graph-count
               if gr-picked (i) = 'N' and gr-saving (i) > 0
                 if best-step = 0
                   move i to best-step
                 else
                   if gr-saving (i) > gr-saving (best-step)
                     move i to best-step
                   end-if
                 end-if
               end-if
             end-perform
             if best-step = 0
               exit perform
             end-if
             add 1 to picked-count
             move 'Y' to gr-picked (best-step)
             move best-step to i
             move spaces to critical-path-line
             move gr-seq (i) to critical-path-line (3:2)
             move gr-program (i) to critical-path-line (6:20)
             compute seconds-value = gr-duration (i) / 100
             move seconds-value to seconds-edit
             move seconds-edit to critical-path-line (30:10)
             compute seconds-value = gr-saving (i) / 100
             move seconds-value to seconds-edit
             move "saves up to" to critical-path-line (42:11)
             move seconds-edit to critical-path-line (53:10)
             move "CRITICALPATH" to io-dataset
             perform count-io-write
             write critical-path-line
           end-perform
           if picked-count = 0
             move "  (none - no step on the critical path has any "
               & "history)" to critical-path-line
             move "CRITICALPATH" to io-dataset
             perform count-io-write
             write critical-path-line
           end-if.

       write-blank-line.
           move spaces to critical-path-line
           move "CRITICALPATH" to io-dataset
           perform count-io-write
           write critical-path-line.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.

       end program euler-critical-path.
