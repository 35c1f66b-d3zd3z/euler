      * stop-run-timer after it.  It is hundredths of a second, not
      * whole seconds - most of these programs run in well under a
      * second, so whole seconds would round almost every run to zero.
      *
      * 15 October 2026 - Each program also counts its own reads and
      * writes per dataset: before every READ it moves the dataset's
      * name (or its resolved path, for a dynamic assignment) to
      * io-dataset and PERFORMs count-io-read, and before every WRITE
      * or REWRITE count-io-write.  write-run-result hands the
      * counts, keyed by this row's run id and program, to
      * euler-io-stats-write for IOSTATS, and write-io-statistics
      * then clears them through clear-io-statistics (see the entry
      * below).  A READ is counted as issued, so a file read to its
      * end counts the one read that found the end as well.
      *
      * 15 October 2026 - The program's RETURN-CODE is kept across
      * the CALL to euler-io-stats-write, which would otherwise hand
      * back its own zero over a step's warning or failure.
      *
      * 15 October 2026 - Layout version 5 adds rr-utc-offset, the
      * offset from UTC ("+hhmm"/"-hhmm") in force when the row was
      * stamped, so rr-run-date/rr-run-time - still the local wall
      * clock, still the key - can be told apart on the fall-back
      * night, when the same hour is lived twice.  It goes after
      * rr-record-version, not before it, so a version 4 row is
      * still a strict prefix and reads back with a blank offset.
      * The elapsed time is now taken in UTC (see
      * stamp-run-clock-utc in run-result-procedure.cpy), so a run
      * across midnight or a clock change is timed right instead of
      * zeroed or stretched by an hour.
      *
      * 15 October 2026 - The I/O counts are cleared once
      * write-run-result has handed them on, not by start-run-timer,
      * so a row carries every read and write made since the last
      * row was booked - the inputs a program reads before it times
      * its first mode or manifest entry included.  The datasets
      * past io-dataset-max share a slot of their own, io-others-slot,
      * instead of taking over the last named one.
       01 run-result-fields.
         02 rr-program-id          pic x(20).
         02 rr-run-date            pic 9(8).
         02 rr-submitter           pic x(8).
         02 rr-processing-date     pic 9(8).
         02 rr-record-version      pic 99.
         02 rr-utc-offset          pic x(5).
       01 rr-numeric-edit          pic z(19)9.
       01 rr-timer-values.
         02 rr-start-time          pic 9(13) comp-5.
         02 rr-stop-time           pic 9(13) comp-5.
         02 rr-clock-utc           pic 9(13) comp-5.
       01 rr-current-date-time.
         02 rr-cdt-date            pic 9(8).
         02 rr-cdt-time.
           03 rr-cdt-mm            pic 99.
           03 rr-cdt-ss            pic 99.
           03 rr-cdt-hh-hun        pic 99.
         02 rr-cdt-offset.
           03 rr-cdt-offset-sign   pic x.
           03 rr-cdt-offset-hh     pic 99.
           03 rr-cdt-offset-mm     pic 99.
       01 rr-cdt-offset-seconds    pic s9(5) comp-5.
       01 run-result-status        pic xx.
       01 ledger-spill-status      pic xx.
       01 rr-spill-alert-text      pic x(60).
       01 rr-row-hash              pic 9(9) comp-5.
       01 rr-hash-scan             pic 999 comp-5.
       01 rr-hash-byte             pic 9(4) comp-5.
       01 rr-hash-image            pic x(161).
      * A version 4 row was hashed over its 156 bytes when it was
      * written, so it is folded over those and no more.
       01 rr-hash-length           pic 999 comp-5.
      * Row-validation result for validate-run-result-fields (see
      * run-result-procedure.cpy): a truncated or hand-edited ledger
      * row parses as garbage into run-result-fields, so readers
      * run-result-select.cpy): write-run-result retries a locked
      * open once a second for up to rr-lock-retry-max tries before
      * giving up.
       01 rr-layout-version constant as 5.
      * Duplicate-key bookkeeping for write-run-result: two rows for
      * the same program within the same hundredth of a second (a
      * manifest sweep over tiny datasets can do it) are separated by
       01 rr-lock-tries             pic 99 comp-5.
       01 rr-lock-wait-seconds      pic 9(4) comp-5 value 1.
       01 rr-proc-date-text         pic x(10).
      * The per-dataset I/O counts (see the note above
      * run-result-fields); a program touching more datasets than
      * io-dataset-max lumps the rest under "(others)" in the extra
      * slot io-others-slot, named only once something lands there.
       01 io-dataset                pic x(40).
      * A CALL hands back the callee's RETURN-CODE; the program's
      * own is held here across the statistics writer.
       01 io-saved-return-code      pic s9(9) comp-5.
       01 io-statistics.
         02 io-dataset-count        pic 99 comp-5 value 0.
         02 io-dataset-entry occurs 21 times.
           03 io-ds-name            pic x(40) value spaces.
           03 io-ds-reads           pic 9(9) comp-5.
           03 io-ds-writes          pic 9(9) comp-5.
       01 io-slot                   pic 99 comp-5.
       01 io-dataset-max constant as 20.
       01 io-others-slot constant as 21.
