      * Callable completion-trigger writer
      *
      * 15 October 2026
      *
      * The steps that produce the suite's shared datasets -
      * euler-prime-gen (PRIMESFILE), euler-calendar-gen
      * (CALENDARFILE), euler-problem-022 (NAMESCLEAN) and
      * euler-feed-release (OPSFEED) - count and hash what they
      * write (see completion-trigger.cpy) and, only when the step
      * has succeeded, pass the totals here with their ledger row;
      * this appends the trigger to TRIGGERS (see trigger-fd.cpy):
      *
      *   call "euler-trigger-write"
      *     using by content run-result-fields
      *           by content completion-trigger
      *
      * A CALL for the same reason as euler-io-stats-write: the
      * producers have no business declaring the file themselves.
      * A trigger that cannot be written is reported loudly - a
      * subscriber will wait on it - but never costs the step.
      *
      * 15 October 2026 - Each trigger is stamped with the UTC offset
      * in force as well.
       identification division.
       program-id. euler-trigger-write.

       environment division.
       input-output section.
       file-control.
           copy trigger-select.

       data division.
       file section.
           copy trigger-fd.

       working-storage section.
       01 trigger-status           pic xx.
           copy utc-clock.

       linkage section.
       01 tw-ledger-row.
         02 tw-program-id          pic x(20).
         02 tw-run-date            pic 9(8).
         02 tw-run-time            pic 9(8).
         02 filler                 pic x(88).
         02 tw-run-id              pic x(14).
         02 tw-submitter           pic x(8).
         02 tw-processing-date     pic 9(8).
         02 filler                 pic xx.
       01 tw-trigger.
         02 tw-dataset             pic x(20).
         02 tw-proc-date           pic 9(8).
         02 tw-count               pic 9(9) comp-5.
         02 tw-hash                pic 9(9) comp-5.

       procedure division using tw-ledger-row, tw-trigger.

       main.
           move spaces to trigger-record
           move tw-dataset to tr-dataset
           evaluate true
             when tw-proc-date is numeric and tw-proc-date > 0
               move tw-proc-date to tr-proc-date
             when tw-processing-date is numeric
               move tw-processing-date to tr-proc-date
             when other
               move tw-run-date to tr-proc-date
           end-evaluate
           move tw-run-id to tr-run-id
           move tw-count to tr-count
           move tw-hash to tr-hash
           move tw-program-id to tr-program
           perform read-utc-clock
           move uc-now-stamp to tr-stamp
           move uc-now-offset to tr-offset

           move "00" to trigger-status
           open extend trigger-file
           if trigger-status = "35"
             open output trigger-file
           end-if
           if trigger-status is not equal to "00"
             display "euler-trigger-write: TRIGGERS open failed, "
                     "file status " trigger-status "; "
                     function trim (tw-dataset) " for "
                     tr-proc-date " NOT published"
             goback
           end-if
           write trigger-record
           close trigger-file
           display "completion trigger published: "
                   function trim (tw-dataset) " for " tr-proc-date
                   ", " tr-count " records, hash " tr-hash
           goback.

           copy utc-clock-procedure.

       end program euler-trigger-write.
