      * Callable I/O statistics writer
      *
      * 15 October 2026
      *
      * Every ledger-writing program counts its own reads and writes
      * per dataset (see run-result.cpy); write-run-result passes the
      * counts here along with the ledger row they belong to, and
      * this appends one IOSTATS record per dataset, keyed by the
      * row's run id and program:
      *
      *   call "euler-io-stats-write"
      *     using by content run-result-fields
      *           by content io-statistics
      *
      * It is a CALL for the same reason euler-alert-writer is: a
      * file declaration cannot go into every program in the suite
      * just to carry a few counters.  A statistics record that
      * cannot be written is reported and dropped; it never costs
      * the run or its ledger row.
      *
      * 15 October 2026 - The counts carry a 21st slot for the datasets
      * past the twentieth, written as "(others)" when it has been used.
       identification division.
       program-id. euler-io-stats-write.

       environment division.
       input-output section.
       file-control.
           copy io-stats-select.

       data division.
       file section.
           copy io-stats-fd.

       working-storage section.
       01 io-stats-status          pic xx.
       01 entry-scan               pic 99 comp-5.

       linkage section.
       01 iw-ledger-row.
         02 iw-program-id          pic x(20).
         02 iw-run-date            pic 9(8).
         02 iw-run-time            pic 9(8).
         02 iw-elapsed             pic 9(7).
         02 filler                 pic x(81).
         02 iw-run-id              pic x(14).
         02 iw-submitter           pic x(8).
         02 iw-processing-date     pic 9(8).
         02 filler                 pic xx.
       01 iw-statistics.
         02 iw-dataset-count       pic 99 comp-5.
         02 iw-dataset-entry occurs 21 times.
           03 iw-ds-name           pic x(40).
           03 iw-ds-reads          pic 9(9) comp-5.
           03 iw-ds-writes         pic 9(9) comp-5.

       procedure division using iw-ledger-row, iw-statistics.

       main.
           move "00" to io-stats-status
           open extend io-stats-file
           if io-stats-status = "35"
             open output io-stats-file
           end-if
           if io-stats-status is not equal to "00"
             display "euler-io-stats-write: IOSTATS open failed, "
                     "file status " io-stats-status
                     "; statistics for " iw-program-id " dropped"
             goback
           end-if
           perform varying entry-scan from 1 by 1
                   until entry-scan > iw-dataset-count
                      or entry-scan > 20
             perform write-one-statistic
           end-perform
           if iw-ds-name (21) = "(others)"
             move 21 to entry-scan
             perform write-one-statistic
           end-if
           close io-stats-file
           goback.

       write-one-statistic.
           move spaces to io-stats-record
           move iw-run-id to is-run-id
           move iw-program-id to is-program
           if iw-processing-date is numeric
             move iw-processing-date to is-proc-date
           else
             move iw-run-date to is-proc-date
           end-if
           move iw-run-date to is-run-date
           move iw-run-time to is-run-time
           if iw-elapsed is numeric
             move iw-elapsed to is-elapsed
           else
             move 0 to is-elapsed
           end-if
           move iw-ds-name (entry-scan) to is-dataset
           move iw-ds-reads (entry-scan) to is-reads
           move iw-ds-writes (entry-scan) to is-writes
           write io-stats-record.

       end program euler-io-stats-write.
