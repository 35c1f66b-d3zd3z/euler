      * Dataset enqueue holders and waiters
      *
      * 15 October 2026
      *
      * When a step sits in euler-enqueue waiting for a dataset, the
      * operator's first question is who has it.  This prints the
      * ENQUEUES table (see enqueue-fd.cpy) to ENQREPORT, dataset by
      * dataset in the order the table holds them:
      *
      *   - the holders, shared or exclusive, with program, run id,
      *     process and how long they have held it
      *   - the waiters behind them, with how long they have waited
      *
      * An entry whose process has already ended is marked ENDED -
      * euler-enqueue drops it the next time anyone asks for that
      * dataset.  The table is read as it stands, without the latch:
      * this is a look, not a change.
      *
      * The ledger row's answer is the number of waiters; there are
      * no parameters.
      *
      * 15 October 2026 - The age of an enqueue is taken in UTC
      * seconds from its offset, so one taken before the fall-back hour
      * no longer reads an hour too young.
       identification division.
       program-id. euler-enqueue-report.

       environment division.
       input-output section.
       file-control.
           copy run-result-select.
           copy enqueue-select.
           select enqueue-report-file assign to "ENQREPORT"
               organization line sequential
               file status enqueue-report-status.

       data division.
       file section.
           copy run-result-fd.
           copy enqueue-fd.
       fd  enqueue-report-file
           label records are omitted.
       01 enqueue-report-line          pic x(132).

       working-storage section.
           copy run-result.
           copy report-header.
       01 enqueue-status               pic xx.
       01 enqueue-report-status        pic xx.
       01 read-switch                  pic x.
         88 read-at-end                 value 'Y'.

       01 entry-max constant as 200.
       01 entry-table.
         02 entry-slot occurs 200 times.
           03 et-dataset               pic x(20).
           03 et-mode                  pic x.
           03 et-state                 pic x.
           03 et-process-id            pic 9(9).
           03 et-program               pic x(20).
           03 et-run-id                pic x(14).
           03 et-stamp                 pic x(14).
           03 et-offset                pic x(5).
           03 et-listed                pic x.
       01 entry-count                  pic 999 comp-5 value 0.
       01 entry-scan                   pic 999 comp-5.
       01 dataset-scan                 pic 999 comp-5.
       01 current-dataset              pic x(20).

           copy utc-clock.
       01 age-seconds                  pic s9(9) comp-5.
       01 age-edit                     pic z(8)9.
       01 pid-edit                     pic z(8)9.
       01 proc-path                    pic x(20).
       01 check-file-info.
         02 cfi-size                   pic x(8) comp-x.
         02 cfi-day                    pic x comp-x.
         02 cfi-month                  pic x comp-x.
         02 cfi-year                   pic xx comp-x.
         02 cfi-hour                   pic x comp-x.
         02 cfi-minute                 pic x comp-x.
         02 cfi-second                 pic x comp-x.
         02 cfi-hund                   pic x comp-x.
       01 proc-switch                  pic x value 'N'.
         88 proc-is-available           value 'Y'.

       01 report-counts.
         02 datasets-listed            pic 999 comp-5 value 0.
         02 holders-listed             pic 999 comp-5 value 0.
         02 waiters-listed             pic 999 comp-5 value 0.
         02 entries-ended              pic 999 comp-5 value 0.
       01 count-edit                   pic zz9.
       01 count-edit-2                 pic zz9.
       01 count-edit-3                 pic zz9.

       procedure division.

       main.
           move "euler-enqueue-report" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           perform read-utc-clock
           move "/proc/self" to proc-path
           call "CBL_CHECK_FILE_EXIST" using proc-path
                                             check-file-info
           if return-code = 0
             move 'Y' to proc-switch
           end-if
           move 0 to return-code

           move "00" to enqueue-report-status
           open output enqueue-report-file
           move report-header-line to enqueue-report-line
           perform emit-report-line
           move "DATASET ENQUEUES - HOLDERS AND WAITERS"
             to enqueue-report-line
           perform emit-report-line
           move spaces to enqueue-report-line
           perform emit-report-line

           perform load-enqueue-table
           if entry-count = 0
             move "no dataset is enqueued" to enqueue-report-line
             perform emit-report-line
           else
             move spaces to enqueue-report-line
             move "DATASET" to enqueue-report-line (1:20)
             move "STATE" to enqueue-report-line (22:7)
             move "MODE" to enqueue-report-line (30:9)
             move "PROGRAM" to enqueue-report-line (40:20)
             move "RUN ID" to enqueue-report-line (61:14)
             move "PROCESS" to enqueue-report-line (78:7)
             move "SINCE" to enqueue-report-line (87:14)
             move "SECONDS" to enqueue-report-line (104:7)
             perform emit-report-line
             perform report-one-dataset
                     varying dataset-scan from 1 by 1
                     until dataset-scan > entry-count
           end-if

           move spaces to enqueue-report-line
           perform emit-report-line
           move datasets-listed to count-edit
           move holders-listed to count-edit-2
           move waiters-listed to count-edit-3
           move spaces to enqueue-report-line
           string "datasets enqueued: " delimited by size
                  function trim (count-edit) delimited by size
                  "  holders: " delimited by size
                  function trim (count-edit-2) delimited by size
                  "  waiters: " delimited by size
                  function trim (count-edit-3) delimited by size
             into enqueue-report-line
           end-string
           perform emit-report-line
           if entries-ended > 0
             move entries-ended to count-edit
             move spaces to enqueue-report-line
             string function trim (count-edit) delimited by size
                    " entries belong to ended processes and go "
                      delimited by size
                    "at the next request" delimited by size
               into enqueue-report-line
             end-string
             perform emit-report-line
           end-if

           perform format-report-footer
           move report-footer-line to enqueue-report-line
           perform emit-report-line
           close enqueue-report-file
           display report-footer-line

           display "euler-enqueue-report: " datasets-listed
                   " datasets, " holders-listed " holders, "
                   waiters-listed " waiters"

           move "euler-enqueue-report" to rr-program-id
           move spaces to rr-parameters
           move waiters-listed to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
           move spaces to rr-expected-result
           move space to rr-pass-flag
           perform stop-run-timer
           perform write-run-result
           goback.

       emit-report-line.
           move "ENQREPORT" to io-dataset
           perform count-io-write
           write enqueue-report-line.

       load-enqueue-table.
           move "00" to enqueue-status
           open input enqueue-file
           if enqueue-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to read-switch
           perform read-one-enqueue until read-at-end
           close enqueue-file.

       read-one-enqueue.
           move "ENQUEUES" to io-dataset
           perform count-io-read
           read enqueue-file
             at end
               move 'Y' to read-switch
             not at end
               if en-dataset is not equal to spaces
                 and entry-count < entry-max
                 add 1 to entry-count
                 move en-dataset to et-dataset (entry-count)
                 move en-mode to et-mode (entry-count)
                 move en-state to et-state (entry-count)
                 move en-process-id to et-process-id (entry-count)
                 move en-program to et-program (entry-count)
                 move en-run-id to et-run-id (entry-count)
                 move en-stamp to et-stamp (entry-count)
                 move en-offset to et-offset (entry-count)
                 move 'N' to et-listed (entry-count)
               end-if
           end-read.

      * The first entry not yet listed starts a dataset: its holders
      * first, then its waiters.
       report-one-dataset.
           if et-listed (dataset-scan) = 'Y'
             exit paragraph
           end-if
           add 1 to datasets-listed
           move et-dataset (dataset-scan) to current-dataset
           perform varying entry-scan from dataset-scan by 1
                   until entry-scan > entry-count
             if et-dataset (entry-scan) = current-dataset
               and et-state (entry-scan) = 'H'
               perform report-one-entry
             end-if
           end-perform
           perform varying entry-scan from dataset-scan by 1
                   until entry-scan > entry-count
             if et-dataset (entry-scan) = current-dataset
               and et-state (entry-scan) is not equal to 'H'
               perform report-one-entry
             end-if
           end-perform.

       report-one-entry.
           move 'Y' to et-listed (entry-scan)
           move spaces to enqueue-report-line
           move et-dataset (entry-scan) to enqueue-report-line (1:20)
           if et-state (entry-scan) = 'H'
             add 1 to holders-listed
             move "HOLDS" to enqueue-report-line (22:7)
           else
             add 1 to waiters-listed
             move "WAITS" to enqueue-report-line (22:7)
           end-if
           if et-mode (entry-scan) = 'X'
             move "EXCLUSIVE" to enqueue-report-line (30:9)
           else
             move "SHARED" to enqueue-report-line (30:9)
           end-if
           move et-program (entry-scan) to enqueue-report-line (40:20)
           move et-run-id (entry-scan) to enqueue-report-line (61:14)
           move et-process-id (entry-scan) to pid-edit
           move pid-edit to enqueue-report-line (76:9)
           move et-stamp (entry-scan) to enqueue-report-line (87:14)
           if et-stamp (entry-scan) is numeric
             move et-stamp (entry-scan) to uc-in-stamp
             move et-offset (entry-scan) to uc-in-offset
             perform stamp-to-utc-seconds
             compute age-seconds = uc-now-seconds - uc-in-seconds
             if age-seconds < 0
               move 0 to age-seconds
             end-if
             move age-seconds to age-edit
             move age-edit to enqueue-report-line (102:9)
           end-if
           if proc-is-available
             move spaces to proc-path
             string "/proc/" delimited by size
                    function trim (pid-edit) delimited by size
               into proc-path
             end-string
             call "CBL_CHECK_FILE_EXIST" using proc-path
                                               check-file-info
             if return-code is not equal to 0
               add 1 to entries-ended
               move "ENDED" to enqueue-report-line (113:5)
             end-if
             move 0 to return-code
           end-if
           perform emit-report-line.

           copy run-result-procedure.
           copy report-header-procedure.

           copy utc-clock-procedure.

       end program euler-enqueue-report.
