      * before PERFORMing write-run-result.
       start-run-timer.
           move function current-date to rr-current-date-time
           perform stamp-run-clock-utc
           move rr-clock-utc to rr-start-time.

      * Leaves the elapsed hundredths-of-a-second since
      * start-run-timer in rr-elapsed-hundredths.  Both ends are
      * taken in UTC, so neither midnight nor a clock change
      * between them bends the answer.
       stop-run-timer.
           move function current-date to rr-current-date-time
           perform stamp-run-clock-utc
           move rr-clock-utc to rr-stop-time
           if rr-stop-time >= rr-start-time
             compute rr-elapsed-hundredths =
                 rr-stop-time - rr-start-time
             move 0 to rr-elapsed-hundredths
           end-if.

      * The clock just read into rr-current-date-time, as UTC
      * hundredths of a second from the INTEGER-OF-DATE epoch, and
      * its offset onto the row.  An offset the runtime could not
      * give is left blank on the row and counted as none.
       stamp-run-clock-utc.
           move 0 to rr-cdt-offset-seconds
           move spaces to rr-utc-offset
           if (rr-cdt-offset-sign = "+" or rr-cdt-offset-sign = "-")
             and rr-cdt-offset-hh is numeric
             and rr-cdt-offset-mm is numeric
             move rr-cdt-offset to rr-utc-offset
             compute rr-cdt-offset-seconds =
                 rr-cdt-offset-hh * 3600 + rr-cdt-offset-mm * 60
             if rr-cdt-offset-sign = "-"
               compute rr-cdt-offset-seconds =
                   0 - rr-cdt-offset-seconds
             end-if
           end-if
           compute rr-clock-utc =
               (function integer-of-date (rr-cdt-date) * 86400
                + rr-cdt-hh * 3600 + rr-cdt-mm * 60 + rr-cdt-ss
                - rr-cdt-offset-seconds) * 100
               + rr-cdt-hh-hun.

      * Write one keyed record to RESULTLEDGER, creating the file if
      * this is the first run to write to it.  The key (program-id
      * plus run date/time) is stamped here, so two runs of the same
      * program can only collide if they finish within the same
      * hundredth of a second - or, on the fall-back night, within
      * the same hundredth an hour apart, the local clock having
      * been wound back over them; the bump below separates those
      * too, and rr-utc-offset says which of the two hours each
      * row belongs to.
       write-run-result.
           move function current-date to rr-current-date-time
           move rr-cdt-date to rr-run-date
           compute rr-run-time =
               rr-cdt-hh * 1000000 + rr-cdt-mm * 10000
                   + rr-cdt-ss * 100 + rr-cdt-hh-hun
           perform stamp-run-clock-utc

      * Correlate this row with the batch run that produced it: the
      * driver publishes its run identifier in EULERRUNID, so every
           end-if
           perform guard-closed-processing-date
           move rr-layout-version to rr-record-version
           perform write-io-statistics

      * The ledger is opened exclusively (see run-result-select.cpy);
      * if another step has it, wait a second and try again rather
      * rr-hash-image: position-weighted bytes modulo a prime.
       compute-row-chain-hash.
           move 0 to rr-row-hash
           move 161 to rr-hash-length
           if rr-hash-image (155:2) is not numeric
             move 156 to rr-hash-length
           else
             if rr-hash-image (155:2) < "05"
               move 156 to rr-hash-length
             end-if
           end-if
           perform varying rr-hash-scan from 1 by 1
                   until rr-hash-scan > rr-hash-length
             compute rr-hash-byte =
                 function ord (rr-hash-image (rr-hash-scan:1))
             compute rr-row-hash =
                   by content "LEDGSPIL"
                   by content rr-spill-alert-text.

      * The run's per-dataset I/O counts go to IOSTATS through the
      * callable writer, for the same reason the spill alert does:
      * this copybook cannot grow a file declaration in every
      * program.  A program that touched no dataset writes nothing.
      * The counts handed on are cleared, so I/O done before the
      * next row is booked goes into that row.
       write-io-statistics.
           if io-dataset-count > 0
             move return-code to io-saved-return-code
             call "euler-io-stats-write"
               using by content run-result-fields
                     by content io-statistics
             move io-saved-return-code to return-code
           end-if
           perform clear-io-statistics.

       count-io-read.
           perform find-io-dataset
           add 1 to io-ds-reads (io-slot).

       count-io-write.
           perform find-io-dataset
           add 1 to io-ds-writes (io-slot).

       find-io-dataset.
           perform varying io-slot from 1 by 1
                   until io-slot > io-dataset-count
                      or io-ds-name (io-slot) = io-dataset
             continue
           end-perform
           if io-slot <= io-dataset-count
             exit paragraph
           end-if
           if io-dataset-count >= io-dataset-max
             move io-others-slot to io-slot
             if io-ds-name (io-slot) is not equal to "(others)"
               move "(others)" to io-ds-name (io-slot)
               move 0 to io-ds-reads (io-slot)
               move 0 to io-ds-writes (io-slot)
             end-if
             exit paragraph
           end-if
           add 1 to io-dataset-count
           move io-dataset to io-ds-name (io-slot)
           move 0 to io-ds-reads (io-slot)
           move 0 to io-ds-writes (io-slot).

      * Once a row has taken the counts, the next row starts afresh.
       clear-io-statistics.
           move 0 to io-dataset-count
           move spaces to io-ds-name (io-others-slot).

       write-one-ledger-record.
           move "00" to run-result-status
           write run-result-record
