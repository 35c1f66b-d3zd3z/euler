      * (FEEDRECN) and a nonzero return code.  Silent partial feeds
      * are how interfaces go bad; this is the step that refuses to
      * let one stay silent.
      *
      * 15 October 2026 - Only a released feed is reconciled.  The
      * OPSFEED on hand must be the one FEEDRELEASELOG shows RELEASED
      * for its date - same run id, count and hash total - or it
      * never went out through euler-feed-release's two-person gate
      * and is not counted: the step says so, raises FEEDRECN and
      * sets RETURN-CODE 16 without matching any acknowledgment.
      *
      * 15 October 2026 - FEEDRELEASELOG records are stamped with
      * their UTC offset as well, from the suite clock.
       identification division.
       program-id. euler-feed-recon.

               file status alert-status.
           copy alert-history-select.
           copy oncall-select.
           copy feed-release-select.

       data division.
       file section.
           copy alert-file-fd.
           copy alert-history-fd.
           copy oncall-fd.
           copy feed-release-fd.

       working-storage section.
           copy run-result.
           copy report-header.
           copy alert-record.
           copy feed-release.
           copy utc-clock.
       01 feed-status              pic xx.
       01 feed-ack-status          pic xx.
       01 feed-read-switch         pic x.
         88 feed-at-end             value 'Y'.
       01 sent-proc-date           pic 9(8) value 0.
       01 sent-run-id              pic x(14) value spaces.
       01 sent-count               pic 9(9) comp-5 value 0.
       01 sent-hash                pic 9(13) comp-5 value 0.
       01 trailer-seen-switch      pic x value 'N'.
             goback
           end-if

           move sent-proc-date to fs-want-date
           perform find-feed-state
           if not fs-is-released
             or fs-run-id is not equal to sent-run-id
             or fs-count is not equal to sent-count
             or fs-hash is not equal to sent-hash
             display "euler-feed-recon: OPSFEED of " sent-proc-date
                     " run " sent-run-id " was never released - "
                     "not counted"
             perform raise-recon-alert
             move 16 to return-code
             perform finish-run
             goback
           end-if

           perform read-acknowledgment
           if feed-ack-status is not equal to "00"
             display "euler-feed-recon: no OPSFEEDACK returned for "
           close feed-file.

       read-one-feed-record.
           move "OPSFEED" to io-dataset
           perform count-io-read
           read feed-file
             at end
               move 'Y' to feed-read-switch
               evaluate feed-record (1:3)
                 when "HDR"
                   move fh-proc-date to sent-proc-date
                   move fh-run-id to sent-run-id
                 when "TRL"
                   move ft-count to sent-count
                   move ft-hash-total to sent-hash
           if feed-ack-status is not equal to "00"
             exit paragraph
           end-if
           move "OPSFEEDACK" to io-dataset
           perform count-io-read
           read feed-ack-file
             at end
               move "10" to feed-ack-status
           copy run-result-procedure.
           copy report-header-procedure.
           copy alert-procedure.
           copy feed-release-procedure.
           copy utc-clock-procedure.

       end program euler-feed-recon.
