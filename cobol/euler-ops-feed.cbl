      * of that date's ledger rows go, fixed columns, no
      * delimiters:
      *
      *   HDR record:  "HDR" date run-id mask-profile
      *   detail:      "DTL" program run-date run-time elapsed
      *                pass-flag actual-result run-id submitter
      *   TRL record:  "TRL" record-count hash-total
      *
      * 15 October 2026 - MASK-PROFILE (control-param-4) names a
      * recipient in MASKPROFILES (mask-profile.cpy) whose rules mask
      * the submitter and run id of every detail; the HDR record
      * carries the profile applied after the run id.
      *
      * 15 October 2026 - The feed is staged now, not sent: it is
      * written to OPSFEEDSTAGE and a STAGED record (run id,
      * submitter, count and hash total) is appended to
      * FEEDRELEASELOG (see feed-release-fd.cpy).  OPSFEED itself is
      * only written by euler-feed-release, once a second authorized
      * person has looked at the night and released it, so a bad
      * delivery that slipped past validation no longer reaches the
      * ops database before anyone has seen it.
      *
      * 15 October 2026 - FEEDRELEASELOG records are stamped with
      * their UTC offset as well, from the suite clock.
       identification division.
       program-id. euler-ops-feed.

               organization line sequential
               file status param-status.
           copy run-result-select.
           copy mask-profile-select.
           copy feed-release-select.
           select feed-file assign to "OPSFEEDSTAGE"
               organization line sequential
               file status feed-status.

           copy control-card-fd.
           copy param-library-fd.
           copy run-result-fd.
           copy mask-profile-fd.
           copy feed-release-fd.
       fd  feed-file
           label records are omitted.
       01 feed-record              pic x(110).
         02 fh-tag                 pic x(3).
         02 fh-proc-date           pic 9(8).
         02 fh-run-id              pic x(14).
         02 fh-mask-profile        pic x(40).
         02 filler                 pic x(45).
       01 feed-detail-record redefines feed-record.
         02 fd-tag                 pic x(3).
         02 fd-program             pic x(20).
           copy param-library.
           copy run-result.
           copy report-header.
           copy mask-profile.
           copy feed-release.
           copy utc-clock.
       01 feed-status              pic xx.
       01 ledger-switch            pic x.
         88 ledger-at-end           value 'Y'.
           perform start-run-timer

           move feed-proc-date to control-param-1
           move spaces to control-param-4
           perform read-control-card
           move "euler-ops-feed" to kp-program-id
           move "PROC-DATE" to kp-keyword (1)
           move "MASK-PROFILE" to kp-keyword (4)
           perform read-parameter-library
           move control-param-1 to feed-proc-date
           move control-param-4 to mk-recipient
           perform load-mask-profile

           if feed-proc-date = 0
             perform establish-feed-date
           perform write-feed-trailer
           close feed-file

           display "ops feed staged: " record-count " rows, "
                   "hash total " hash-total
           perform log-staged-feed

           perform format-report-footer
           display report-footer-line
           move "HDR" to fh-tag
           move feed-proc-date to fh-proc-date
           move feed-run-id to fh-run-id
           move mk-stamp to fh-mask-profile
           move "OPSFEEDSTAGE" to io-dataset
           perform count-io-write
           write feed-record.

       feed-ledger-rows.
           close result-ledger-file.

       feed-one-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
           end-read.

       write-one-detail.
           perform mask-run-result-fields
           move spaces to feed-record
           move "DTL" to fd-tag
           move rr-program-id to fd-program
           move rr-actual-result to fd-actual
           move rr-run-id to fd-run-id
           move rr-submitter to fd-submitter
           move "OPSFEEDSTAGE" to io-dataset
           perform count-io-write
           write feed-record
           add 1 to record-count
           add rr-elapsed-hundredths to hash-total
             subtract 10000000000000 from hash-total
           end-if.

      * The STAGED record is what euler-feed-release holds the
      * staged file against; the submitter is the run's, so the
      * release can refuse the same person signing off their own
      * night.  A feed that cannot be logged can never be released,
      * so that is a failed step, not a warning.
       log-staged-feed.
           move spaces to feed-release-record
           move "STAGED" to fr-action
           move feed-proc-date to fr-proc-date
           move feed-run-id to fr-run-id
           accept fr-submitter from environment "LOGNAME"
             on exception
               move spaces to fr-submitter
           end-accept
           if fr-submitter = spaces
             accept fr-submitter from environment "USER"
               on exception
                 move spaces to fr-submitter
             end-accept
           end-if
           if fr-submitter = spaces
             move "UNKNOWN" to fr-submitter
           end-if
           move fr-submitter to fr-actor
           move record-count to fr-count
           move hash-total to fr-hash
           move "awaiting release" to fr-reason
           perform append-feed-release
           if feed-release-status is not equal to "00"
             display "euler-ops-feed: the staged feed could not be "
                     "logged and cannot be released"
             move 16 to return-code
           end-if.

       write-feed-trailer.
           move spaces to feed-record
           move "TRL" to ft-tag
           move record-count to ft-count
           move hash-total to ft-hash-total
           move "OPSFEEDSTAGE" to io-dataset
           perform count-io-write
           write feed-record.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.
           copy mask-profile-procedure.
           copy feed-release-procedure.
           copy utc-clock-procedure.

       end program euler-ops-feed.
