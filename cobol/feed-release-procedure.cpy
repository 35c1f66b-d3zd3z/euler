      * Procedure section for FEEDRELEASELOG.  See feed-release.cpy
      * for the fields each paragraph takes and leaves.
       find-feed-state.
           move 'N' to fs-found-switch
           move spaces to fs-stamp fs-action fs-run-id fs-submitter
                          fs-actor fs-reason fs-staged-stamp
                          fs-offset fs-staged-offset
           move 0 to fs-count
           move 0 to fs-hash
           move "00" to feed-release-status
           open input feed-release-file
           if feed-release-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to feed-release-switch
           perform read-one-feed-release until feed-release-at-end
           close feed-release-file.

       read-one-feed-release.
           move "FEEDRELEASELOG" to io-dataset
           perform count-io-read
           read feed-release-file
             at end
               move 'Y' to feed-release-switch
             not at end
               if fr-proc-date is numeric
                 and fr-proc-date = fs-want-date
                 move 'Y' to fs-found-switch
                 move fr-stamp to fs-stamp
                 move fr-offset to fs-offset
                 move fr-action to fs-action
                 move fr-run-id to fs-run-id
                 move fr-submitter to fs-submitter
                 move fr-actor to fs-actor
                 move fr-count to fs-count
                 move fr-hash to fs-hash
                 move fr-reason to fs-reason
                 if fr-is-staged
                   move fr-stamp to fs-staged-stamp
                   move fr-offset to fs-staged-offset
                 end-if
               end-if
           end-read.

       append-feed-release.
           perform read-utc-clock
           move uc-now-stamp to fr-stamp
           move uc-now-offset to fr-offset
           move "00" to feed-release-status
           open extend feed-release-file
           if feed-release-status = "35"
             open output feed-release-file
           end-if
           if feed-release-status is not equal to "00"
             display "append-feed-release: FEEDRELEASELOG open "
                     "failed, file status " feed-release-status
             exit paragraph
           end-if
           move "FEEDRELEASELOG" to io-dataset
           perform count-io-write
           write feed-release-record
           close feed-release-file.
