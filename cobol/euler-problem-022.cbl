      * two scorings can never be confused; with no LETTERWEIGHTS
      * on hand the run is byte-for-byte the alphabetical scoring
      * it always was.
      *
      * 15 October 2026 - A NAMESCLEAN extract written whole, on a
      * run that was not refused and whose row did not fail,
      * publishes a completion trigger (see completion-trigger.cpy):
      * the names written and their hash total, on TRIGGERS.  A
      * refused or failed run publishes nothing, so no subscriber
      * takes up a truncated extract.
       identification division.
       program-id. euler-problem-022.

           copy answer-key.
           copy report-header.
           copy message-log.
           copy completion-trigger.

       01 names-file-path    pic x(60) value
           "../haskell/names.txt".
           display report-footer-line
           perform stop-run-timer
           perform write-run-result
           if names-clean-status = "00"
             and not rr-fail
             perform publish-completion-trigger
           end-if

           goback.

       load-names-for-sort.
           perform name-start
           perform forever
             move names-file-path to io-dataset
             perform count-io-read
             read names-file
               at end exit perform
             end-read
                   "from table " function trim (weights-name).

       read-one-weight-record.
           move "LETTERWEIGHTS" to io-dataset
           perform count-io-read
           read letter-weights-file
             at end
               move 'Y' to weights-read-switch
           move "00" to name-exceptions-status
           open output name-exceptions-file
           move report-header-line to name-exceptions-line
           move "NAMEEXCEPTIONS" to io-dataset
           perform count-io-write
           write name-exceptions-line
           move "NAME         EXCEPTION" to name-exceptions-line
           move "NAMEEXCEPTIONS" to io-dataset
           perform count-io-write
           write name-exceptions-line.

       write-one-exception-line.
           move spaces to name-exceptions-line
           move exception-name to name-exceptions-line (1:11)
           move exception-reason to name-exceptions-line (14:20)
           move "NAMEEXCEPTIONS" to io-dataset
           perform count-io-write
           write name-exceptions-line.

      * The trailer totals are the whole run's, not the last
                  exception-edit delimited by size
             into name-exceptions-line
           end-string
           move "NAMEEXCEPTIONS" to io-dataset
           perform count-io-write
           write name-exceptions-line
           move spaces to name-exceptions-line
           move run-invalid-total to exception-edit
                  exception-edit delimited by size
             into name-exceptions-line
           end-string
           move "NAMEEXCEPTIONS" to io-dataset
           perform count-io-write
           write name-exceptions-line
           move spaces to name-exceptions-line
           move run-duplicate-total to exception-edit
                  exception-edit delimited by size
             into name-exceptions-line
           end-string
           move "NAMEEXCEPTIONS" to io-dataset
           perform count-io-write
           write name-exceptions-line
           move report-footer-line to name-exceptions-line
           move "NAMEEXCEPTIONS" to io-dataset
           perform count-io-write
           write name-exceptions-line
           close name-exceptions-file.

             display "euler-problem-022: cannot write NAMESCLEAN, "
                     "file status " names-clean-status
           end-if
           move "NAMESCLEAN" to ct-dataset
           perform start-completion-trigger
           move 0 to clean-out-count.

       write-one-clean-name.
           end-if
           if clean-out-count > 0
             move ',' to clean-character
             move "NAMESCLEAN" to io-dataset
             perform count-io-write
             write clean-character
           end-if
           add 1 to clean-out-count
           move '"' to clean-character
           move "NAMESCLEAN" to io-dataset
           perform count-io-write
           write clean-character
           perform varying edit-char-pos from 1 by 1
                   until edit-char-pos > name-field-width
             if clean-character = space
               exit perform
             end-if
             move "NAMESCLEAN" to io-dataset
             perform count-io-write
             write clean-character
           end-perform
           move '"' to clean-character
           move "NAMESCLEAN" to io-dataset
           perform count-io-write
           write clean-character
      * The trigger counts names, not the one-byte records they are
      * written as.
           move sort-name to ct-image
           move name-field-width to ct-image-length
           move names-clean-status to ct-write-status
           perform note-trigger-record.

      * Byproduct report: the report-count highest- and
      * lowest-scoring names, straight out of the two bounded tables
           perform write-score-lists

           move report-footer-line to name-score-report-line
           move "NAMESCOREREPORT" to io-dataset
           perform count-io-write
           write name-score-report-line

           close name-score-report-file.
             delimited by size
             into name-score-report-line
           end-string
           move "NAMESCOREREPORT" to io-dataset
           perform count-io-write
           write name-score-report-line

           perform varying rank-pos from 1 by 1
             delimited by size
             into name-score-report-line
           end-string
           move "NAMESCOREREPORT" to io-dataset
           perform count-io-write
           write name-score-report-line

           perform varying rank-pos from 1 by 1
                  function trim (weights-name) delimited by size
             into name-score-report-line
           end-string
           move "NAMESCOREREPORT" to io-dataset
           perform count-io-write
           write name-score-report-line.

      * A non-default weight table changes every score, so it joins
           perform count-report-line
           if rh-page-break-needed
             move rh-page-title-line to name-score-report-line
             move "NAMESCOREREPORT" to io-dataset
             perform count-io-write
             write name-score-report-line
             move rh-column-heading to name-score-report-line
             move "NAMESCOREREPORT" to io-dataset
             perform count-io-write
             write name-score-report-line
           end-if
           move spaces to name-score-report-line
           move score-line-name to name-score-report-line (10:11)
           move best-score to best-score-edit
           move best-score-edit to name-score-report-line (25:9)
           move "NAMESCOREREPORT" to io-dataset
           perform count-io-write
           write name-score-report-line.

      * Manifest mode: read the extract list off the manifest named

           perform write-combined-section
           move report-footer-line to name-score-report-line
           move "NAMESCOREREPORT" to io-dataset
           perform count-io-write
           write name-score-report-line
           close name-score-report-file
           perform end-name-exceptions-report
           close manifest-file.

       read-one-manifest-line.
           move "NAMESMANIFEST" to io-dataset
           perform count-io-read
           read manifest-file
             at end
               move 'Y' to manifest-switch-2
                  function trim (names-file-path) delimited by size
             into name-exceptions-line
           end-string
           move "NAMEEXCEPTIONS" to io-dataset
           perform count-io-write
           write name-exceptions-line

           move "00" to names-file-status
                  " ----" delimited by size
             into name-score-report-line
           end-string
           move "NAMESCOREREPORT" to io-dataset
           perform count-io-write
           write name-score-report-line
           perform write-score-lists.

           move spaces to name-score-report-line
           move "---- combined comparison across extracts ----"
             to name-score-report-line
           move "NAMESCOREREPORT" to io-dataset
           perform count-io-write
           write name-score-report-line
           move spaces to name-score-report-line
           move "EXTRACT"          to name-score-report-line (1:26)
           move "TOP NAME"         to name-score-report-line (53:12)
           move "TOP SCORE"        to name-score-report-line (66:9)
           move "EXCPT"            to name-score-report-line (76:5)
           move "NAMESCOREREPORT" to io-dataset
           perform count-io-write
           write name-score-report-line

           perform varying extract-index from 1 by 1
               move extract-status (extract-index)
                 to name-score-report-line (28:10)
             end-if
             move "NAMESCOREREPORT" to io-dataset
             perform count-io-write
             write name-score-report-line
           end-perform.

           copy answer-key-procedure.
           copy report-header-procedure.
           copy message-log-procedure.
           copy completion-trigger-procedure.
