           close config-snapshot-file.

       note-one-snapshot-run.
           move "CONFIGSNAPSHOT" to io-dataset
           perform count-io-read
           read config-snapshot-file
             at end
               move 'Y' to snapshot-switch
           close config-snapshot-file.

       load-one-snapshot-line.
           move "CONFIGSNAPSHOT" to io-dataset
           perform count-io-read
           read config-snapshot-file
             at end
               move 'Y' to snapshot-switch
           move "00" to drift-report-status
           open output drift-report-file
           move report-header-line to drift-report-line
           move "CONFIGDRIFT" to io-dataset
           perform count-io-write
           write drift-report-line
           move spaces to drift-report-line
           string "configuration drift: run " delimited by size
                  newest-run-id delimited by size
             into drift-report-line
           end-string
           move "CONFIGDRIFT" to io-dataset
           perform count-io-write
           write drift-report-line

      * Pair identical lines off; what is left unmatched on either

           move "LINES NEW OR CHANGED THIS RUN:"
             to drift-report-line
           move "CONFIGDRIFT" to io-dataset
           perform count-io-write
           write drift-report-line
           perform varying new-scan from 1 by 1
                   until new-scan > newest-count
                 to drift-report-line (3:12)
               move new-text (new-scan)
                 to drift-report-line (16:92)
               move "CONFIGDRIFT" to io-dataset
               perform count-io-write
               write drift-report-line
               move new-source (new-scan) to changed-source
               move new-text (new-scan) to changed-text

           move "LINES DROPPED SINCE THE PRIOR RUN:"
             to drift-report-line
           move "CONFIGDRIFT" to io-dataset
           perform count-io-write
           write drift-report-line
           perform varying old-scan from 1 by 1
                   until old-scan > prior-count
                 to drift-report-line (3:12)
               move old-text (old-scan)
                 to drift-report-line (16:92)
               move "CONFIGDRIFT" to io-dataset
               perform count-io-write
               write drift-report-line
               move old-source (old-scan) to changed-source
               move old-text (old-scan) to changed-text
           perform write-answer-section

           move report-footer-line to drift-report-line
           move "CONFIGDRIFT" to io-dataset
           perform count-io-write
           write drift-report-line
           close drift-report-file.

           end-if
           move "ANSWERS FOR PROGRAMS WITH CHANGED PARAMETERS:"
             to drift-report-line
           move "CONFIGDRIFT" to io-dataset
           perform count-io-write
           write drift-report-line

           perform open-ledger-for-input
           if run-result-status is not equal to "00"
             move "  (RESULTLEDGER unavailable - answers unknown)"
               to drift-report-line
             move "CONFIGDRIFT" to io-dataset
             perform count-io-write
             write drift-report-line
             exit paragraph
           end-if
               move latest-actual to drift-report-line (48:20)
               move "ANSWER CHANGED" to drift-report-line (70:14)
           end-evaluate
           move "CONFIGDRIFT" to io-dataset
           perform count-io-write
           write drift-report-line.

       read-one-answer-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
