           move "00" to restart-status
           open input restart-file
           if restart-status = "00"
             move "RESTARTFILE" to io-dataset
             perform count-io-read
             read restart-file
               at end
                 continue
               to restart-peak-value (top-idx)
           end-perform
           open output restart-file
           move "RESTARTFILE" to io-dataset
           perform count-io-write
           write restart-record
           close restart-file.

             move top-peak-start (top-idx)
               to part-peak-value (top-idx)
           end-perform
           move partition-file-path to io-dataset
           perform count-io-write
           write partition-record
           close partition-file.

             move 16 to return-code
             goback
           end-if
           move partition-file-path to io-dataset
           perform count-io-read
           read partition-file
             at end
               display "euler-problem-014: " partition-file-path
           move "00" to histogram-status
           open output histogram-file
           move report-header-line to histogram-line
           move "COLLATZHISTOGRAM" to io-dataset
           perform count-io-write
           write histogram-line
           move "CHAIN LENGTH   STARTING NUMBERS" to histogram-line
           move "COLLATZHISTOGRAM" to io-dataset
           perform count-io-write
           write histogram-line

           perform varying bucket-index from 1 by 1
                    bucket-count-edit delimited by size
               into histogram-line
             end-string
             move "COLLATZHISTOGRAM" to io-dataset
             perform count-io-write
             write histogram-line
           end-perform

           move report-footer-line to histogram-line
           move "COLLATZHISTOGRAM" to io-dataset
           perform count-io-write
           write histogram-line
           close histogram-file.

             perform count-report-line
             if rh-page-break-needed
               move rh-page-title-line to collatz-report-line
               move "COLLATZREPORT" to io-dataset
               perform count-io-write
               write collatz-report-line
               move rh-column-heading to collatz-report-line
               move "COLLATZREPORT" to io-dataset
               perform count-io-write
               write collatz-report-line
             end-if
             move spaces to collatz-report-line
                    length-edit delimited by size
               into collatz-report-line
             end-string
             move "COLLATZREPORT" to io-dataset
             perform count-io-write
             write collatz-report-line
           end-perform

           perform write-peak-trajectory

           move report-footer-line to collatz-report-line
           move "COLLATZREPORT" to io-dataset
           perform count-io-write
           write collatz-report-line

           close collatz-report-file.
           perform count-report-line
           if rh-page-break-needed
             move rh-page-title-line to collatz-report-line
             move "COLLATZREPORT" to io-dataset
             perform count-io-write
             write collatz-report-line
           end-if
           move "HIGHEST PEAKS" to collatz-report-line
           move "COLLATZREPORT" to io-dataset
           perform count-io-write
           write collatz-report-line
           perform count-report-line
           if rh-page-break-needed
             move rh-page-title-line to collatz-report-line
             move "COLLATZREPORT" to io-dataset
             perform count-io-write
             write collatz-report-line
           end-if
           move "RANK  STARTING NUMBER  PEAK VALUE"
             to collatz-report-line
           move "COLLATZREPORT" to io-dataset
           perform count-io-write
           write collatz-report-line

           perform varying top-idx from 1 by 1
             perform count-report-line
             if rh-page-break-needed
               move rh-page-title-line to collatz-report-line
               move "COLLATZREPORT" to io-dataset
               perform count-io-write
               write collatz-report-line
             end-if
             move spaces to collatz-report-line
                    peak-edit delimited by size
               into collatz-report-line
             end-string
             move "COLLATZREPORT" to io-dataset
             perform count-io-write
             write collatz-report-line
           end-perform.

           perform count-report-line
           if rh-page-break-needed
             move rh-page-title-line to collatz-report-line
             move "COLLATZREPORT" to io-dataset
             perform count-io-write
             write collatz-report-line
           end-if
           move spaces to collatz-report-line
                  ")" delimited by size
             into collatz-report-line
           end-string
           move "COLLATZREPORT" to io-dataset
           perform count-io-write
           write collatz-report-line
           perform count-report-line
           if rh-page-break-needed
             move rh-page-title-line to collatz-report-line
             move "COLLATZREPORT" to io-dataset
             perform count-io-write
             write collatz-report-line
           end-if
           move "STEP   TERM" to collatz-report-line
           move "COLLATZREPORT" to io-dataset
           perform count-io-write
           write collatz-report-line

           move highest-peak-start to work-number
           perform count-report-line
           if rh-page-break-needed
             move rh-page-title-line to collatz-report-line
             move "COLLATZREPORT" to io-dataset
             perform count-io-write
             write collatz-report-line
             move "STEP   TERM" to collatz-report-line
             move "COLLATZREPORT" to io-dataset
             perform count-io-write
             write collatz-report-line
           end-if
           move spaces to collatz-report-line
                  peak-edit delimited by size
             into collatz-report-line
           end-string
           move "COLLATZREPORT" to io-dataset
           perform count-io-write
           write collatz-report-line
           if work-number is not equal to 1
             divide work-number by 2 giving ignored-result
