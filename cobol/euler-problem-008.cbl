      * for a digit-series file the checksum is the sum of every
      * digit, modulo one billion.
       verify-series-header.
           move series-file-path to io-dataset
           perform count-io-read
           read series-file into series-line
             at end
               display "euler-problem-008: series file is empty"
           compute hdr-checksum = function numval (hdr-sum-text).

       read-one-series-row.
           move series-file-path to io-dataset
           perform count-io-read
           read series-file into series-line
             at end
               move 'Y' to series-switch
           move "00" to series-report-status
           open output series-report-file
           move report-header-line to series-report-line
           move "SERIESREPORT" to io-dataset
           perform count-io-write
           write series-report-line

           move spaces to series-report-line
                  product-edit delimited by size
             into series-report-line
           end-string
           move "SERIESREPORT" to io-dataset
           perform count-io-write
           write series-report-line

      * A series where every window contains a zero is valid input
           if largest-position = 0
             move "(every window's product is zero - no winning "
               & "window)" to series-report-line
             move "SERIESREPORT" to io-dataset
             perform count-io-write
             write series-report-line
           else
             move spaces to series-report-line
                    position-edit delimited by size
               into series-report-line
             end-string
             move "SERIESREPORT" to io-dataset
             perform count-io-write
             write series-report-line

             move spaces to series-report-line
                 with pointer report-pointer
               end-string
             end-perform
             move "SERIESREPORT" to io-dataset
             perform count-io-write
             write series-report-line
           end-if

           move report-footer-line to series-report-line
           move "SERIESREPORT" to io-dataset
           perform count-io-write
           write series-report-line
           close series-report-file.

