                   varying sweep-index from 1 by 1
                   until sweep-index > sweep-count
           move report-footer-line to path-report-line
           move "TRIANGLEPATH18" to io-dataset
           perform count-io-write
           write path-report-line
           close path-report-file

           close manifest-file.

       read-one-sweep-line.
           move "TRIMANIFEST18" to io-dataset
           perform count-io-read
           read manifest-file
             at end
               move 'Y' to manifest-read-switch
      * it must be there and must describe the 15-row triangle this
      * program's table is sized for.
       verify-triangle-header.
           move triangle-file-path to io-dataset
           perform count-io-read
           read triangle-file into triangle-line
             at end
               display "load-source-data: triangle file is empty"
           end-if.

       decode-line.
           move triangle-file-path to io-dataset
           perform count-io-read
           read triangle-file into triangle-line
             at end
               display "load-source-data: triangle file ended early"
           open output path-report-file
           perform write-path-section
           move report-footer-line to path-report-line
           move "TRIANGLEPATH18" to io-dataset
           perform count-io-write
           write path-report-line
           close path-report-file.

      * these per dataset into the already-open report.
       write-path-section.
           move report-header-line to path-report-line
           move "TRIANGLEPATH18" to io-dataset
           perform count-io-write
           write path-report-line
           move spaces to path-report-line
           string "triangle: " delimited by size
                    delimited by size
             into path-report-line
           end-string
           move "TRIANGLEPATH18" to io-dataset
           perform count-io-write
           write path-report-line
           move "ROW   COL   VALUE   RUNNING TOTAL"
             to path-report-line
           move "TRIANGLEPATH18" to io-dataset
           perform count-io-write
           write path-report-line

           move 1 to path-col
                  path-total-edit delimited by size
             into path-report-line
           end-string
           move "TRIANGLEPATH18" to io-dataset
           perform count-io-write
           write path-report-line.

       find-route.
