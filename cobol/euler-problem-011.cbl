                   until sweep-index > sweep-count

           move report-footer-line to grid-report-line
           move "GRIDREPORT" to io-dataset
           perform count-io-write
           write grid-report-line
           close grid-report-file

           close manifest-file.

       read-one-sweep-line.
           move "GRIDMANIFEST" to io-dataset
           perform count-io-read
           read manifest-file
             at end
               move 'Y' to manifest-read-switch
                  " ----" delimited by size
             into grid-report-line
           end-string
           move "GRIDREPORT" to io-dataset
           perform count-io-write
           write grid-report-line
           perform varying top-idx from 1 by 1
                   until top-idx > report-count
           perform verify-grid-header
           move 0 to grid-checksum
           perform varying y from 1 by 1 until y > grid-size
             move grid-file-path to io-dataset
             perform count-io-read
             read grid-file into grid-line
               at end
                 display "load-grid: grid file ended early"
      * it must be there, and its row/column counts must match what
      * this run was configured to read.
       verify-grid-header.
           move grid-file-path to io-dataset
           perform count-io-read
           read grid-file into grid-line
             at end
               display "load-grid: grid file is empty"
           end-perform

           move report-footer-line to grid-report-line
           move "GRIDREPORT" to io-dataset
           perform count-io-write
           write grid-report-line
           close grid-report-file.

           perform count-report-line
           if rh-page-break-needed
             move rh-page-title-line to grid-report-line
             move "GRIDREPORT" to io-dataset
             perform count-io-write
             write grid-report-line
             move rh-column-heading to grid-report-line
             move "GRIDREPORT" to io-dataset
             perform count-io-write
             write grid-report-line
           end-if
           move spaces to grid-report-line
             add x-delta (top-dir (top-idx)) to factor-x
             add y-delta (top-dir (top-idx)) to factor-y
           end-perform
           move "GRIDREPORT" to io-dataset
           perform count-io-write
           write grid-report-line.

           copy control-card-procedure.
