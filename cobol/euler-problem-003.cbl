           open output factor-report-file
           perform format-report-header
           move report-header-line to factor-report-line
           move "FACTORREPORT" to io-dataset
           perform count-io-write
           write factor-report-line
           move "TARGET NUMBER  LARGEST PRIME FACTOR"
             to factor-report-line
           move "FACTORREPORT" to io-dataset
           perform count-io-write
           write factor-report-line

           move 'N' to factor-targets-switch

           perform format-report-footer
           move report-footer-line to factor-report-line
           move "FACTORREPORT" to io-dataset
           perform count-io-write
           write factor-report-line

           close factor-targets-file
           close factor-report-file.

       read-one-factor-target.
           move "FACTORTARGETS" to io-dataset
           perform count-io-read
           read factor-targets-file
             at end
               move 'Y' to factor-targets-switch
                      factor-edit delimited by size
                 into factor-report-line
               end-string
               move "FACTORREPORT" to io-dataset
               perform count-io-write
               write factor-report-line
           end-read.

