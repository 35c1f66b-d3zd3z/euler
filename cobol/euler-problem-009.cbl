           move "00" to triplet-report-status
           open output triplet-report-file
           move report-header-line to triplet-report-line
           move "TRIPLETREPORT" to io-dataset
           perform count-io-write
           write triplet-report-line

           move spaces to triplet-report-line
                  perimeter-edit delimited by size
             into triplet-report-line
           end-string
           move "TRIPLETREPORT" to io-dataset
           perform count-io-write
           write triplet-report-line

           move spaces to triplet-report-line
                  solutions-edit delimited by size
             into triplet-report-line
           end-string
           move "TRIPLETREPORT" to io-dataset
           perform count-io-write
           write triplet-report-line

           move "PERIMETERS MATCHING OR BEATING HALF THAT COUNT:"
             to triplet-report-line
           move "TRIPLETREPORT" to io-dataset
           perform count-io-write
           write triplet-report-line
           perform varying scan-perimeter from 1 by 1
                   until scan-perimeter > range-max
                      solutions-edit delimited by size
                 into triplet-report-line
               end-string
               move "TRIPLETREPORT" to io-dataset
               perform count-io-write
               write triplet-report-line
             end-if
           end-perform

           move report-footer-line to triplet-report-line
           move "TRIPLETREPORT" to io-dataset
           perform count-io-write
           write triplet-report-line
           close triplet-report-file.

