           move "00" to cycle-report-status
           open output cycle-report-file
           move report-header-line to cycle-report-line
           move "CYCLEREPORT" to io-dataset
           perform count-io-write
           write cycle-report-line

           move spaces to cycle-report-line
                  limit-text delimited by size
             into cycle-report-line
           end-string
           move "CYCLEREPORT" to io-dataset
           perform count-io-write
           write cycle-report-line

           move "  DENOMINATOR  CYCLE LENGTH" to cycle-report-line
           move "CYCLEREPORT" to io-dataset
           perform count-io-write
           write cycle-report-line
           perform varying top-scan from 1 by 1
                   until top-scan > top-list-max
                    length-edit delimited by size
               into cycle-report-line
             end-string
             move "CYCLEREPORT" to io-dataset
             perform count-io-write
             write cycle-report-line
           end-perform

           move report-footer-line to cycle-report-line
           move "CYCLEREPORT" to io-dataset
           perform count-io-write
           write cycle-report-line
           close cycle-report-file.

