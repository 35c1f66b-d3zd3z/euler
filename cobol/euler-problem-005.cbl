
           perform format-report-header
           move report-header-line to factor-report-line
           move "LCMFACTORREPORT" to io-dataset
           perform count-io-write
           write factor-report-line

           move spaces to factor-report-line
                  ")" delimited by size
             into factor-report-line
           end-string
           move "LCMFACTORREPORT" to io-dataset
           perform count-io-write
           write factor-report-line

           perform write-one-factor-line
                  factor-edit-2 delimited by size
             into factor-report-line
           end-string
           move "LCMFACTORREPORT" to io-dataset
           perform count-io-write
           write factor-report-line.

           copy control-card-procedure.
