           perform count-report-line
           if rh-page-break-needed
             move rh-page-title-line to breakdown-line
             move "LETTERBREAKDOWN" to io-dataset
             perform count-io-write
             write breakdown-line
             move rh-column-heading to breakdown-line
             move "LETTERBREAKDOWN" to io-dataset
             perform count-io-write
             write breakdown-line
           end-if
           move hundred-start to breakdown-edit-1
               into breakdown-line
             end-string
           end-if
           move "LETTERBREAKDOWN" to io-dataset
           perform count-io-write
           write breakdown-line.

           copy control-card-procedure.
