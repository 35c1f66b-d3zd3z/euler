
           open output run-audit-file
           move report-header-line to run-audit-line
           move "RUNAUDIT" to io-dataset
           perform count-io-write
           write run-audit-line
           move spaces to run-audit-line
           move "PROGRAM"            to run-audit-line (1:20)
           move "RUN ID"             to run-audit-line (44:16)
           move "SUBMITTER"          to run-audit-line (61:10)
           move "FINDING"            to run-audit-line (72:44)
           move "RUNAUDIT" to io-dataset
           perform count-io-write
           write run-audit-line

           perform scan-archive
                  flagged-edit delimited by size
             into run-audit-line
           end-string
           move "RUNAUDIT" to io-dataset
           perform count-io-write
           write run-audit-line

           perform format-report-footer
           move report-footer-line to run-audit-line
           move "RUNAUDIT" to io-dataset
           perform count-io-write
           write run-audit-line
           close run-audit-file

           close result-ledger-file.

       read-one-ledger-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
               move "ran more than once this processing date:"
                 to run-audit-line (72:42)
               move flagged-edit to run-audit-line (33:7)
               move "RUNAUDIT" to io-dataset
               perform count-io-write
               write run-audit-line
             end-if
           end-perform.
           move rr-run-id to run-audit-line (44:14)
           move rr-submitter to run-audit-line (61:8)
           move reason-text to run-audit-line (72:44)
           move "RUNAUDIT" to io-dataset
           perform count-io-write
           write run-audit-line.

           copy control-card-procedure.
