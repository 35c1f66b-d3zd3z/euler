      * run-time parameter in the suite.  RETURN-CODE is the count of
      * programs flagged over threshold, the same "nonzero means this
      * many things need a look" convention euler-answer-check uses.
      *
      * 15 October 2026 - SWEEP rows (euler-param-sweep) are left out of
      * the trend like BENCH rows.
       identification division.
       program-id. euler-elapsed-trend.

           close result-ledger-file.

       read-one-ledger-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
       record-elapsed-time.
      * Benchmark rows (euler-benchmark stamps a BENCH run id) are
      * repeated artificial timings; folding them into the trend
      * would swamp the real nightly signal.  Sweep rows
      * (euler-param-sweep stamps SWEEP) time other parameters.
           if rr-run-id (1:5) = "BENCH" or "SWEEP"
             exit paragraph
           end-if
           perform find-or-add-program
           open output trend-report-file

           move report-header-line to trend-report-line
           move "TRENDREPORT" to io-dataset
           perform count-io-write
           write trend-report-line

           move spaces to trend-report-line
                  " percent over average" delimited by size
             into trend-report-line
           end-string
           move "TRENDREPORT" to io-dataset
           perform count-io-write
           write trend-report-line

           move spaces to trend-report-line
           move "AVG ELAPSED"          to trend-report-line (30:12)
           move "LAST ELAPSED"         to trend-report-line (43:13)
           move "STATUS"               to trend-report-line (57:20)
           move "TRENDREPORT" to io-dataset
           perform count-io-write
           write trend-report-line

           perform write-one-trend-line

           perform format-report-footer
           move report-footer-line to trend-report-line
           move "TRENDREPORT" to io-dataset
           perform count-io-write
           write trend-report-line

           close trend-report-file.
             end-if
           end-if

           move "TRENDREPORT" to io-dataset
           perform count-io-write
           write trend-report-line.

       back-up-ring-slot.
