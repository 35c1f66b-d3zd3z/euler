      * often the step needed a retry to pass, and the days since
      * its last failure.  When the hardening argument starts, this
      * is the evidence - not a grep through old reports.
      *
      * 15 October 2026 - STEPJOURNAL records end with the UTC
      * offsets of their two stamps now; the record description
      * follows.
       identification division.
       program-id. euler-scorecard.

         02 sj-attempt              pic 99.
         02 filler                  pic x.
         02 sj-resumed              pic x.
         02 filler                  pic x.
         02 sj-start-offset         pic x(5).
         02 filler                  pic x.
         02 sj-end-offset           pic x(5).
       fd  scorecard-report-file
           label records are omitted.
       01 scorecard-report-line    pic x(120).
           end-if.

       scan-one-ledger-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
           close step-journal-file.

       score-one-attempt.
           move "STEPJOURNAL" to io-dataset
           perform count-io-read
           read step-journal-file
             at end
               move 'Y' to journal-switch
           move "00" to scorecard-report-status
           open output scorecard-report-file
           move report-header-line to scorecard-report-line
           move "SCORECARD" to io-dataset
           perform count-io-write
           write scorecard-report-line
           move "PROGRAM              RECENT%  RUNS  "
             & "RETRY-PASSES  DAYS-SINCE-FAIL  FAILS BY RC"
             to scorecard-report-line
           move "SCORECARD" to io-dataset
           perform count-io-write
           write scorecard-report-line

           perform varying worst-scan from 1 by 1
           end-perform

           move report-footer-line to scorecard-report-line
           move "SCORECARD" to io-dataset
           perform count-io-write
           write scorecard-report-line
           close scorecard-report-file.

               with pointer report-pointer
             end-string
           end-perform
           move "SCORECARD" to io-dataset
           perform count-io-write
           write scorecard-report-line.

           copy control-card-procedure.
