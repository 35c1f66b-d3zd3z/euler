      * instead of walking every program's whole history to filter
      * out one run.  The default whole-ledger reconciliation is
      * unchanged.
      *
      * 15 October 2026 - euler-problem-042 (Coded triangle numbers)
      * joined the table of known programs.
      *
      * 15 October 2026 - Problem 82 added to the known program list.
      *
      * 15 October 2026 - Problem 96 added to the known program list.
      *
      * 15 October 2026 - Problem 99 added to the known program list.
      *
      * 15 October 2026 - Problem 59 added to the known program list.
      *
      * 15 October 2026 - Problem 54 added to the known program list.
      *
      * 15 October 2026 - Problem 31 added to the known program list.
      *
      * 15 October 2026 - Problem 55 added to the known program list.
      *
      * 15 October 2026 - The Mersenne test added to the known list.
      *
      * 15 October 2026 - Problem 50 added to the known program list.
      *
      * 15 October 2026 - Problems 35 and 37 (euler-digit-primes)
      * added to the known program list.
      *
      * 15 October 2026 - Rows under a SWEEP run id (euler-param-sweep)
      * are left out of the reconciliation like BENCH rows.
      *
      * 15 October 2026 - Ledger corrections are honored: a row a
      * reversing entry stands against, and the reversing entry itself,
      * are left out (counted in the summary), so a replacement entry
      * (euler-ledger-correct) is what reconciles.
      *
      * 15 October 2026 - Problem 89 added to the known program list.
      *
      * 15 October 2026 - Problems 48 and 97 added to the known program
      * list.
      *
      * 15 October 2026 - Problem 98 added to the known program list.
      *
      * 15 October 2026 - A LEDGERCORRECTIONS register too big for the
      * correction table stops the run with RETURN-CODE 16 and a CRIT
      * CORRFULL alert, instead of totalling with corrections left out.
       identification division.
       program-id. euler-answer-check.

               file status alert-status.
           copy alert-history-select.
           copy oncall-select.
           copy ledger-correction-select.
           select drift-report-file assign to "DRIFTREPORT"
               organization line sequential
               file status drift-status.
           copy alert-file-fd.
           copy alert-history-fd.
           copy oncall-fd.
           copy ledger-correction-fd.
       fd  drift-report-file
           label records are omitted.
       01 drift-report-line            pic x(130).
           copy run-result.
           copy report-header.
           copy alert-record.
           copy ledger-correction.
       01 run-id-filter                pic x(14) value spaces.
       01 report-status                pic xx.
       01 dashboard-status             pic xx.
      * than silently skipped.  latest-title is the catalog entry's
      * short description; latest-run-date/-time/-elapsed-hundredths
      * feed OPSDASHBOARD, the morning batch-window review.
       01 known-program-count constant as 45.
       01 known-programs.
         02 known-program occurs 45 times.
           03 latest-program-id        pic x(20).
           03 latest-title              pic x(34).
           03 latest-seen              pic x value 'N'.
       01 drift-status                 pic xx.
       01 drift-count                  pic 99 comp-5 value 0.
       01 invalid-row-count            pic 9(5) comp-5 value 0.
       01 corrected-row-count          pic 9(5) comp-5 value 0.
       01 first-proc-date              pic x(8) value spaces.
       01 mixed-proc-dates-switch      pic x value 'N'.
         88 proc-dates-are-mixed        value 'Y'.
           end-if

           perform build-known-programs
           perform load-ledger-corrections
           if cr-table-overflowed
             move "euler-answer-check" to cr-reader-program
             perform refuse-overflowed-corrections
             goback
           end-if
           perform read-ledger
           perform write-report
           perform write-dashboard
           move "Path sum: two ways" to latest-title (30)
           move "euler-problem-083"  to latest-program-id (31)
           move "Path sum: four ways" to latest-title (31)
           move "euler-problem-042"  to latest-program-id (32)
           move "Coded triangle numbers" to latest-title (32)
           move "euler-problem-082"  to latest-program-id (33)
           move "Path sum: three ways" to latest-title (33)
           move "euler-problem-096"  to latest-program-id (34)
           move "Su Doku"            to latest-title (34)
           move "euler-problem-099"  to latest-program-id (35)
           move "Largest exponential" to latest-title (35)
           move "euler-problem-059"  to latest-program-id (36)
           move "XOR decryption"     to latest-title (36)
           move "euler-problem-054"  to latest-program-id (37)
           move "Poker hands"        to latest-title (37)
           move "euler-problem-031"  to latest-program-id (38)
           move "Coin sums"          to latest-title (38)
           move "euler-problem-055"  to latest-program-id (39)
           move "Lychrel numbers"    to latest-title (39)
           move "euler-mersenne-test" to latest-program-id (40)
           move "Mersenne primes"    to latest-title (40)
           move "euler-problem-050"  to latest-program-id (41)
           move "Consecutive prime sum" to latest-title (41)
           move "euler-digit-primes" to latest-program-id (42)
           move "Circular and truncatable primes"
             to latest-title (42)
           move "euler-problem-089"  to latest-program-id (43)
           move "Roman numerals"     to latest-title (43)
           move "euler-last-digits"  to latest-program-id (44)
           move "Self powers; non-Mersenne prime" to latest-title (44)
           move "euler-problem-098"  to latest-program-id (45)
           move "Anagramic squares"  to latest-title (45)
           perform varying scan-index from 1 by 1
                   until scan-index > known-program-count
             move 'N' to latest-seen (scan-index)
      * done.  Each row lands in its own program's slot, so the
      * report machinery downstream is untouched.
       read-one-run-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
                 if not rr-row-is-valid
                   add 1 to invalid-row-count
                 else
                   perform classify-ledger-row
                 end-if
                 if rr-row-is-valid and cr-row-set-aside
                   add 1 to corrected-row-count
                 end-if
                 if rr-row-is-valid and not cr-row-set-aside
                   perform varying scan-index from 1 by 1
                           until scan-index > known-program-count
                     if latest-program-id (scan-index)
      * Rows come back in key order, so the first row belonging to a
      * different program means this program's rows are done.
       read-one-program-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
                 if not rr-row-is-valid
                   add 1 to invalid-row-count
                 else
                   perform classify-ledger-row
                 end-if
                 if rr-row-is-valid and cr-row-set-aside
                   add 1 to corrected-row-count
                 end-if
                 if rr-row-is-valid and not cr-row-set-aside
      * Benchmark rows (euler-benchmark stamps a BENCH run id) are
      * timing samples, and sweep rows (euler-param-sweep, SWEEP)
      * answer other parameters - neither is a result to reconcile.
                   if rr-run-id (1:5) is not equal to "BENCH"
                     and rr-run-id (1:5) is not equal to "SWEEP"
                     and (run-id-filter = spaces
                          or rr-run-id = run-id-filter)
                     perform record-latest-result

           perform format-report-footer
           move report-footer-line to report-line
           move "ANSWERREPORT" to io-dataset
           perform count-io-write
           write report-line

           close report-file.
           perform count-report-line
           if rh-page-break-needed
             move rh-page-title-line to report-line
             move "ANSWERREPORT" to io-dataset
             perform count-io-write
             write report-line
             move rh-column-heading to report-line
             move "ANSWERREPORT" to io-dataset
             perform count-io-write
             write report-line
           end-if
           move spaces to report-line
             end-evaluate
           end-if

           move "ANSWERREPORT" to io-dataset
           perform count-io-write
           write report-line.

      * The morning operations dashboard: when each program last ran
                  elapsed-edit delimited by size
             into dashboard-line
           end-string
           move "OPSDASHBOARD" to io-dataset
           perform count-io-write
           write dashboard-line

           perform format-report-footer
           move report-footer-line to dashboard-line
           move "OPSDASHBOARD" to io-dataset
           perform count-io-write
           write dashboard-line

           close dashboard-file.
           perform count-report-line
           if rh-page-break-needed
             move rh-page-title-line to dashboard-line
             move "OPSDASHBOARD" to io-dataset
             perform count-io-write
             write dashboard-line
             move rh-column-heading to dashboard-line
             move "OPSDASHBOARD" to io-dataset
             perform count-io-write
             write dashboard-line
           end-if
           move spaces to dashboard-line
             end-if
           end-if

           move "OPSDASHBOARD" to io-dataset
           perform count-io-write
           write dashboard-line.

      * The answer-drift report: every program whose latest actual
           open output drift-report-file

           move report-header-line to drift-report-line
           move "DRIFTREPORT" to io-dataset
           perform count-io-write
           write drift-report-line

           move spaces to drift-report-line
           move "PREVIOUS RUN"       to drift-report-line (66:18)
           move "LATEST RUN"         to drift-report-line (85:18)
           move "LATEST PARAMETERS"  to drift-report-line (104:25)
           move "DRIFTREPORT" to io-dataset
           perform count-io-write
           write drift-report-line

           move 0 to drift-count
           if drift-count = 0
             move "  (no program's answer changed between its last "
               & "two runs)" to drift-report-line
             move "DRIFTREPORT" to io-dataset
             perform count-io-write
             write drift-report-line
           end-if

           perform format-report-footer
           move report-footer-line to drift-report-line
           move "DRIFTREPORT" to io-dataset
           perform count-io-write
           write drift-report-line

           close drift-report-file.
           move time-edit to drift-report-line (94:9)
           move latest-parameters (scan-index)
             to drift-report-line (104:27)
           move "DRIFTREPORT" to io-dataset
           perform count-io-write
           write drift-report-line.

      * Raise the console-monitor alerts for this reconciliation:
                   "run: " drift-count
           display "  rows skipped as invalid (see "
                   "euler-ledger-audit): " invalid-row-count
           display "  rows reversed or reversing (see "
                   "euler-corr-register): " corrected-row-count
           if proc-dates-are-mixed
             display "  NOTE: the latest rows span more than one "
                     "processing date - a rerun is mixed in"
           copy run-result-procedure.
           copy report-header-procedure.
           copy alert-procedure.
           copy ledger-correction-procedure.

       end program euler-answer-check.
