      * comes from the shared ANSWERKEY dataset (see answer-key.cpy),
      * so correcting an answer, or adding one for a new
      * parameterization, is a data change rather than a recompile.
      *
      * 15 October 2026 - reverse-digits moves to its own source
      * member, reverse-digits.cbl, now that euler-problem-055 calls
      * it too; it is called exactly as before.
       identification division.
       program-id. euler-problem-004.

           move "00" to dual-report-status
           open output dual-report-file
           move report-header-line to dual-report-line
           move "DUALPALINDROME" to io-dataset
           perform count-io-write
           write dual-report-line
           move "NUMBER     BINARY" to dual-report-line
           move "DUALPALINDROME" to io-dataset
           perform count-io-write
           write dual-report-line

           perform varying candidate from range-start by 1
                  dual-sum-edit delimited by size
             into dual-report-line
           end-string
           move "DUALPALINDROME" to io-dataset
           perform count-io-write
           write dual-report-line
           perform format-report-footer
           move report-footer-line to dual-report-line
           move "DUALPALINDROME" to io-dataset
           perform count-io-write
           write dual-report-line
           close dual-report-file

           move candidate to candidate-edit
           move candidate-edit to dual-report-line (1:9)
           move binary-text to dual-report-line (12:32)
           move "DUALPALINDROME" to io-dataset
           perform count-io-write
           write dual-report-line.

       outer-loop.
      *            compute temp = temp * 10 + function mod (alt, 10)
      *            divide alt by 10 giving alt
      *    end-perform.
