      * The largest gap found is also written to RESULTLEDGER (no
      * documented answer - the profile depends on the ceiling the
      * generator was run with).
      *
      * 15 October 2026 - PRIMESFILE is held shared while it is read
      * (see enqueue.cpy), so euler-prime-gen cannot rewrite it
      * underneath; a file still held exclusive past the wait limit
      * stops the run like one that fails validation.
       identification division.
       program-id. euler-prime-analysis.

       working-storage section.
           copy run-result.
           copy report-header.
           copy enqueue.
       01 primes-file-status       pic xx.
       01 analysis-report-status   pic xx.
       01 primes-file-switch       pic x value 'N'.
           display report-header-line
           perform start-run-timer

           perform read-primes-held-file
           if not primes-file-is-valid
             move 16 to return-code
             goback

           goback.

      * PRIMESFILE is held shared while it is read (see
      * enqueue.cpy); one still held exclusive past the wait
      * limit is as unusable as a missing one.
       read-primes-held-file.
           move "PRIMESFILE" to eq-dataset
           perform enqueue-shared
           if eq-granted
             perform read-primes-file
             perform dequeue-dataset
           else
             move 'N' to file-valid-switch
           end-if.

       read-primes-file.
           move "00" to primes-file-status
           open input primes-file
             exit paragraph
           end-if

           move "PRIMESFILE" to io-dataset
           perform count-io-read
           read primes-file
             at end
               display "euler-prime-analysis: PRIMESFILE is empty"
           end-if.

       read-one-primes-line.
           move "PRIMESFILE" to io-dataset
           perform count-io-read
           read primes-file
             at end
               move 'Y' to primes-file-switch
           move "00" to analysis-report-status
           open output analysis-report-file
           move report-header-line to analysis-report-line
           move "PRIMEANALYSIS" to io-dataset
           perform count-io-write
           write analysis-report-line

           move spaces to analysis-report-line
                  value-edit delimited by size
             into analysis-report-line
           end-string
           move "PRIMEANALYSIS" to io-dataset
           perform count-io-write
           write analysis-report-line

           move spaces to analysis-report-line
                  value-edit delimited by size
             into analysis-report-line
           end-string
           move "PRIMEANALYSIS" to io-dataset
           perform count-io-write
           write analysis-report-line

           move spaces to analysis-report-line
                  value-edit-2 delimited by size
             into analysis-report-line
           end-string
           move "PRIMEANALYSIS" to io-dataset
           perform count-io-write
           write analysis-report-line

           move spaces to analysis-report-line
                  count-edit delimited by size
             into analysis-report-line
           end-string
           move "PRIMEANALYSIS" to io-dataset
           perform count-io-write
           write analysis-report-line

           move "GAP RANGE   COUNT" to analysis-report-line
           move "PRIMEANALYSIS" to io-dataset
           perform count-io-write
           write analysis-report-line
           perform write-one-bucket-line
                   varying bucket-index from 1 by 1
                  count-edit delimited by size
             into analysis-report-line
           end-string
           move "PRIMEANALYSIS" to io-dataset
           perform count-io-write
           write analysis-report-line

           move report-footer-line to analysis-report-line
           move "PRIMEANALYSIS" to io-dataset
           perform count-io-write
           write analysis-report-line
           close analysis-report-file.

                  count-edit delimited by size
             into analysis-report-line
           end-string
           move "PRIMEANALYSIS" to io-dataset
           perform count-io-write
           write analysis-report-line.

           copy run-result-procedure.
           copy report-header-procedure.
           copy enqueue-procedure.

       end program euler-prime-analysis.
