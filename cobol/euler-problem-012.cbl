      * front to back every run.  A missing, unreadable or short
      * index drops through to the sequential load, which keeps its
      * header/trailer validation unchanged.
      *
      * 15 October 2026 - Each file is held shared while it loads
      * (see enqueue.cpy), so euler-prime-gen cannot rewrite it
      * underneath; a file still held exclusive past the wait limit
      * is treated as unusable, exactly like a missing one.
       identification division.
       program-id. euler-problem-012.

           copy report-header.
       01 primes-file-status        pic xx.
           copy prime-index.
           copy enqueue.
       01 index-read-switch         pic x value 'N'.
         88 index-scan-at-end        value 'Y'.
       01 divisor-report-status     pic xx.
      * validation; when both are missing or fail, regenerate
      * through euler-prime-gen (which rewrites both) and try again.
       obtain-primes.
           perform load-primes-held
           if not primes-file-is-usable
             display "euler-problem-012: PRIMESFILE unusable, "
                     "regenerating it up to " regeneration-ceiling
             call "euler-prime-gen"
                 using by content regeneration-ceiling
             perform load-primes-held
           end-if.

      * The index first, then the sequential file, each held shared
      * only while it is open.
       load-primes-held.
           move "PRIMESINDEX" to eq-dataset
           perform enqueue-shared
           if eq-granted
             perform load-primes-from-index
             perform dequeue-dataset
           end-if
           if not primes-file-is-usable
             move "PRIMESFILE" to eq-dataset
             perform enqueue-shared
             if eq-granted
               perform load-primes-from-file
               perform dequeue-dataset
             end-if
           end-if.

             exit paragraph
           end-if
           move 0 to px-ordinal
           move "PRIMESINDEX" to io-dataset
           perform count-io-read
           read prime-index-file
             invalid key
               close prime-index-file
           end-if.

       read-one-index-prime.
           move "PRIMESINDEX" to io-dataset
           perform count-io-read
           read prime-index-file next
             at end
               move 'Y' to index-read-switch
             exit paragraph
           end-if

           move "PRIMESFILE" to io-dataset
           perform count-io-read
           read primes-file
             at end
               close primes-file
           end-if.

       read-one-primes-line.
           move "PRIMESFILE" to io-dataset
           perform count-io-read
           read primes-file
             at end
               move 'Y' to primes-file-switch
           move "00" to divisor-report-status
           open output divisor-report-file
           move report-header-line to divisor-report-line
           move "DIVISORREPORT" to io-dataset
           perform count-io-write
           write divisor-report-line

           move spaces to divisor-report-line
                  " divisors:" delimited by size
             into divisor-report-line
           end-string
           move "DIVISORREPORT" to io-dataset
           perform count-io-write
           write divisor-report-line

           move spaces to divisor-report-line
                  " divisors)" delimited by size
             into divisor-report-line
           end-string
           move "DIVISORREPORT" to io-dataset
           perform count-io-write
           write divisor-report-line

           move "FACTORIZATION (PRIME, EXPONENT):"
             to divisor-report-line
           move "DIVISORREPORT" to io-dataset
           perform count-io-write
           write divisor-report-line
           perform varying factor-index from 1 by 1
                   until factor-index > factor-items
                    power-edit delimited by size
               into divisor-report-line
             end-string
             move "DIVISORREPORT" to io-dataset
             perform count-io-write
             write divisor-report-line
           end-perform

           move report-footer-line to divisor-report-line
           move "DIVISORREPORT" to io-dataset
           perform count-io-write
           write divisor-report-line
           close divisor-report-file.

           copy run-result-procedure.
           copy answer-key-procedure.
           copy report-header-procedure.
           copy enqueue-procedure.

       end program euler-problem-012.
