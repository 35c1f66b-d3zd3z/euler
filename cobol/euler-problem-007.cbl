      * uses; a missing or unreadable index simply drops through to
      * the sequential read, which keeps its validation and
      * fallbacks unchanged.
      *
      * 15 October 2026 - Each file is held shared while it is read
      * (see enqueue.cpy), so euler-prime-gen cannot rewrite it
      * underneath; a file still held exclusive past the wait limit
      * is treated as unusable, exactly like a missing one.
       identification division.
       program-id. euler-problem-007.

       01 prime-counter   pic 999999 comp-5 value 0.
       01 primes-file-status    pic xx.
           copy prime-index.
           copy enqueue.
       01 used-primes-file-switch pic x value 'N'.
         88 used-primes-file       value 'Y'.
       01 primes-file-switch    pic x value 'N'.
      * both files) and try again.  Only if even that fails does
      * this fall back to its own from-scratch sieve.
       find-10001st-prime.
           perform read-nth-prime-held
           if not used-primes-file
             display "euler-problem-007: PRIMESFILE unusable, "
                     "regenerating it up to " regeneration-ceiling
             call "euler-prime-gen"
                 using by content regeneration-ceiling
             perform read-nth-prime-held
           end-if
           if not used-primes-file
             display "euler-problem-007: PRIMESFILE still unusable, "
             perform find-nth-prime-in-sieve
           end-if.

      * The index first, then the sequential file, each held shared
      * only while it is open.
       read-nth-prime-held.
           move "PRIMESINDEX" to eq-dataset
           perform enqueue-shared
           if eq-granted
             perform read-nth-prime-from-index
             perform dequeue-dataset
           end-if
           if not used-primes-file
             move "PRIMESFILE" to eq-dataset
             perform enqueue-shared
             if eq-granted
               perform read-nth-prime-from-file
               perform dequeue-dataset
             end-if
           end-if.

      * One keyed read against the companion: record 10001 is the
      * 10001st prime.  Anything short of a clean read - no file,
      * no record, a bad status - leaves the switch off and the
             exit paragraph
           end-if
           move 10001 to px-ordinal
           move "PRIMESINDEX" to io-dataset
           perform count-io-read
           read prime-index-file
             invalid key
               close prime-index-file
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
           copy run-result-procedure.
           copy answer-key-procedure.
           copy report-header-procedure.
           copy enqueue-procedure.
