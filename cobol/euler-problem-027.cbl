      * product is reconciled against the shared ANSWERKEY dataset
      * (the shipped key carries the documented -59231 for the
      * problem's own bounds).
      *
      * 15 October 2026 - The flags now come from PRIMESBITMAP, the
      * one-bit-per-odd-number map euler-prime-gen writes beside
      * PRIMESFILE (see prime-bitmap.cpy), when it is there, valid and
      * reaches the required ceiling: 125 records read once instead of
      * 148933 lines.  PRIMESFILE stays as the fallback, regeneration
      * and all.
      *
      * 15 October 2026 - PRIMESBITMAP and PRIMESFILE are each held
      * shared while they are read (see enqueue.cpy), so
      * euler-prime-gen cannot rewrite them underneath; one still
      * held exclusive past the wait limit is treated as unusable,
      * exactly like a missing one.
       identification division.
       program-id. euler-problem-027.

           select primes-file assign to "PRIMESFILE"
               organization line sequential
               file status primes-file-status.
           copy prime-bitmap-select.
           copy run-result-select.
           select answer-key-file assign to "ANSWERKEY"
               organization line sequential
       fd  primes-file
           label records are omitted.
       01 primes-line      pic x(24).
           copy prime-bitmap-fd.
           copy run-result-fd.
           copy answer-key-fd.

         02 prime-flag              pic x
              occurs prime-flag-max times.
       01 required-ceiling          pic 9(10) comp-5.
           copy prime-bitmap.
           copy enqueue.

       01 a-limit                   pic 9(9) value 999.
       01 b-limit                   pic 9(9) value 1000.

           goback.

      * Flag the primes off PRIMESBITMAP, or failing that off
      * PRIMESFILE; when the file is missing, fails validation, or
      * its header ceiling falls short of what the bounds can ask
      * about, regenerate it through euler-prime-gen at the required
      * ceiling and try once more.
       obtain-primes.
           perform load-primes-from-bitmap
           if primes-file-is-usable
             exit paragraph
           end-if
           perform load-primes-held-file
           if not primes-file-is-usable
             or file-ceiling < required-ceiling
             display "euler-problem-027: PRIMESFILE unusable or "
                     "short, regenerating it up to " required-ceiling
             call "euler-prime-gen"
                 using by content required-ceiling
             perform load-primes-held-file
           end-if
           if file-ceiling < required-ceiling
             move 'N' to primes-usable-switch
           end-if.

      * The map must reach the largest odd number the bounds can ask
      * about - the default bounds ask about 2000000 against the
      * generator's default ceiling of 1999999, and an even number
      * needs no map.  The odd numbers' flags are then spread
      * straight from pb-flag.
       load-primes-from-bitmap.
           move 'N' to primes-usable-switch
           move "PRIMESBITMAP" to eq-dataset
           perform enqueue-shared
           if eq-granted
             perform load-prime-bitmap
             perform dequeue-dataset
           end-if
           if not prime-bitmap-is-loaded
             exit paragraph
           end-if
           move required-ceiling to pb-number
           if function mod (required-ceiling, 2) = 0
             subtract 1 from pb-number
           end-if
           perform test-prime-bitmap
           if pb-number-beyond
             exit paragraph
           end-if
           move all 'N' to prime-flag-table
           move 'Y' to prime-flag (2)
           move 1 to pb-odd-index
           perform varying file-prime from 3 by 2
                   until file-prime > pb-ceiling
                      or file-prime > prime-flag-max
             add 1 to pb-odd-index
             move pb-flag (pb-odd-index) to prime-flag (file-prime)
           end-perform
           move 'Y' to primes-usable-switch.

      * PRIMESFILE is held shared while it is read (see
      * enqueue.cpy); one still held exclusive past the wait
      * limit is as unusable as a missing one.
       load-primes-held-file.
           move "PRIMESFILE" to eq-dataset
           perform enqueue-shared
           if eq-granted
             perform load-primes-from-file
             perform dequeue-dataset
           else
             move 'N' to primes-usable-switch
           end-if.

       load-primes-from-file.
           move 'N' to primes-usable-switch
           move 0 to file-ceiling
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
           copy prime-bitmap-procedure.

       end program euler-problem-027.
