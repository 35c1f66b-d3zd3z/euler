      * alongside PRIMESFILE; a failure writing it only warns -
      * every consumer still has the sequential file to fall back
      * on.
      *
      * 15 October 2026 - Also writes PRIMESBITMAP, one bit per odd
      * number up to the ceiling with the same header and trailer
      * checks as PRIMESFILE (see prime-bitmap.cpy), so the programs
      * that test primality over and over hold the whole answer in
      * memory.  Like the index, a failure writing it only warns.
      *
      * 15 October 2026 - A run that writes PRIMESFILE cleanly and
      * books a row that is not a failure publishes a completion
      * trigger for it (see completion-trigger.cpy): record count
      * and hash total on TRIGGERS, so the steps that read the file
      * can tell a finished one from a half-written one.
      *
      * 15 October 2026 - Holds PRIMESFILE, PRIMESINDEX and
      * PRIMESBITMAP exclusive while it rewrites them (see
      * enqueue.cpy), so no reader picks up a file half written.  A
      * run that cannot have PRIMESFILE to itself writes nothing and
      * ends with return code 8; one that cannot have the index or
      * the bitmap skips that companion, as for any other failure
      * writing it.
       identification division.
       program-id. euler-prime-gen.

               organization line sequential
               file status primes-file-status.
           copy prime-index-select.
           copy prime-bitmap-select.

       data division.
       file section.
           label records are omitted.
       01 primes-file-line         pic x(24).
           copy prime-index-fd.
           copy prime-bitmap-fd.

       working-storage section.
           copy control-card.
           copy prime-sieve-data.
       01 primes-file-status       pic xx.
           copy prime-index.
           copy prime-bitmap.
           copy completion-trigger.
           copy enqueue.
       01 index-usable-switch       pic x value 'N'.
         88 index-is-usable          value 'Y'.
       01 prime-count               pic 9(7) comp-5 value 0.
                     max-prime-number
           end-if

           move "PRIMESFILE" to eq-dataset
           perform enqueue-exclusive
           if not eq-granted
             display "euler-prime-gen: PRIMESFILE is in use; "
                     "nothing written this run"
             move 8 to return-code
             goback
           end-if

           move "00" to primes-file-status
           open output primes-file
           perform open-prime-index
           move max-prime-number to pb-file-ceiling
           move rh-cdt-date to pb-generation-date
           move "PRIMESBITMAP" to eq-dataset
           perform enqueue-exclusive
           if eq-granted
             perform open-prime-bitmap-output
           else
             display "euler-prime-gen: PRIMESBITMAP is in use; "
                     "the bitmap is skipped this run"
           end-if

           move "PRIMESFILE" to ct-dataset
           perform start-completion-trigger
           perform write-primes-header
           perform compute-primes
           perform write-primes-trailer
           if index-is-usable
             close prime-index-file
           end-if
           perform close-prime-bitmap-output
           move "PRIMESBITMAP" to eq-dataset
           perform dequeue-dataset
           move "PRIMESINDEX" to eq-dataset
           perform dequeue-dataset
           move "PRIMESFILE" to eq-dataset
           perform dequeue-dataset

           display prime-count

           perform check-answer-key
           perform stop-run-timer
           perform write-run-result
           if primes-file-status = "00"
             and not rr-fail
             perform publish-completion-trigger
           end-if

           goback.

                  rh-cdt-date delimited by size
             into primes-file-line
           end-string
           move "PRIMESFILE" to io-dataset
           perform count-io-write
           write primes-file-line
           perform note-primes-line.

       write-primes-trailer.
           move prime-count to primes-trailer-count
                  primes-trailer-count delimited by size
             into primes-file-line
           end-string
           move "PRIMESFILE" to io-dataset
           perform count-io-write
           write primes-file-line
           perform note-primes-line.

      * The indexed companion is rewritten whole on every run so it
      * always describes the PRIMESFILE written beside it.  Record 0
      * sequential file exactly as they always have.
       open-prime-index.
           move 'N' to index-usable-switch
           move "PRIMESINDEX" to eq-dataset
           perform enqueue-exclusive
           if not eq-granted
             display "euler-prime-gen: PRIMESINDEX is in use; "
                     "the companion is skipped this run"
             exit paragraph
           end-if
           move "00" to prime-index-status
           open output prime-index-file
           if prime-index-status is not equal to "00"

       write-one-index-record.
           move "00" to prime-index-status
           move "PRIMESINDEX" to io-dataset
           perform count-io-write
           write prime-index-record
             invalid key
               continue
             close prime-index-file
           end-if.

       note-primes-line.
           move primes-file-line to ct-image
           move 24 to ct-image-length
           move primes-file-status to ct-write-status
           perform note-trigger-record.

      * Supplied to prime-sieve-procedure.cpy's compute-primes: write
      * the prime left in found-prime to PRIMESFILE (its keyed twin
      * to the index and its bit to the bitmap) and tally it.
       process-prime.
           add 1 to prime-count
           move found-prime to prime-edit
           move prime-edit to primes-file-line
           move "PRIMESFILE" to io-dataset
           perform count-io-write
           write primes-file-line
           perform note-primes-line
           if index-is-usable
             move prime-count to px-ordinal
             move found-prime to px-prime
             perform write-one-index-record
           end-if
           move found-prime to pb-number
           perform add-prime-to-bitmap.

           copy control-card-procedure.
           copy param-library-procedure.
           copy prime-sieve-procedure.
           copy prime-bitmap-procedure.
           copy run-result-procedure.
           copy answer-key-procedure.
           copy report-header-procedure.
           copy completion-trigger-procedure.
           copy enqueue-procedure.

       end program euler-prime-gen.
