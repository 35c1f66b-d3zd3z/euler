      * top of the even range, from the card or PARAMLIB.  The
      * minimum partition count found goes to RESULTLEDGER (no
      * documented answer - the profile depends on the ceiling).
      *
      * 15 October 2026 - The primes now come from PRIMESBITMAP, the
      * one-bit-per-odd-number map euler-prime-gen writes beside
      * PRIMESFILE (see prime-bitmap.cpy), when it is there, valid and
      * reaches the analysis ceiling; PRIMESFILE, with its validation
      * and capping, stays as the fallback.
      *
      * 15 October 2026 - PRIMESBITMAP and PRIMESFILE are each held
      * shared while they are read (see enqueue.cpy), so
      * euler-prime-gen cannot rewrite them underneath; one still
      * held exclusive past the wait limit is treated as unusable,
      * exactly like a missing one.
       identification division.
       program-id. euler-goldbach-analysis.

           select primes-file assign to "PRIMESFILE"
               organization line sequential
               file status primes-file-status.
           copy prime-bitmap-select.
           copy run-result-select.
           select analysis-report-file assign to "GOLDBACHREPORT"
               organization line sequential
       fd  primes-file
           label records are omitted.
       01 primes-line              pic x(24).
           copy prime-bitmap-fd.
           copy run-result-fd.
       fd  analysis-report-file
           label records are omitted.
           copy param-library.
           copy run-result.
           copy report-header.
           copy prime-bitmap.
           copy enqueue.
       01 primes-file-status       pic xx.
       01 analysis-report-status   pic xx.
       01 primes-file-switch       pic x value 'N'.
         88 trailer-was-seen        value 'Y'.
       01 file-valid-switch        pic x value 'Y'.
         88 primes-file-is-valid    value 'Y'.
       01 bitmap-used-switch       pic x value 'N'.
         88 primes-from-bitmap      value 'Y'.
       01 trailer-count            pic 9(10) comp-5.
       01 header-ceiling           pic 9(10) comp-5.
       01 prime-counter            pic 9(10) comp-5 value 0.
             goback
           end-if

           perform read-prime-bitmap
           if not primes-from-bitmap
             perform read-primes-held-file
             if not primes-file-is-valid
               move 16 to return-code
               goback
             end-if
             if header-ceiling < analysis-ceiling
               display "euler-goldbach-analysis: PRIMESFILE ceiling "
                       header-ceiling " is below the analysis "
                       "ceiling, capping the analysis there"
               move header-ceiling to analysis-ceiling
             end-if
           end-if

           perform analyze-even-numbers

           goback.

      * The flags and the list filled from PRIMESBITMAP when it is
      * loaded and reaches the largest odd number the analysis can
      * ask about; otherwise PRIMESFILE is read as before.
       read-prime-bitmap.
           move "PRIMESBITMAP" to eq-dataset
           perform enqueue-shared
           if eq-granted
             perform load-prime-bitmap
             perform dequeue-dataset
           end-if
           if not prime-bitmap-is-loaded
             exit paragraph
           end-if
           if pb-ceiling < analysis-ceiling - 1
             display "euler-goldbach-analysis: PRIMESBITMAP ceiling "
                     pb-ceiling " is below the analysis ceiling, "
                     "reading PRIMESFILE"
             exit paragraph
           end-if
           move 2 to current-prime
           perform note-one-prime
           perform varying current-prime from 3 by 2
                   until current-prime > analysis-ceiling
             move current-prime to pb-number
             perform test-prime-bitmap
             if pb-number-is-prime
               perform note-one-prime
             end-if
           end-perform
           move 'Y' to bitmap-used-switch.

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
               display "euler-goldbach-analysis: PRIMESFILE is "
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
           move "GOLDBACHREPORT" to io-dataset
           perform count-io-write
           write analysis-report-line

           move spaces to analysis-report-line
                  value-edit delimited by size
             into analysis-report-line
           end-string
           move "GOLDBACHREPORT" to io-dataset
           perform count-io-write
           write analysis-report-line

           if zero-partition-count > 0
                    count-edit delimited by size
               into analysis-report-line
             end-string
             move "GOLDBACHREPORT" to io-dataset
             perform count-io-write
             write analysis-report-line
           end-if

           move "FEWEST PARTITIONS" to analysis-report-line
           move "GOLDBACHREPORT" to io-dataset
           perform count-io-write
           write analysis-report-line
           move "  EVEN NUMBER   PARTITIONS" to analysis-report-line
           move "GOLDBACHREPORT" to io-dataset
           perform count-io-write
           write analysis-report-line
           perform varying low-scan from 1 by 1
                   until low-scan > low-list-max
                    count-edit delimited by size
               into analysis-report-line
             end-string
             move "GOLDBACHREPORT" to io-dataset
             perform count-io-write
             write analysis-report-line
           end-perform

           move "PARTITIONS   COUNT OF EVENS"
             to analysis-report-line
           move "GOLDBACHREPORT" to io-dataset
           perform count-io-write
           write analysis-report-line
           perform write-one-bucket-line
                   varying bucket-index from 1 by 1
                  count-edit delimited by size
             into analysis-report-line
           end-string
           move "GOLDBACHREPORT" to io-dataset
           perform count-io-write
           write analysis-report-line

           move report-footer-line to analysis-report-line
           move "GOLDBACHREPORT" to io-dataset
           perform count-io-write
           write analysis-report-line
           close analysis-report-file.

                  count-edit delimited by size
             into analysis-report-line
           end-string
           move "GOLDBACHREPORT" to io-dataset
           perform count-io-write
           write analysis-report-line.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.
           copy enqueue-procedure.
           copy prime-bitmap-procedure.

       end program euler-goldbach-analysis.
