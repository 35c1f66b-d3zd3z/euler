      * Mersenne prime test
      *
      * 15 October 2026
      *
      * Runs the Lucas-Lehmer test on the Mersenne number 2^p - 1 for
      * every prime exponent p up to CEILING: with s = 4, replace s by
      * s^2 - 2 modulo 2^p - 1, p - 2 times over, and 2^p - 1 is prime
      * exactly when s ends at zero.  p = 2 is the one exponent the
      * test does not cover (2^2 - 1 = 3 is prime by inspection) and
      * is reported as such.
      *
      * 2^p - 1 runs to hundreds of digits, and the square of s to
      * twice that, so every value is the shared bignum (see
      * bignum-data.cpy): the Mersenne number is built with
      * multiply-bignum-by-factor and subtract-factor-from-bignum and
      * kept aside in mersenne-modulus, and each step is
      * copy-bignum-to-b and multiply-bignum-by-b for the square,
      * subtract-factor-from-bignum for the 2 (after adding the
      * modulus back when s is below 2), and reduce-bignum-modulo-b
      * against the modulus reloaded into bignum-b.  The square of a
      * value below 2^p - 1 must fit bignum-cell-count cells, which
      * puts the highest exponent that can be tested at about
      * bignum-cell-count * 2 / log10 (2); a CEILING past it is
      * refused up front rather than left to stop the run halfway.
      *
      * The exponents come from PRIMESINDEX by range scan - START at
      * value 2 on the alternate key and READ NEXT up to CEILING -
      * the way euler-problem-012 loads its primes, with the
      * sequential PRIMESFILE and then a regeneration through
      * euler-prime-gen to the same ceiling euler-problem-007 uses
      * as the fallbacks.
      *
      * MERSENNEREPORT lists every exponent tested with the width of
      * 2^p - 1 in digits, the verdict and the test's own elapsed
      * time in hundredths of a second, then the Mersenne prime
      * exponents found.  Their count is the ledger result.
      *
      * CEILING (control-param-1, default 607, at most the capacity
      * above - 1993 with 300 cells) is the parameter.  The default
      * keeps the nightly run to seconds; the test time grows with
      * the cube of the exponent or worse, so a CEILING of 1279, for
      * the fifteenth Mersenne prime, is a run of minutes.
      *
      * 15 October 2026 - Each file is held shared while it loads
      * (see enqueue.cpy), so euler-prime-gen cannot rewrite it
      * underneath; a file still held exclusive past the wait limit
      * is treated as unusable, exactly like a missing one.
       identification division.
       program-id. euler-mersenne-test.

       environment division.
       input-output section.
       file-control.
           select control-file assign to "CONTROLCARD"
               organization line sequential
               file status control-status.
           select param-library-file assign to "PARAMLIB"
               organization line sequential
               file status param-status.
           select primes-file assign to "PRIMESFILE"
               organization line sequential
               file status primes-file-status.
           copy prime-index-select.
           copy run-result-select.
           select answer-key-file assign to "ANSWERKEY"
               organization line sequential
               file status answer-key-status.
           select mersenne-report-file assign to "MERSENNEREPORT"
               organization line sequential
               file status mersenne-report-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
       fd  primes-file
           label records are omitted.
       01 primes-line      pic x(24).
           copy prime-index-fd.
           copy run-result-fd.
           copy answer-key-fd.
       fd  mersenne-report-file
           label records are omitted.
       01 mersenne-report-line      pic x(80).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy answer-key.
           copy report-header.
           copy bignum-data.
       01 primes-file-status        pic xx.
           copy prime-index.
           copy enqueue.
       01 index-read-switch         pic x value 'N'.
         88 index-scan-at-end        value 'Y'.
       01 mersenne-report-status    pic xx.
       01 primes-file-switch        pic x value 'N'.
         88 primes-file-at-end       value 'Y'.
       01 trailer-seen-switch       pic x value 'N'.
         88 trailer-was-seen         value 'Y'.
       01 primes-usable-switch      pic x value 'N'.
         88 primes-file-is-usable    value 'Y'.
       01 trailer-count             pic 9(10) comp-5.
       01 lines-counted             pic 9(10) comp-5.
       01 file-prime                pic 9(10) comp-5.

      * The exponents to test; regeneration asks euler-prime-gen for
      * the same ceiling euler-problem-007 uses, so a fallback run
      * never leaves PRIMESFILE shorter than the other consumers
      * need.
       01 exponent-table-max constant as 500.
       01 regeneration-ceiling      pic 9(10) comp-5 value 150000.
       01 exponent-table.
         02 exponent-entry          pic 9(5) comp-5
              occurs exponent-table-max times.
       01 exponents-loaded          pic 9(5) comp-5 value 0.
       01 exponent-index            pic 9(5) comp-5.

       01 exponent-ceiling          pic 9(9) value 607.
       01 exponent-capacity         pic 9(9) comp-5.
       01 exponent                  pic 9(5) comp-5.
       01 step-count                pic 9(5) comp-5.
       01 step-index                pic 9(5) comp-5.
       01 power-remaining           pic 9(5) comp-5.
       01 mersenne-width            pic 9(5) comp-5.

      * 2^p - 1, kept aside while bignum-b holds s for its square.
       01 mersenne-modulus.
         02 modulus-cell            pic 9(4) comp-5
              occurs bignum-cell-count times.
       01 modulus-index             pic 999 comp-5.
       01 modulus-top               pic 999 comp-5.

       01 verdict-switch            pic x.
         88 mersenne-is-prime        value 'Y'.
       01 prime-count               pic 9(5) comp-5 value 0.
       01 prime-exponent-table.
         02 prime-exponent          pic 9(5) comp-5
              occurs 100 times.

      * Wall-clock hundredths since midnight, read before and after
      * each test.
       01 clock-fields.
         02 clock-text              pic x(21).
         02 clock-hh                pic 99.
         02 clock-mm                pic 99.
         02 clock-ss                pic 99.
         02 clock-hun               pic 99.
         02 clock-hundredths        pic 9(9) comp-5.
       01 test-start                pic 9(9) comp-5.
       01 test-elapsed              pic s9(9) comp-5.
       01 total-elapsed             pic 9(9) comp-5 value 0.

       01 exponent-edit             pic z(4)9.
       01 width-edit                pic z(4)9.
       01 elapsed-edit              pic z(8)9.
       01 ceiling-edit              pic z(8)9.
       01 ceiling-text              pic x(10).
       01 report-pointer            pic 999 comp-5.

       procedure division.

       main.
           move "euler-mersenne-test" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move exponent-ceiling to control-param-1
           perform read-control-card
           move "euler-mersenne-test" to kp-program-id
           move "CEILING" to kp-keyword (1)
           perform read-parameter-library
           move control-param-1 to exponent-ceiling

           compute exponent-capacity =
               bignum-cell-count * 2 / function log10 (2)
           if exponent-ceiling < 2
             or exponent-ceiling > exponent-capacity
             display "euler-mersenne-test: CEILING "
                     exponent-ceiling " is outside 2-"
                     exponent-capacity
             move 16 to return-code
             goback
           end-if

           perform obtain-exponents
           if not primes-file-is-usable
             display "euler-mersenne-test: PRIMESFILE unusable even "
                     "after regeneration"
             move 16 to return-code
             goback
           end-if

           perform begin-mersenne-report
           perform test-one-exponent
                   varying exponent-index from 1 by 1
                   until exponent-index > exponents-loaded
           perform end-mersenne-report

           display prime-count

           perform format-report-footer
           display report-footer-line
           move exponent-ceiling to ceiling-edit
           move function trim (ceiling-edit) to ceiling-text
           move "euler-mersenne-test" to rr-program-id
           move spaces to rr-parameters
           string "ceiling=" delimited by size
                  ceiling-text delimited by space
             into rr-parameters
           end-string
           move prime-count to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
      * The shipped key carries 14 for the default ceiling=607, the
      * fourteen known Mersenne prime exponents up to 607.
           move "euler-mersenne-test" to ak-program-id
           move rr-parameters to ak-signature
           perform check-answer-key
           perform stop-run-timer
           perform write-run-result

           goback.

      * Load the exponents: a range scan off PRIMESINDEX first, then
      * the sequential PRIMESFILE with its header/trailer
      * validation; when both are missing or fail, regenerate
      * through euler-prime-gen (which rewrites both) and try again.
       obtain-exponents.
           perform load-exponents-held
           if not primes-file-is-usable
             display "euler-mersenne-test: PRIMESFILE unusable, "
                     "regenerating it up to " regeneration-ceiling
             call "euler-prime-gen"
                 using by content regeneration-ceiling
             perform load-exponents-held
           end-if.

      * The index first, then the sequential file, each held shared
      * only while it is open.
       load-exponents-held.
           move 'N' to primes-usable-switch
           move "PRIMESINDEX" to eq-dataset
           perform enqueue-shared
           if eq-granted
             perform load-exponents-from-index
             perform dequeue-dataset
           end-if
           if not primes-file-is-usable
             move "PRIMESFILE" to eq-dataset
             perform enqueue-shared
             if eq-granted
               perform load-exponents-from-file
               perform dequeue-dataset
             end-if
           end-if.

      * The keyed path: the ordinal-zero control record must show
      * the index reaching CEILING, then a START at value 2 on the
      * alternate key scans just the exponents wanted.
       load-exponents-from-index.
           move 'N' to primes-usable-switch
           move 0 to exponents-loaded
           move "00" to prime-index-status
           open input prime-index-file
           if prime-index-status is not equal to "00"
             exit paragraph
           end-if
           move 0 to px-ordinal
           move "PRIMESINDEX" to io-dataset
           perform count-io-read
           read prime-index-file
             invalid key
               close prime-index-file
               exit paragraph
           end-read
           if px-prime < exponent-ceiling
             close prime-index-file
             exit paragraph
           end-if

           move 2 to px-prime
           start prime-index-file
             key is not less than px-prime
             invalid key
               close prime-index-file
               exit paragraph
           end-start
           move 'N' to index-read-switch
           perform read-one-index-prime until index-scan-at-end
           close prime-index-file

           if exponents-loaded > 0
             move 'Y' to primes-usable-switch
           end-if.

       read-one-index-prime.
           move "PRIMESINDEX" to io-dataset
           perform count-io-read
           read prime-index-file next
             at end
               move 'Y' to index-read-switch
             not at end
      * The control record keys value-order too; its ordinal 0
      * marks it as bookkeeping, not a prime.
               if px-ordinal is not equal to 0
                 if px-prime > exponent-ceiling
                   move 'Y' to index-read-switch
                 else
                   if exponents-loaded < exponent-table-max
                     add 1 to exponents-loaded
                     move px-prime
                       to exponent-entry (exponents-loaded)
                   else
                     move 'Y' to index-read-switch
                   end-if
                 end-if
               end-if
           end-read.

      * The sequential path only counts when the file's trailer
      * matches its line count, and the file must reach CEILING -
      * the last prime read past it says so.
       load-exponents-from-file.
           move 'N' to primes-usable-switch
           move 0 to exponents-loaded
           move 0 to lines-counted
           move 0 to file-prime
           move "00" to primes-file-status
           open input primes-file
           if primes-file-status is not equal to "00"
             exit paragraph
           end-if

           move "PRIMESFILE" to io-dataset
           perform count-io-read
           read primes-file
             at end
               close primes-file
               exit paragraph
           end-read
           if primes-line (1:4) is not equal to "HDR "
             close primes-file
             exit paragraph
           end-if

           move 'N' to primes-file-switch
           move 'N' to trailer-seen-switch
           perform read-one-primes-line until primes-file-at-end
           close primes-file

           if trailer-was-seen
             and trailer-count = lines-counted
             and exponents-loaded > 0
             move 'Y' to primes-usable-switch
           end-if.

       read-one-primes-line.
           move "PRIMESFILE" to io-dataset
           perform count-io-read
           read primes-file
             at end
               move 'Y' to primes-file-switch
             not at end
               if primes-line (1:4) = "TRL "
                 move 'Y' to trailer-seen-switch
                 compute trailer-count =
                     function numval (primes-line (5:10))
                 move 'Y' to primes-file-switch
               else
                 add 1 to lines-counted
                 compute file-prime =
                     function numval (primes-line)
                 if file-prime <= exponent-ceiling
                   and exponents-loaded < exponent-table-max
                   add 1 to exponents-loaded
                   move file-prime to exponent-entry (exponents-loaded)
                 end-if
               end-if
           end-read.

      * One exponent, timed on its own.
       test-one-exponent.
           move exponent-entry (exponent-index) to exponent
           perform read-wall-clock
           move clock-hundredths to test-start

           perform build-mersenne-number
           if exponent = 2
             move 'Y' to verdict-switch
           else
             perform run-lucas-lehmer
           end-if

           perform read-wall-clock
           compute test-elapsed = clock-hundredths - test-start
           if test-elapsed < 0
             add 8640000 to test-elapsed
           end-if
           add test-elapsed to total-elapsed

           if mersenne-is-prime
             add 1 to prime-count
             move exponent to prime-exponent (prime-count)
           end-if
           perform write-one-exponent-line.

      * 2^p - 1 into the main bignum, sixteen doublings to a
      * multiply, then kept aside in mersenne-modulus; its width in
      * digits is read off format-bignum-digits for the report.
       build-mersenne-number.
           perform initialize-bignum
           move exponent to power-remaining
           perform until power-remaining = 0
             if power-remaining >= 16
               move 65536 to bignum-factor
               subtract 16 from power-remaining
             else
               compute bignum-factor = 2 ** power-remaining
               move 0 to power-remaining
             end-if
             perform multiply-bignum-by-factor
           end-perform
           move 1 to bignum-factor
           perform subtract-factor-from-bignum
           perform format-bignum-digits
           move bignum-digit-count to mersenne-width
           move bignum-top-cell to modulus-top
           perform varying modulus-index from 1 by 1
                   until modulus-index > bignum-cell-count
             move bignum-cell (modulus-index)
               to modulus-cell (modulus-index)
           end-perform.

      * s = 4, then s = s^2 - 2 modulo 2^p - 1, p - 2 times.
       run-lucas-lehmer.
           perform varying bignum-i from 1 by 1
                   until bignum-i > bignum-cell-count
             move 0 to bignum-cell (bignum-i)
           end-perform
           move 4 to bignum-cell (1)
           compute step-count = exponent - 2
           perform lucas-lehmer-step
                   varying step-index from 1 by 1
                   until step-index > step-count

           perform find-bignum-top-cells
           if bignum-top-a = 0
             move 'Y' to verdict-switch
           else
             move 'N' to verdict-switch
           end-if.

       lucas-lehmer-step.
           perform copy-bignum-to-b
           perform multiply-bignum-by-b
      * bignum-b above the modulus's top cell is still zero from the
      * copy of s, which is always below the modulus.
           perform varying modulus-index from 1 by 1
                   until modulus-index > modulus-top
             move modulus-cell (modulus-index)
               to bignum-b-cell (modulus-index)
           end-perform
           if bignum-cell (1) < 2
             perform find-bignum-top-cells
             if bignum-top-a < 2
               perform add-bignum-b-to-bignum
             end-if
           end-if
           move 2 to bignum-factor
           perform subtract-factor-from-bignum
           perform reduce-bignum-modulo-b.

       read-wall-clock.
           move function current-date to clock-text
           move clock-text (9:2) to clock-hh
           move clock-text (11:2) to clock-mm
           move clock-text (13:2) to clock-ss
           move clock-text (15:2) to clock-hun
           compute clock-hundredths =
               clock-hh * 360000 + clock-mm * 6000
                   + clock-ss * 100 + clock-hun.

       begin-mersenne-report.
           move "00" to mersenne-report-status
           open output mersenne-report-file
           move report-header-line to mersenne-report-line
           move "MERSENNEREPORT" to io-dataset
           perform count-io-write
           write mersenne-report-line
           move spaces to mersenne-report-line
           move exponent-ceiling to ceiling-edit
           string "Lucas-Lehmer test of 2^p - 1, prime p up to "
                    delimited by size
                  function trim (ceiling-edit) delimited by size
             into mersenne-report-line
           end-string
           move "MERSENNEREPORT" to io-dataset
           perform count-io-write
           write mersenne-report-line
           move "    P  DIGITS  RESULT        HUNDREDTHS"
             to mersenne-report-line
           move "MERSENNEREPORT" to io-dataset
           perform count-io-write
           write mersenne-report-line.

       write-one-exponent-line.
           move spaces to mersenne-report-line
           move exponent to exponent-edit
           move exponent-edit to mersenne-report-line (1:5)
           move mersenne-width to width-edit
           move width-edit to mersenne-report-line (8:5)
           if mersenne-is-prime
             if exponent = 2
               move "PRIME (NO TEST)"
                 to mersenne-report-line (15:15)
             else
               move "PRIME" to mersenne-report-line (15:5)
             end-if
           else
             move "composite" to mersenne-report-line (15:9)
           end-if
           move test-elapsed to elapsed-edit
           move elapsed-edit to mersenne-report-line (32:9)
           move "MERSENNEREPORT" to io-dataset
           perform count-io-write
           write mersenne-report-line.

      * The prime exponents found, as many to a line as fit.
       end-mersenne-report.
           move spaces to mersenne-report-line
           move prime-count to exponent-edit
           move total-elapsed to elapsed-edit
           string "Mersenne primes: " delimited by size
                  function trim (exponent-edit) delimited by size
                  " in " delimited by size
                  function trim (elapsed-edit) delimited by size
                  " hundredths of testing" delimited by size
             into mersenne-report-line
           end-string
           move "MERSENNEREPORT" to io-dataset
           perform count-io-write
           write mersenne-report-line
           move spaces to mersenne-report-line
           move "exponents:" to mersenne-report-line
           move 11 to report-pointer
           perform varying exponent-index from 1 by 1
                   until exponent-index > prime-count
             if report-pointer > 74
               move "MERSENNEREPORT" to io-dataset
               perform count-io-write
               write mersenne-report-line
               move spaces to mersenne-report-line
               move 11 to report-pointer
             end-if
             move prime-exponent (exponent-index) to exponent-edit
             string " " delimited by size
                    function trim (exponent-edit) delimited by size
               into mersenne-report-line
               with pointer report-pointer
             end-string
           end-perform
           move "MERSENNEREPORT" to io-dataset
           perform count-io-write
           write mersenne-report-line
           move report-footer-line to mersenne-report-line
           move "MERSENNEREPORT" to io-dataset
           perform count-io-write
           write mersenne-report-line
           close mersenne-report-file.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy answer-key-procedure.
           copy report-header-procedure.
           copy enqueue-procedure.
           copy bignum-procedure.

       end program euler-mersenne-test.
