      * Problems 35 and 37
      *
      * 15 October 2026
      *
      * Problem 35: the number 197 is called a circular prime because
      * all rotations of the digits - 197, 971 and 719 - are
      * themselves prime.  There are thirteen such primes below 100:
      * 2, 3, 5, 7, 11, 13, 17, 31, 37, 71, 73, 79 and 97.  How many
      * circular primes are there below one million?
      *
      * 55
      *
      * Problem 37: the number 3797 has an interesting property.
      * Being prime itself, it is possible to continuously remove
      * digits from left to right, and remain prime at each stage:
      * 3797, 797, 97 and 7.  Similarly we can work from right to
      * left: 3797, 379, 37 and 3.  Find the sum of the only eleven
      * primes that are both truncatable from left to right and right
      * to left.  (2, 3, 5 and 7 are not considered to be truncatable
      * primes.)
      *
      * 748317
      *
      * Both are the same job - rearrange a prime's digits and ask
      * whether each piece is prime - so one program answers either,
      * chosen by MODE: CIRCULAR tries every rotation, TRUNCATABLE
      * every left and right truncation, and BOTH (the default, so
      * the nightly stream checks both answers) runs one after the
      * other.  Each mode is timed on its own and posts its own
      * ledger row and answer-key lookup, signed with the mode and
      * CEILING, the way euler-problem-022 posts one row per extract.
      *
      * The membership test is a flag per number up to the primes
      * file's ceiling, set from PRIMESFILE once at the start (with
      * the header and trailer validated the way euler-problem-007
      * validates them, and an unusable file regenerated through
      * euler-prime-gen at its default ceiling), so every rotation
      * or truncation is one subscripted look.  Truncations are
      * always smaller than the prime they came from; a rotation is
      * not, and one that lands past the file's ceiling (197 under a
      * CEILING of 200 rotates to 971) cannot be decided from the
      * file.  Such a prime is listed as UNDECIDED with the rotation
      * that went past, left out of the count, and the run ends with
      * RETURN-CODE 4 - raise the file's ceiling and run again rather
      * than trust the count.  A CEILING past the file's own is
      * refused outright.
      *
      * DIGITPRIMES lists every qualifying prime with its rotations
      * or truncations, mode by mode, with each mode's count and sum.
      * CIRCULAR's answer is the count, TRUNCATABLE's the sum.
      *
      * CEILING (control-param-1, default 1000000; the primes tested
      * are those below it, at most 2000000) and MODE
      * (control-param-4, default BOTH) are the parameters.
      *
      * 15 October 2026 - The flags are now set from PRIMESBITMAP (see
      * prime-bitmap.cpy) when it is loaded and reaches CEILING, in
      * place of reading PRIMESFILE line by line; the file, with its
      * checks and regeneration, stays as the fallback.
      *
      * 15 October 2026 - PRIMESBITMAP and PRIMESFILE are each held
      * shared while they are read (see enqueue.cpy), so
      * euler-prime-gen cannot rewrite them underneath; one still
      * held exclusive past the wait limit is treated as unusable,
      * exactly like a missing one.
       identification division.
       program-id. euler-digit-primes.

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
           copy prime-bitmap-select.
           copy run-result-select.
           select answer-key-file assign to "ANSWERKEY"
               organization line sequential
               file status answer-key-status.
           select digit-report-file assign to "DIGITPRIMES"
               organization line sequential
               file status digit-report-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
       fd  primes-file
           label records are omitted.
       01 primes-line      pic x(24).
           copy prime-bitmap-fd.
           copy run-result-fd.
           copy answer-key-fd.
       fd  digit-report-file
           label records are omitted.
       01 digit-report-line         pic x(100).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy answer-key.
           copy report-header.
           copy prime-bitmap.
           copy enqueue.
       01 primes-file-status        pic xx.
       01 digit-report-status       pic xx.
       01 primes-file-switch        pic x value 'N'.
         88 primes-file-at-end       value 'Y'.
       01 trailer-seen-switch       pic x value 'N'.
         88 trailer-was-seen         value 'Y'.
       01 primes-usable-switch      pic x value 'N'.
         88 primes-file-is-usable    value 'Y'.
       01 trailer-count             pic 9(10) comp-5.
       01 lines-counted             pic 9(10) comp-5.
       01 file-prime                pic 9(10) comp-5.
       01 file-ceiling              pic 9(10) comp-5.

      * One flag per number up to flag-table-max; regeneration asks
      * euler-prime-gen for its own default ceiling, which the table
      * covers.
       01 flag-table-max constant as 2000000.
       01 regeneration-ceiling      pic 9(10) comp-5 value 1999999.
       01 prime-flag-table.
         02 prime-flag              pic x occurs flag-table-max times.
           88 number-is-prime        value 'Y'.
       01 flag-ceiling              pic 9(10) comp-5.

       01 prime-ceiling             pic 9(9) value 1000000.
       01 digit-mode                pic x(11) value "BOTH".
         88 mode-is-circular         value "CIRCULAR".
         88 mode-is-truncatable      value "TRUNCATABLE".
         88 mode-is-both             value "BOTH".
       01 mode-text                 pic x(11).

       01 candidate                 pic 9(9) comp-5.
       01 candidate-digits          pic 9(10).
       01 digit-text                pic x(10).
       01 digit-start               pic 99 comp-5.
       01 digit-count               pic 99 comp-5.
       01 piece-index               pic 99 comp-5.
       01 piece-text                pic x(10).
       01 piece-value               pic 9(10) comp-5.
       01 beyond-value              pic 9(10) comp-5.

       01 verdict-switch            pic x.
         88 candidate-qualifies      value 'Y'.
         88 candidate-fails          value 'N'.
         88 candidate-undecided      value 'U'.
       01 qualify-count             pic 9(9) comp-5.
       01 qualify-sum               pic 9(15) comp-5.
       01 undecided-count           pic 9(9) comp-5.
       01 undecided-total           pic 9(9) comp-5 value 0.

      * The pieces of the current candidate, for the report line.
       01 piece-list                pic x(80).
       01 piece-pointer             pic 99 comp-5.
       01 piece-edit                pic z(9)9.

       01 number-edit               pic z(14)9.
       01 ceiling-text              pic x(10).

       procedure division.

       main.
           move "euler-digit-primes" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move prime-ceiling to control-param-1
           move digit-mode to control-param-4
           perform read-control-card
           move "euler-digit-primes" to kp-program-id
           move "CEILING" to kp-keyword (1)
           move "MODE" to kp-keyword (4)
           perform read-parameter-library
           move control-param-1 to prime-ceiling
           if control-param-4 is not equal to spaces
             move function upper-case (control-param-4) to digit-mode
           end-if
           if not mode-is-circular
             and not mode-is-truncatable
             and not mode-is-both
             display "euler-digit-primes: MODE "
                     function trim (control-param-4)
                     " is not CIRCULAR, TRUNCATABLE or BOTH"
             move 16 to return-code
             goback
           end-if
           if prime-ceiling < 10
             or prime-ceiling > flag-table-max
             display "euler-digit-primes: CEILING " prime-ceiling
                     " is outside 10-" flag-table-max
             move 16 to return-code
             goback
           end-if
           move prime-ceiling to number-edit
           move function trim (number-edit) to ceiling-text

           perform obtain-prime-flags
           if not primes-file-is-usable
             display "euler-digit-primes: PRIMESFILE unusable even "
                     "after regeneration"
             move 16 to return-code
             goback
           end-if
           if flag-ceiling < prime-ceiling - 1
             display "euler-digit-primes: PRIMESFILE reaches only "
                     flag-ceiling ", below CEILING " prime-ceiling
                     " - rerun euler-prime-gen with a higher ceiling"
             move 16 to return-code
             goback
           end-if

           move "00" to digit-report-status
           open output digit-report-file
           move report-header-line to digit-report-line
           move "DIGITPRIMES" to io-dataset
           perform count-io-write
           write digit-report-line

           if mode-is-circular or mode-is-both
             perform run-circular-mode
           end-if
           if mode-is-truncatable or mode-is-both
             perform run-truncatable-mode
           end-if

           move report-footer-line to digit-report-line
           move "DIGITPRIMES" to io-dataset
           perform count-io-write
           write digit-report-line
           close digit-report-file

           perform format-report-footer
           display report-footer-line
           if undecided-total > 0
             display "euler-digit-primes: " undecided-total
                     " primes undecided - rotations past PRIMESFILE's"
                     " ceiling"
             move 4 to return-code
           end-if

           goback.

      * Set the flags from PRIMESBITMAP when it is loaded and reaches
      * CEILING, else from the sequential PRIMESFILE; when that is
      * missing or fails its header/trailer checks, regenerate it
      * through euler-prime-gen and try once more.
       obtain-prime-flags.
           perform load-flags-from-bitmap
           if primes-file-is-usable
             exit paragraph
           end-if
           perform load-flags-held-file
           if not primes-file-is-usable
             display "euler-digit-primes: PRIMESFILE unusable, "
                     "regenerating it up to " regeneration-ceiling
             call "euler-prime-gen"
                 using by content regeneration-ceiling
             perform load-flags-held-file
           end-if.

      * The map's ceiling is how far the flags can be trusted, cut to
      * the table's own size, just as the file header's is below.
       load-flags-from-bitmap.
           move 'N' to primes-usable-switch
           move "PRIMESBITMAP" to eq-dataset
           perform enqueue-shared
           if eq-granted
             perform load-prime-bitmap
             perform dequeue-dataset
           end-if
           if not prime-bitmap-is-loaded
             or pb-ceiling < prime-ceiling - 1
             exit paragraph
           end-if
           move all 'N' to prime-flag-table
           move pb-ceiling to flag-ceiling
           if flag-ceiling > flag-table-max
             move flag-table-max to flag-ceiling
           end-if
           move 'Y' to prime-flag (2)
           move 1 to pb-odd-index
           perform varying file-prime from 3 by 2
                   until file-prime > flag-ceiling
             add 1 to pb-odd-index
             move pb-flag (pb-odd-index) to prime-flag (file-prime)
           end-perform
           move 'Y' to primes-usable-switch.

      * PRIMESFILE is held shared while it is read (see
      * enqueue.cpy); one still held exclusive past the wait
      * limit is as unusable as a missing one.
       load-flags-held-file.
           move "PRIMESFILE" to eq-dataset
           perform enqueue-shared
           if eq-granted
             perform load-flags-from-file
             perform dequeue-dataset
           else
             move 'N' to primes-usable-switch
           end-if.

      * The header's ceiling is how far the flags can be trusted,
      * cut to the table's own size.
       load-flags-from-file.
           move 'N' to primes-usable-switch
           move all 'N' to prime-flag-table
           move 0 to lines-counted
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
           compute file-ceiling = function numval (primes-line (5:10))
           move file-ceiling to flag-ceiling
           if flag-ceiling > flag-table-max
             move flag-table-max to flag-ceiling
           end-if

           move 'N' to primes-file-switch
           move 'N' to trailer-seen-switch
           perform read-one-primes-line until primes-file-at-end
           close primes-file

           if trailer-was-seen
             and trailer-count = lines-counted
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
                 compute file-prime = function numval (primes-line)
                 if file-prime > 0
                   and file-prime <= flag-ceiling
                   move 'Y' to prime-flag (file-prime)
                 end-if
               end-if
           end-read.

      * Problem 35: every prime below CEILING whose rotations are all
      * prime.
       run-circular-mode.
           perform start-run-timer
           move "CIRCULAR" to mode-text
           perform begin-mode-section
           perform test-one-circular
                   varying candidate from 2 by 1
                   until candidate >= prime-ceiling
           perform end-mode-section

           display "circular primes: " qualify-count
           move qualify-count to rr-numeric-edit
           perform post-mode-result.

       test-one-circular.
           if not number-is-prime (candidate)
             exit paragraph
           end-if
           perform split-candidate-digits
           move 'Y' to verdict-switch
           move spaces to piece-list
           move 1 to piece-pointer
           perform try-one-rotation
                   varying piece-index from 1 by 1
                   until piece-index >= digit-count
                      or candidate-fails
           perform record-candidate-verdict.

      * The rotation that starts piece-index digits in: the tail of
      * the number followed by its head.
       try-one-rotation.
           move spaces to piece-text
           string digit-text (piece-index + 1:
                              digit-count - piece-index)
                    delimited by size
                  digit-text (1:piece-index) delimited by size
             into piece-text
           end-string
           compute piece-value = function numval (piece-text)
           perform add-piece-to-list
           if piece-value > flag-ceiling
             if candidate-qualifies
               move 'U' to verdict-switch
               move piece-value to beyond-value
             end-if
           else
             if not number-is-prime (piece-value)
               move 'N' to verdict-switch
             end-if
           end-if.

      * Problem 37: every prime from 11 up to CEILING that stays
      * prime as digits come off either end.
       run-truncatable-mode.
           perform start-run-timer
           move "TRUNCATABLE" to mode-text
           perform begin-mode-section
           perform test-one-truncatable
                   varying candidate from 11 by 1
                   until candidate >= prime-ceiling
           perform end-mode-section

           display "truncatable primes: " qualify-count
                   " sum " qualify-sum
           move qualify-sum to rr-numeric-edit
           perform post-mode-result.

       test-one-truncatable.
           if not number-is-prime (candidate)
             exit paragraph
           end-if
           perform split-candidate-digits
           move 'Y' to verdict-switch
           move spaces to piece-list
           move 1 to piece-pointer
           perform try-one-truncation
                   varying piece-index from 1 by 1
                   until piece-index >= digit-count
                      or candidate-fails
           perform record-candidate-verdict.

      * Right truncation keeps the leading digits, left truncation
      * the trailing ones; both are smaller than the candidate and so
      * always inside the flags.
       try-one-truncation.
           compute piece-value = function numval
               (digit-text (1:digit-count - piece-index))
           perform add-piece-to-list
           if not number-is-prime (piece-value)
             move 'N' to verdict-switch
             exit paragraph
           end-if
           compute piece-value = function numval
               (digit-text (piece-index + 1:digit-count - piece-index))
           perform add-piece-to-list
           if not number-is-prime (piece-value)
             move 'N' to verdict-switch
           end-if.

      * The candidate's digits, most significant first, in
      * digit-text (1:digit-count).
       split-candidate-digits.
           move candidate to candidate-digits
           move 1 to digit-start
           perform until candidate-digits (digit-start:1)
                         is not equal to "0"
             add 1 to digit-start
           end-perform
           compute digit-count = 11 - digit-start
           move candidate-digits (digit-start:digit-count)
             to digit-text.

       add-piece-to-list.
           move piece-value to piece-edit
           if piece-pointer < 70
             string " " delimited by size
                    function trim (piece-edit) delimited by size
               into piece-list
               with pointer piece-pointer
             end-string
           end-if.

       record-candidate-verdict.
           evaluate true
             when candidate-qualifies
               add 1 to qualify-count
               add candidate to qualify-sum
               perform write-candidate-line
             when candidate-undecided
               add 1 to undecided-count
               add 1 to undecided-total
               perform write-candidate-line
           end-evaluate.

       begin-mode-section.
           move 0 to qualify-count
           move 0 to qualify-sum
           move 0 to undecided-count
           move spaces to digit-report-line
           move "DIGITPRIMES" to io-dataset
           perform count-io-write
           write digit-report-line
           string function trim (mode-text) delimited by size
                  " primes below " delimited by size
                  ceiling-text delimited by space
             into digit-report-line
           end-string
           move "DIGITPRIMES" to io-dataset
           perform count-io-write
           write digit-report-line
           if mode-text = "CIRCULAR"
             move "      PRIME  ROTATIONS" to digit-report-line
           else
             move "      PRIME  TRUNCATIONS (RIGHT, LEFT)"
               to digit-report-line
           end-if
           move "DIGITPRIMES" to io-dataset
           perform count-io-write
           write digit-report-line.

       write-candidate-line.
           move spaces to digit-report-line
           move candidate to number-edit
           move number-edit (6:10) to digit-report-line (2:10)
           move piece-list to digit-report-line (13:80)
           if candidate-undecided
             move beyond-value to piece-edit
             move spaces to digit-report-line (13:88)
             string "UNDECIDED - rotation " delimited by size
                    function trim (piece-edit) delimited by size
                    " is past the PRIMESFILE ceiling" delimited by size
               into digit-report-line (13:88)
             end-string
           end-if
           move "DIGITPRIMES" to io-dataset
           perform count-io-write
           write digit-report-line.

       end-mode-section.
           move spaces to digit-report-line
           move qualify-count to number-edit
           move 1 to piece-pointer
           string function trim (mode-text) delimited by size
                  " primes: " delimited by size
                  function trim (number-edit) delimited by size
                  ", sum " delimited by size
             into digit-report-line
             with pointer piece-pointer
           end-string
           move qualify-sum to number-edit
           string function trim (number-edit) delimited by size
             into digit-report-line
             with pointer piece-pointer
           end-string
           move "DIGITPRIMES" to io-dataset
           perform count-io-write
           write digit-report-line
           if undecided-count > 0
             move spaces to digit-report-line
             move undecided-count to number-edit
             string "undecided: " delimited by size
                    function trim (number-edit) delimited by size
               into digit-report-line
             end-string
             move "DIGITPRIMES" to io-dataset
             perform count-io-write
             write digit-report-line
           end-if.

      * One ledger row and one answer-key lookup per mode, signed
      * with the mode, so each problem keeps its own history.
       post-mode-result.
           move "euler-digit-primes" to rr-program-id
           move spaces to rr-parameters
           string "mode=" delimited by size
                  function lower-case (mode-text) delimited by space
                  " below=" delimited by size
                  ceiling-text delimited by space
             into rr-parameters
           end-string
           move rr-numeric-edit to rr-actual-result
      * The shipped key carries the documented 55 and 748317 under
      * below=1000000.
           move "euler-digit-primes" to ak-program-id
           move rr-parameters to ak-signature
           perform check-answer-key
           perform stop-run-timer
           perform write-run-result.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy answer-key-procedure.
           copy report-header-procedure.
           copy enqueue-procedure.
           copy prime-bitmap-procedure.

       end program euler-digit-primes.
