      * Number-theory inquiry screen
      *
      * 15 October 2026
      *
      * "Is 982451653 prime?" and "factor this for me" used to be
      * answered by editing a control card and running
      * euler-problem-003.  This is a plain ACCEPT/DISPLAY screen in
      * the shape of euler-console: key in a number and it shows the
      * primality, the full prime factorization, the divisor count,
      * the proper-divisor sum and whether the number is abundant,
      * perfect or deficient.
      *
      * The primes come from PRIMESINDEX by keyed read - the
      * alternate prime-value key answers "is it prime" outright for
      * anything up to the index ceiling (the control record at
      * ordinal 0), and trial division walks the ordinals from 1.
      * A number past the ceiling is said to be so on the screen:
      * up to the square of the ceiling trial division still settles
      * it, and beyond that any cofactor with no prime factor under
      * the ceiling is reported as unresolved rather than guessed
      * at.  Numbers inside divisor-sieve's range take their divisor
      * count and proper-divisor sum straight from the sieve tables,
      * the same figures euler-problem-012, 021 and 023 use;
      * anything larger works them out from the factorization.
      *
      * Each inquiry goes to MESSAGELOG with the user who asked
      * (LOGNAME, USER as fallback).  This program is interactive
      * and never belongs in STEPTABLE; it writes no ledger row.
      *
      * 15 October 2026 - PRIMESINDEX is enqueued shared (see
      * enqueue.cpy), opened and read only for as long as one
      * inquiry takes, and closed and released again before the
      * screen waits for the next number - the way euler-ledger-browse
      * holds the ledger for one page - so a session left open
      * never holds off euler-prime-gen's nightly rewrite.  Each
      * inquiry re-reads the control record, so a rewrite between
      * two inquiries shows its new ceiling.  The screen waits only
      * ten seconds for a rewrite already under way, then says so
      * and asks for the next number (at start-up, it ends).
       identification division.
       program-id. euler-number-inquiry.

       environment division.
       input-output section.
       file-control.
           copy prime-index-select.
           copy message-log-select.

       data division.
       file section.
           copy prime-index-fd.
           copy message-log-fd.

       working-storage section.
           copy report-header.
           copy prime-index.
           copy enqueue.
           copy message-log.
       01 inquiry-done-switch           pic x value 'N'.
         88 inquiry-is-done              value 'Y'.
       01 index-open-switch             pic x value 'N'.
         88 index-is-open                value 'Y'.
       01 inquiry-user                  pic x(8).
       01 number-text                   pic x(20).
       01 number-scan                   pic 99 comp-5.
       01 number-valid-switch           pic x.
         88 number-is-valid              value 'Y'.
       01 inquiry-number                pic 9(18).
       01 inquiry-edit                  pic z(17)9.
       01 index-ceiling                 pic 9(10) value 0.
       01 ceiling-edit                  pic z(9)9.
       01 ceiling-squared               pic 9(20).

      * The factorization, smallest prime first.
       01 factor-max constant as 64.
       01 factor-table.
         02 factor-entry occurs factor-max times.
           03 factor-prime              pic 9(18).
           03 factor-power              pic 99.
       01 factor-count                  pic 99 comp-5.
       01 factor-index                  pic 99 comp-5.
       01 remaining                     pic 9(18).
       01 trial-ordinal                 pic 9(7).
       01 trial-prime                   pic 9(10).
       01 trial-square                  pic 9(20).
       01 trial-done-switch             pic x.
         88 trial-is-done                value 'Y'.
       01 unresolved-switch             pic x.
         88 cofactor-unresolved          value 'Y'.
       01 primality                     pic x(12).
       01 primality-source              pic x(40).

       01 divisor-total                 pic 9(9).
       01 divisor-sum                   pic 9(21).
       01 proper-sum                    pic 9(21).
       01 prime-power-sum               pic 9(21).
       01 prime-power                   pic 9(21).
       01 power-index                   pic 99 comp-5.
       01 number-class                  pic x(9).
       01 figures-source                pic x(40).
       01 figures-known-switch          pic x.
         88 figures-are-known            value 'Y'.

      * divisor-sieve's tables, filled once for the whole session.
       01 sieve-range constant as 30000.
       01 sieve-mode                    pic x.
       01 sieve-limit                   pic 9(9) comp-5.
       01 sieve-count-table.
         02 sieve-divisor-count         pic 9(6) comp-5
              occurs 30000 times.
       01 sieve-sum-table.
         02 sieve-proper-sum            pic 9(6) comp-5
              occurs 30000 times.

       01 factor-line                   pic x(200).
       01 factor-pointer                pic 999 comp-5.
       01 factor-edit                   pic z(17)9.
       01 power-edit                    pic z9.
       01 total-edit                    pic z(8)9.
       01 sum-edit                      pic z(20)9.

       procedure division.

       main.
           move "euler-number-inquiry" to rh-program-id
           perform format-report-header
           display report-header-line
           move "euler-number-inquiry" to ml-program

      * Honor the shop's environment profile the way euler-console
      * does, so the screen reads the same PRIMESINDEX the stream
      * wrote.
           move 0 to return-code
           call "euler-profile-apply"
           move 0 to return-code

           perform establish-inquiry-user
           perform open-prime-index
           if not index-is-open
             perform format-report-footer
             display report-footer-line
             goback
           end-if
           perform close-prime-index
           perform fill-sieve-tables

           perform take-one-inquiry until inquiry-is-done

           perform format-report-footer
           display report-footer-line
           goback.

       establish-inquiry-user.
           move spaces to inquiry-user
           accept inquiry-user from environment "LOGNAME"
             on exception
               move spaces to inquiry-user
           end-accept
           if inquiry-user = spaces
             accept inquiry-user from environment "USER"
               on exception
                 move spaces to inquiry-user
             end-accept
           end-if
           if inquiry-user = spaces
             move "UNKNOWN" to inquiry-user
           end-if.

      * Record 0 carries the ceiling euler-prime-gen sieved to; an
      * index without it cannot say how far it reaches, and is
      * treated as missing, the same as every other consumer does.
      * A ceiling that differs from the last one read is shown.
       open-prime-index.
           move 'N' to index-open-switch
           move 10 to eq-wait-seconds
           move "PRIMESINDEX" to eq-dataset
           perform enqueue-shared
           if not eq-granted
             display "PRIMESINDEX is being rewritten - try again "
                     "once euler-prime-gen has finished"
             perform dequeue-dataset
             exit paragraph
           end-if
           move "00" to prime-index-status
           open input prime-index-file
           if prime-index-status is not equal to "00"
             display "PRIMESINDEX not available (file status "
                     prime-index-status ") - run euler-prime-gen "
                     "first"
             perform dequeue-dataset
             exit paragraph
           end-if
           move 0 to px-ordinal
           read prime-index-file
             invalid key
               display "PRIMESINDEX has no control record - run "
                       "euler-prime-gen first"
               close prime-index-file
               perform dequeue-dataset
               exit paragraph
           end-read
           move 'Y' to index-open-switch
           if px-prime is not equal to index-ceiling
             move px-prime to index-ceiling
             compute ceiling-squared = index-ceiling * index-ceiling
             move index-ceiling to ceiling-edit
             display "PRIMESINDEX reaches "
                     function trim (ceiling-edit)
           end-if.

      * The index is held only while one inquiry reads it; see the
      * banner for why.
       close-prime-index.
           if index-is-open
             close prime-index-file
             move 'N' to index-open-switch
             perform dequeue-dataset
           end-if.

       fill-sieve-tables.
           move sieve-range to sieve-limit
           move 'C' to sieve-mode
           call "divisor-sieve"
             using by content sieve-mode
                   by content sieve-limit
                   by reference sieve-divisor-count (1)
           move 'S' to sieve-mode
           call "divisor-sieve"
             using by content sieve-mode
                   by content sieve-limit
                   by reference sieve-proper-sum (1).

       take-one-inquiry.
           display " "
           display "number to look up (blank or X to exit): "
             with no advancing
           move spaces to number-text
           accept number-text
           if number-text = spaces
             or number-text = 'X'
             or number-text = 'x'
             move 'Y' to inquiry-done-switch
             exit paragraph
           end-if
           perform validate-number-text
           if not number-is-valid
             display "not a number from 1 to 18 digits: "
                     function trim (number-text)
             exit paragraph
           end-if
           move inquiry-number to inquiry-edit
           display " "
           display "================ " function trim (inquiry-edit)
                   " ================"
           perform open-prime-index
           if not index-is-open
             exit paragraph
           end-if
           perform factor-inquiry-number
           perform decide-primality
           perform close-prime-index
           perform work-out-divisor-figures
           perform show-inquiry-results
           perform log-inquiry.

       validate-number-text.
           move 'Y' to number-valid-switch
           move function trim (number-text) to number-text
           perform varying number-scan from 1 by 1
                   until number-scan > 20
             if number-text (number-scan:1) is not equal to space
               if number-text (number-scan:1) is not numeric
                 or number-scan > 18
                 move 'N' to number-valid-switch
               end-if
             end-if
           end-perform
           if number-is-valid
             compute inquiry-number = function numval (number-text)
             if inquiry-number = 0
               move 'N' to number-valid-switch
             end-if
           end-if.

      * Trial division by the index's primes in ordinal order, one
      * keyed read per prime, until the prime's square passes what
      * is left or the index runs out.
       factor-inquiry-number.
           move 0 to factor-count
           move inquiry-number to remaining
           move 'N' to unresolved-switch
           move 'N' to trial-done-switch
           move 0 to trial-ordinal
           perform try-next-prime until trial-is-done
           if remaining > 1
             if remaining > ceiling-squared
               move 'Y' to unresolved-switch
             end-if
             add 1 to factor-count
             move remaining to factor-prime (factor-count)
             move 1 to factor-power (factor-count)
           end-if.

       try-next-prime.
           add 1 to trial-ordinal
           move trial-ordinal to px-ordinal
           read prime-index-file
             invalid key
               move 'Y' to trial-done-switch
               exit paragraph
           end-read
           move px-prime to trial-prime
           compute trial-square = trial-prime * trial-prime
           if trial-square > remaining
             move 'Y' to trial-done-switch
             exit paragraph
           end-if
           if function mod (remaining, trial-prime) = 0
             add 1 to factor-count
             move trial-prime to factor-prime (factor-count)
             move 0 to factor-power (factor-count)
             perform divide-out-prime
               until function mod (remaining, trial-prime)
                       is not equal to 0
           end-if.

       divide-out-prime.
           divide trial-prime into remaining
           add 1 to factor-power (factor-count).

      * Up to the ceiling the alternate key answers directly; the
      * control record shares the value key with the ceiling, so a
      * hit on ordinal 0 reads on to the next duplicate.
       decide-primality.
           evaluate true
             when inquiry-number = 1
               move "NEITHER" to primality
               move "1 is neither prime nor composite"
                 to primality-source
             when inquiry-number <= index-ceiling
               move "COMPOSITE" to primality
               move "PRIMESINDEX keyed lookup" to primality-source
               move inquiry-number to px-prime
               read prime-index-file key is px-prime
                 invalid key
                   continue
                 not invalid key
                   if px-ordinal = 0
                     read prime-index-file next record
                       at end
                         move 0 to px-prime
                     end-read
                   end-if
                   if px-prime = inquiry-number
                     and px-ordinal > 0
                     move "PRIME" to primality
                   end-if
               end-read
             when cofactor-unresolved
               move "UNRESOLVED" to primality
               move "beyond the square of the PRIMESINDEX ceiling"
                 to primality-source
             when factor-count = 1 and factor-power (1) = 1
               move "PRIME" to primality
               move "trial division by PRIMESINDEX primes"
                 to primality-source
             when other
               move "COMPOSITE" to primality
               move "trial division by PRIMESINDEX primes"
                 to primality-source
           end-evaluate.

      * Inside the sieve's range the tables answer; otherwise
      * d(n) is the product of (power + 1) and sigma(n) the product
      * of (p^(power+1) - 1) / (p - 1), with n itself taken back out
      * for the proper-divisor sum.
       work-out-divisor-figures.
           move 'Y' to figures-known-switch
           evaluate true
             when inquiry-number <= sieve-range
               move sieve-divisor-count (inquiry-number)
                 to divisor-total
               move sieve-proper-sum (inquiry-number) to proper-sum
               move "divisor-sieve" to figures-source
             when cofactor-unresolved
               move 'N' to figures-known-switch
             when other
               move 1 to divisor-total
               move 1 to divisor-sum
               perform varying factor-index from 1 by 1
                       until factor-index > factor-count
                 compute divisor-total = divisor-total
                     * (factor-power (factor-index) + 1)
                 move 1 to prime-power
                 move 1 to prime-power-sum
                 perform varying power-index from 1 by 1
                         until power-index > factor-power (factor-index)
                   compute prime-power =
                       prime-power * factor-prime (factor-index)
                   add prime-power to prime-power-sum
                 end-perform
                 compute divisor-sum = divisor-sum * prime-power-sum
               end-perform
               compute proper-sum = divisor-sum - inquiry-number
               move "the prime factorization" to figures-source
           end-evaluate
           if figures-are-known
             evaluate true
               when proper-sum > inquiry-number
                 move "ABUNDANT" to number-class
               when proper-sum = inquiry-number
                 move "PERFECT" to number-class
               when other
                 move "DEFICIENT" to number-class
             end-evaluate
           else
             move "UNKNOWN" to number-class
           end-if.

       show-inquiry-results.
           if inquiry-number > index-ceiling
             display "beyond the PRIMESINDEX ceiling of "
                     function trim (ceiling-edit)
             if cofactor-unresolved
               display "  and past its square: a cofactor with no "
                       "prime factor up to the ceiling is left "
                       "unresolved"
             else
               display "  but within its square: trial division "
                       "still settles it"
             end-if
           end-if
           display "primality:      " primality " ("
                   function trim (primality-source) ")"

           perform build-factor-line
           display "factorization:  " function trim (factor-line)
           if cofactor-unresolved
             display "                (last factor unresolved - it "
                     "may itself be composite)"
           end-if

           if figures-are-known
             move divisor-total to total-edit
             move proper-sum to sum-edit
             display "divisor count:  " function trim (total-edit)
             display "proper-divisor sum: " function trim (sum-edit)
             display "class:          " number-class " (from "
                     function trim (figures-source) ")"
           else
             display "divisor count, proper-divisor sum and class "
                     "cannot be given without a full factorization"
           end-if.

       build-factor-line.
           move spaces to factor-line
           move 1 to factor-pointer
           if factor-count = 0
             move "1" to factor-line
             exit paragraph
           end-if
           perform varying factor-index from 1 by 1
                   until factor-index > factor-count
             if factor-index > 1
               string " x " delimited by size
                 into factor-line with pointer factor-pointer
               end-string
             end-if
             move factor-prime (factor-index) to factor-edit
             string function trim (factor-edit) delimited by size
               into factor-line with pointer factor-pointer
             end-string
             if factor-power (factor-index) > 1
               move factor-power (factor-index) to power-edit
               string "^" delimited by size
                      function trim (power-edit) delimited by size
                 into factor-line with pointer factor-pointer
               end-string
             end-if
           end-perform.

       log-inquiry.
           move "INFO" to ml-severity
           move spaces to ml-text
           string "inquiry by " delimited by size
                  function trim (inquiry-user) delimited by size
                  ": " delimited by size
                  function trim (inquiry-edit) delimited by size
                  " " delimited by size
                  function trim (primality) delimited by size
                  " " delimited by size
                  function trim (number-class) delimited by size
                  " = " delimited by size
                  function trim (factor-line) delimited by size
             into ml-text
           end-string
           perform write-log-message.

           copy report-header-procedure.
           copy enqueue-procedure.
           copy message-log-procedure.

       end program euler-number-inquiry.
