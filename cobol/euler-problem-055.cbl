      * Problem 55
      *
      * 15 October 2026
      *
      * If we take 47, reverse and add, 47 + 74 = 121, which is
      * palindromic.  A number that never forms a palindrome through
      * the reverse and add process is called a Lychrel number; for
      * every number below ten-thousand it is assumed that it either
      * becomes a palindrome in less than fifty iterations or no one
      * has yet managed to map it to a palindrome.  How many Lychrel
      * numbers are there below ten-thousand?
      *
      * The intermediate sums outgrow every fixed field within a few
      * dozen iterations, so the value being walked is the shared
      * bignum (see bignum-data.cpy) and each step is one
      * add-bignum-b-to-bignum with the reversal loaded in bignum-b.
      * The reversal itself is reverse-digits, the subroutine
      * euler-problem-004's palindrome test has always used: the
      * value's decimal digits (format-bignum-digits) are taken four
      * at a time from the most significant end, and each group,
      * reversed, becomes the next base-10000 cell of bignum-b from
      * the least significant end up.  reverse-digits drops leading
      * zeros, so each group goes in with a guard digit 1 in front
      * of it, which comes back as the units digit of the reversal
      * and is taken off again - "0012" keeps its reversed "2100".
      * A sum that equals its own reversal is the palindrome.
      *
      * Each number below LIMIT is walked for at most ITERATIONS
      * reverse-and-add steps (the problem's own 10000 and 50 by
      * default); one that reaches no palindrome in that many is a
      * Lychrel candidate and the count of candidates is the answer.
      * LYCHREL55 lists every number walked: the iteration that
      * produced the palindrome and the palindrome itself, or the
      * candidate flag with the width the value had grown to.  A
      * value that would outgrow bignum-cell-count cells stops the
      * run with RETURN-CODE 16 and the number and iteration it got
      * to, rather than letting the addition wrap - that is a
      * parameter asking for more iterations than the bignum can
      * hold, not an answer.
      *
      * LIMIT (control-param-1, default 10000) and ITERATIONS
      * (control-param-2, default 50, at most 9999) are the
      * parameters.
       identification division.
       program-id. euler-problem-055.

       environment division.
       input-output section.
       file-control.
           select control-file assign to "CONTROLCARD"
               organization line sequential
               file status control-status.
           select param-library-file assign to "PARAMLIB"
               organization line sequential
               file status param-status.
           copy run-result-select.
           select answer-key-file assign to "ANSWERKEY"
               organization line sequential
               file status answer-key-status.
           select lychrel-report-file assign to "LYCHREL55"
               organization line sequential
               file status lychrel-report-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
           copy run-result-fd.
           copy answer-key-fd.
       fd  lychrel-report-file
           label records are omitted.
       01 lychrel-report-line       pic x(100).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy answer-key.
           copy report-header.
           copy bignum-data.
       01 lychrel-report-status     pic xx.
       01 number-limit              pic 9(9) value 10000.
       01 iteration-cap             pic 9(9) value 50.
       01 iteration-max constant as 9999.
       01 digit-capacity            pic 9(9) comp-5.

       01 start-number              pic 9(9) comp-5.
       01 load-number               pic 9(9) comp-5.
       01 iteration                 pic 9(9) comp-5.
       01 palindrome-switch         pic x.
         88 palindrome-found         value 'Y'.
       01 candidate-count           pic 9(9) comp-5 value 0.
       01 slowest-number            pic 9(9) comp-5 value 0.
       01 slowest-iterations        pic 9(9) comp-5 value 0.

      * The reversal, four digits at a time through reverse-digits.
       01 group-count               pic 999 comp-5.
       01 group-index               pic 999 comp-5.
       01 group-text                pic x(4).
       01 group-value redefines group-text pic 9(4).
       01 reverse-item              pic 9(10) comp-5.
       01 reverse-result            pic 9(10) comp-5.
       01 base-ten                  pic 9(4) comp-5 value 10.

       01 number-edit               pic z(8)9.
       01 iteration-edit            pic z(3)9.
       01 width-edit                pic z(3)9.
       01 limit-text                pic x(10).
       01 iterations-text           pic x(10).

       procedure division.

       main.
           move "euler-problem-055" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move number-limit to control-param-1
           move iteration-cap to control-param-2
           perform read-control-card
           move "euler-problem-055" to kp-program-id
           move "LIMIT" to kp-keyword (1)
           move "ITERATIONS" to kp-keyword (2)
           perform read-parameter-library
           move control-param-1 to number-limit
           move control-param-2 to iteration-cap
           if number-limit < 2
             display "euler-problem-055: LIMIT " number-limit
                     " leaves no number to walk"
             move 16 to return-code
             goback
           end-if
           if iteration-cap < 1
             move 1 to iteration-cap
           end-if
           if iteration-cap > iteration-max
             display "euler-problem-055: capping ITERATIONS at "
                     iteration-max
             move iteration-max to iteration-cap
           end-if
           compute digit-capacity = bignum-cell-count * 4

           perform begin-lychrel-report
           perform walk-one-number
                   varying start-number from 1 by 1
                   until start-number >= number-limit
           perform end-lychrel-report

           display candidate-count

           perform format-report-footer
           display report-footer-line

           move number-limit to number-edit
           move function trim (number-edit) to limit-text
           move iteration-cap to number-edit
           move function trim (number-edit) to iterations-text
           move "euler-problem-055" to rr-program-id
           move spaces to rr-parameters
           string "below=" delimited by size
                  limit-text delimited by space
                  " iterations=" delimited by size
                  iterations-text delimited by space
             into rr-parameters
           end-string
           move candidate-count to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
      * The shipped key carries the documented 249 under below=10000
      * iterations=50.
           move "euler-problem-055" to ak-program-id
           move rr-parameters to ak-signature
           perform check-answer-key
           perform stop-run-timer
           perform write-run-result

           goback.

      * Load start-number into the main bignum and its reversal into
      * bignum-b, then reverse and add until the sum reads the same
      * both ways or ITERATIONS steps have been taken.
       walk-one-number.
           perform varying bignum-i from 1 by 1
                   until bignum-i > bignum-cell-count
             move 0 to bignum-cell (bignum-i)
           end-perform
           move start-number to load-number
           move 1 to bignum-i
           perform until load-number = 0
             divide load-number by 10000 giving load-number
               remainder bignum-cell (bignum-i)
             add 1 to bignum-i
           end-perform
           perform reverse-bignum-into-b

           move 'N' to palindrome-switch
           perform varying iteration from 1 by 1
                   until iteration > iteration-cap
                      or palindrome-found
             if bignum-digit-count >= digit-capacity
               perform stop-on-capacity
             end-if
             perform add-bignum-b-to-bignum
             perform reverse-bignum-into-b
             perform compare-bignum-with-b
             if bignum-compare = '='
               move 'Y' to palindrome-switch
             end-if
           end-perform
           subtract 1 from iteration

           if palindrome-found
             if iteration > slowest-iterations
               move iteration to slowest-iterations
               move start-number to slowest-number
             end-if
           else
             add 1 to candidate-count
           end-if
           perform write-one-number-line.

      * format-bignum-digits leaves the main bignum's digits most
      * significant first; the first four of them, reversed, are
      * bignum-b's least significant cell, and so on up.  A short
      * last group is padded on the right with zeros, which reverse
      * into the high end of bignum-b's top cell and vanish.
       reverse-bignum-into-b.
           perform format-bignum-digits
           perform varying bignum-i from 1 by 1
                   until bignum-i > bignum-cell-count
             move 0 to bignum-b-cell (bignum-i)
           end-perform
           compute group-count = (bignum-digit-count + 3) / 4
           perform varying group-index from 1 by 1
                   until group-index > group-count
             move bignum-digit-string ((group-index - 1) * 4 + 1:4)
               to group-text
             inspect group-text replacing all space by "0"
             compute reverse-item = 10000 + group-value
             call "reverse-digits"
                 using by content reverse-item
                       by content base-ten
                       by reference reverse-result
             compute bignum-b-cell (group-index) =
                 (reverse-result - 1) / 10
           end-perform.

      * One more addition could carry past the last cell; stop with
      * the number and iteration that got there instead.
       stop-on-capacity.
           move start-number to number-edit
           move iteration to iteration-edit
           move bignum-digit-count to width-edit
           display "euler-problem-055: "
                   function trim (number-edit)
                   " has grown to " function trim (width-edit)
                   " digits by iteration "
                   function trim (iteration-edit)
                   ", the most the bignum holds - lower ITERATIONS"
           perform end-lychrel-report
           move 16 to return-code
           goback.

       begin-lychrel-report.
           move "00" to lychrel-report-status
           open output lychrel-report-file
           move report-header-line to lychrel-report-line
           move "LYCHREL55" to io-dataset
           perform count-io-write
           write lychrel-report-line
           move spaces to lychrel-report-line
           move number-limit to number-edit
           move iteration-cap to iteration-edit
           string "numbers below " delimited by size
                  function trim (number-edit) delimited by size
                  ", at most " delimited by size
                  function trim (iteration-edit) delimited by size
                  " reverse-and-add iterations" delimited by size
             into lychrel-report-line
           end-string
           move "LYCHREL55" to io-dataset
           perform count-io-write
           write lychrel-report-line
           move "   NUMBER  ITER  PALINDROME" to lychrel-report-line
           move "LYCHREL55" to io-dataset
           perform count-io-write
           write lychrel-report-line.

      * The palindrome is the digits format-bignum-digits left for
      * the last reversal; past the line's width it is cut short with
      * its full digit count shown.
       write-one-number-line.
           move spaces to lychrel-report-line
           move start-number to number-edit
           move number-edit to lychrel-report-line (1:9)
           if palindrome-found
             move iteration to iteration-edit
             move iteration-edit to lychrel-report-line (11:4)
             if bignum-digit-count > 60
               move bignum-digit-string (1:60)
                 to lychrel-report-line (17:60)
               move bignum-digit-count to width-edit
               string "... (" delimited by size
                      function trim (width-edit) delimited by size
                      " digits)" delimited by size
                 into lychrel-report-line (77:24)
               end-string
             else
               move bignum-digit-string (1:bignum-digit-count)
                 to lychrel-report-line (17:60)
             end-if
           else
             move "   -" to lychrel-report-line (11:4)
             move bignum-digit-count to width-edit
             string "LYCHREL CANDIDATE - " delimited by size
                    function trim (width-edit) delimited by size
                    " digits and no palindrome" delimited by size
               into lychrel-report-line (17:84)
             end-string
           end-if
           move "LYCHREL55" to io-dataset
           perform count-io-write
           write lychrel-report-line.

       end-lychrel-report.
           move spaces to lychrel-report-line
           move candidate-count to number-edit
           string "Lychrel candidates: " delimited by size
                  function trim (number-edit) delimited by size
             into lychrel-report-line
           end-string
           move "LYCHREL55" to io-dataset
           perform count-io-write
           write lychrel-report-line
           if slowest-iterations > 0
             move spaces to lychrel-report-line
             move slowest-number to number-edit
             move slowest-iterations to iteration-edit
             string "slowest palindrome: " delimited by size
                    function trim (number-edit) delimited by size
                    " after " delimited by size
                    function trim (iteration-edit) delimited by size
                    " iterations" delimited by size
               into lychrel-report-line
             end-string
             move "LYCHREL55" to io-dataset
             perform count-io-write
             write lychrel-report-line
           end-if
           move report-footer-line to lychrel-report-line
           move "LYCHREL55" to io-dataset
           perform count-io-write
           write lychrel-report-line
           close lychrel-report-file.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy answer-key-procedure.
           copy report-header-procedure.
           copy bignum-procedure.

       end program euler-problem-055.
