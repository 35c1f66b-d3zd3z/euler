      * Problem 50
      *
      * 15 October 2026
      *
      * The prime 41 can be written as the sum of six consecutive
      * primes: 41 = 2 + 3 + 5 + 7 + 11 + 13.  This is the longest sum
      * of consecutive primes that adds to a prime below one-hundred.
      * The longest sum of consecutive primes below one-thousand that
      * adds to a prime contains 21 terms, and is equal to 953.
      *
      * Which prime, below one-million, can be written as the sum of
      * the most consecutive primes?
      *
      * 997651
      *
      * A range walk plus a membership test.  The walk is over
      * PRIMESFILE, euler-prime-gen's sequential output: every prime
      * below LIMIT is loaded with the file's header and trailer
      * validated the way euler-problem-007 validates them, and a
      * table of running sums of the primes from 2 up turns any run
      * of consecutive primes into one subtraction.  The membership
      * test is a keyed READ on PRIMESINDEX's value key (see
      * prime-index.cpy) - is this sum itself a prime - rather than a
      * search of the table.
      *
      * The search runs from the longest run whose sum stays below
      * LIMIT down, and at each run length from the first prime up,
      * so the first prime sum met is the winner.  The search carries
      * on past it for RUNNERS more chains; a prime already met as
      * the sum of a longer run is not counted again for a shorter
      * one.  PRIMERUN50 lists the winner and the runners-up, each
      * with its run length and the first and last primes of the run,
      * and the number of keyed reads the search took.
      *
      * The step declares AFTER=euler-prime-gen in the batch driver
      * and the index's ordinal-zero control record must show a
      * ceiling at least LIMIT: this program does not regenerate the
      * primes itself, so a missing index, a short one, or a
      * PRIMESFILE that fails its trailer check stops the run with
      * RETURN-CODE 16 and a message saying which.  Every sum tested
      * is below LIMIT and so below the ceiling, which keeps the
      * control record (whose value field is the ceiling) from ever
      * answering a membership read.
      *
      * LIMIT (control-param-1, default 1000000) and RUNNERS
      * (control-param-2, default 5, at most 20) are the parameters.
      *
      * 15 October 2026 - When PRIMESBITMAP (see prime-bitmap.cpy) is
      * loaded and reaches one below LIMIT, the primes below LIMIT and
      * every membership test come from it, and neither PRIMESFILE nor
      * PRIMESINDEX is opened; PRIMERUN50 then counts bitmap lookups
      * in place of keyed reads.  The index and file checks above
      * still apply when the map cannot be used.
      *
      * 15 October 2026 - PRIMESBITMAP is held shared while it
      * loads, and PRIMESINDEX and PRIMESFILE while they are in use
      * (see enqueue.cpy), so euler-prime-gen cannot rewrite them
      * underneath.  A bitmap still held exclusive past the wait
      * limit is passed over for the files; a file still held stops
      * the run with RETURN-CODE 16, like a missing one.
       identification division.
       program-id. euler-problem-050.

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
           copy prime-bitmap-select.
           copy run-result-select.
           select answer-key-file assign to "ANSWERKEY"
               organization line sequential
               file status answer-key-status.
           select prime-run-report-file assign to "PRIMERUN50"
               organization line sequential
               file status prime-run-report-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
       fd  primes-file
           label records are omitted.
       01 primes-line      pic x(24).
           copy prime-index-fd.
           copy prime-bitmap-fd.
           copy run-result-fd.
           copy answer-key-fd.
       fd  prime-run-report-file
           label records are omitted.
       01 prime-run-report-line     pic x(80).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy answer-key.
           copy report-header.
       01 primes-file-status        pic xx.
           copy prime-index.
           copy prime-bitmap.
           copy enqueue.
       01 prime-run-report-status   pic xx.
       01 primes-file-switch        pic x value 'N'.
         88 primes-file-at-end       value 'Y'.
       01 trailer-seen-switch       pic x value 'N'.
         88 trailer-was-seen         value 'Y'.
       01 trailer-count             pic 9(10) comp-5.
       01 lines-counted             pic 9(10) comp-5.
       01 file-prime                pic 9(10) comp-5.
       01 index-ceiling             pic 9(10).
       01 lookup-source-switch      pic x value 'X'.
         88 lookup-from-bitmap       value 'B'.

       01 sum-limit                 pic 9(9) value 1000000.
       01 runner-count              pic 9(9) value 5.
       01 runner-max constant as 20.

      * The primes below LIMIT, and running-sum (k + 1) the sum of
      * the first k of them, so the run from prime i through prime j
      * adds to running-sum (j + 1) - running-sum (i).  The table
      * holds the primes below the default generator ceiling of
      * 1999999 with room to spare.
       01 prime-table-max constant as 150000.
       01 prime-table.
         02 prime-entry             pic 9(10) comp-5
              occurs prime-table-max times.
       01 running-sum-table.
         02 running-sum             pic 9(15) comp-5
              occurs 150001 times.
       01 primes-loaded             pic 9(9) comp-5 value 0.
       01 prime-index               pic 9(9) comp-5.

       01 longest-run               pic 9(9) comp-5.
       01 run-length                pic 9(9) comp-5.
       01 run-start                 pic 9(9) comp-5.
       01 run-end                   pic 9(9) comp-5.
       01 run-sum                   pic 9(15) comp-5.
       01 start-switch              pic x.
         88 starts-exhausted         value 'Y'.
       01 member-switch             pic x.
         88 sum-is-prime             value 'Y'.
       01 membership-tests          pic 9(9) comp-5 value 0.

      * The winner is chain 1; the runners-up follow in the order the
      * search met them.
       01 chain-table.
         02 chain-entry occurs 21 times.
           03 chain-prime           pic 9(10) comp-5.
           03 chain-length          pic 9(9) comp-5.
           03 chain-first           pic 9(10) comp-5.
           03 chain-last            pic 9(10) comp-5.
       01 chains-found              pic 99 comp-5 value 0.
       01 chains-wanted             pic 99 comp-5.
       01 chain-index               pic 99 comp-5.
       01 seen-switch               pic x.
         88 prime-already-seen       value 'Y'.

       01 number-edit               pic z(9)9.
       01 rank-edit                 pic z9.
       01 limit-text                pic x(10).
       01 runners-text              pic x(10).

       procedure division.

       main.
           move "euler-problem-050" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move sum-limit to control-param-1
           move runner-count to control-param-2
           perform read-control-card
           move "euler-problem-050" to kp-program-id
           move "LIMIT" to kp-keyword (1)
           move "RUNNERS" to kp-keyword (2)
           perform read-parameter-library
           move control-param-1 to sum-limit
           move control-param-2 to runner-count
           if sum-limit < 3
             display "euler-problem-050: LIMIT " sum-limit
                     " leaves no prime to sum"
             move 16 to return-code
             goback
           end-if
           if runner-count > runner-max
             display "euler-problem-050: capping RUNNERS at "
                     runner-max
             move runner-max to runner-count
           end-if
           compute chains-wanted = runner-count + 1

           perform choose-prime-source
           if lookup-from-bitmap
             perform load-primes-from-bitmap
           else
             perform hold-prime-files
             perform open-prime-index
             perform load-primes-from-file
             move "PRIMESFILE" to eq-dataset
             perform dequeue-dataset
           end-if

           perform find-longest-run
           perform search-one-length
                   varying run-length from longest-run by -1
                   until run-length < 1
                      or chains-found >= chains-wanted
           if not lookup-from-bitmap
             close prime-index-file
             move "PRIMESINDEX" to eq-dataset
             perform dequeue-dataset
           end-if

           perform write-prime-run-report

           display chain-prime (1)

           perform format-report-footer
           display report-footer-line

           move sum-limit to number-edit
           move function trim (number-edit) to limit-text
           move runner-count to number-edit
           move function trim (number-edit) to runners-text
           move "euler-problem-050" to rr-program-id
           move spaces to rr-parameters
           string "below=" delimited by size
                  limit-text delimited by space
                  " runners=" delimited by size
                  runners-text delimited by space
             into rr-parameters
           end-string
           move chain-prime (1) to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
      * The answer does not depend on RUNNERS, so the key is looked
      * up on the limit alone; the shipped key carries the
      * documented 997651 under below=1000000.
           move "euler-problem-050" to ak-program-id
           move spaces to ak-signature
           string "below=" delimited by size
                  limit-text delimited by space
             into ak-signature
           end-string
           perform check-answer-key
           perform stop-run-timer
           perform write-run-result

           goback.

      * PRIMESBITMAP answers both the walk and the membership test
      * when it is loaded and reaches the largest sum that can be
      * tested (one below LIMIT); otherwise PRIMESFILE and
      * PRIMESINDEX are used as before.
       choose-prime-source.
           move "PRIMESBITMAP" to eq-dataset
           perform enqueue-shared
           if eq-granted
             perform load-prime-bitmap
             perform dequeue-dataset
           end-if
           if prime-bitmap-is-loaded
             and pb-ceiling >= sum-limit - 1
             move 'B' to lookup-source-switch
           end-if.

      * Both files are held shared while they are in use; one still
      * held exclusive past the wait limit stops the run like a
      * missing one.
       hold-prime-files.
           move "PRIMESINDEX" to eq-dataset
           perform enqueue-shared
           if eq-granted
             move "PRIMESFILE" to eq-dataset
             perform enqueue-shared
           end-if
           if not eq-granted
             display "euler-problem-050: " function trim (eq-dataset)
                     " is in use - rerun once euler-prime-gen has "
                     "finished"
             move 16 to return-code
             goback
           end-if.

      * The index must be there and must reach LIMIT before any
      * work is done; it stays open for the membership reads.
       open-prime-index.
           move "00" to prime-index-status
           open input prime-index-file
           if prime-index-status is not equal to "00"
             display "euler-problem-050: PRIMESINDEX cannot be opened"
                     ", status " prime-index-status
                     " - run euler-prime-gen first"
             move 16 to return-code
             goback
           end-if
           move 0 to px-ordinal
           move "PRIMESINDEX" to io-dataset
           perform count-io-read
           read prime-index-file
             invalid key
               display "euler-problem-050: PRIMESINDEX has no control"
                       " record - run euler-prime-gen again"
               close prime-index-file
               move 16 to return-code
               goback
           end-read
           move px-prime to index-ceiling
           if px-prime < sum-limit
             display "euler-problem-050: PRIMESINDEX reaches only "
                     index-ceiling ", below LIMIT " sum-limit
                     " - rerun euler-prime-gen with a higher ceiling"
             close prime-index-file
             move 16 to return-code
             goback
           end-if.

      * Every prime below LIMIT off the sequential file, and the
      * running sums alongside; the trailer must match the lines
      * read, as in euler-problem-007.
       load-primes-from-file.
           move 0 to lines-counted
           move 0 to running-sum (1)
           move "00" to primes-file-status
           open input primes-file
           if primes-file-status is not equal to "00"
             display "euler-problem-050: PRIMESFILE cannot be opened"
                     ", status " primes-file-status
                     " - run euler-prime-gen first"
             perform stop-on-prime-data
           end-if
           move "PRIMESFILE" to io-dataset
           perform count-io-read
           read primes-file
             at end
               move spaces to primes-line
           end-read
           if primes-line (1:4) is not equal to "HDR "
             display "euler-problem-050: PRIMESFILE has no header"
                     " record - run euler-prime-gen again"
             close primes-file
             perform stop-on-prime-data
           end-if

           move 'N' to primes-file-switch
           move 'N' to trailer-seen-switch
           perform read-one-primes-line until primes-file-at-end
           close primes-file

           if not trailer-was-seen
             or trailer-count is not equal to lines-counted
             display "euler-problem-050: PRIMESFILE failed its "
                     "trailer check - run euler-prime-gen again"
             perform stop-on-prime-data
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
                 if file-prime < sum-limit
                   if primes-loaded >= prime-table-max
                     close primes-file
                   end-if
                   perform store-one-prime
                 end-if
               end-if
           end-read.

      * The same table off the map: 2, then every odd number below
      * LIMIT the map says is prime.
       load-primes-from-bitmap.
           move 0 to running-sum (1)
           move 2 to file-prime
           perform store-one-prime
           perform varying file-prime from 3 by 2
                   until file-prime >= sum-limit
             move file-prime to pb-number
             perform test-prime-bitmap
             if pb-number-is-prime
               perform store-one-prime
             end-if
           end-perform.

       store-one-prime.
           if primes-loaded >= prime-table-max
             display "euler-problem-050: more than "
                     prime-table-max " primes below LIMIT "
                     sum-limit " - lower LIMIT"
             perform stop-on-prime-data
           end-if
           add 1 to primes-loaded
           move file-prime to prime-entry (primes-loaded)
           compute running-sum (primes-loaded + 1) =
               running-sum (primes-loaded) + file-prime.

       stop-on-prime-data.
           if not lookup-from-bitmap
             close prime-index-file
           end-if
           move 16 to return-code
           goback.

      * The longest run that can possibly stay below LIMIT starts at
      * 2; no later start can fit more primes under the same limit.
       find-longest-run.
           move 0 to longest-run
           perform varying prime-index from 1 by 1
                   until prime-index > primes-loaded
                      or running-sum (prime-index + 1) >= sum-limit
             move prime-index to longest-run
           end-perform.

      * Every start for this run length, from 2 up, until the run's
      * sum reaches LIMIT or the chains wanted are all found.
       search-one-length.
           move 'N' to start-switch
           perform test-one-run
                   varying run-start from 1 by 1
                   until starts-exhausted
                      or chains-found >= chains-wanted.

       test-one-run.
           compute run-end = run-start + run-length - 1
           if run-end > primes-loaded
             move 'Y' to start-switch
             exit paragraph
           end-if
           compute run-sum =
               running-sum (run-end + 1) - running-sum (run-start)
           if run-sum >= sum-limit
             move 'Y' to start-switch
             exit paragraph
           end-if

           perform test-membership
           if not sum-is-prime
             exit paragraph
           end-if
           move 'N' to seen-switch
           perform varying chain-index from 1 by 1
                   until chain-index > chains-found
             if chain-prime (chain-index) = run-sum
               move 'Y' to seen-switch
             end-if
           end-perform
           if prime-already-seen
             exit paragraph
           end-if

           add 1 to chains-found
           move run-sum to chain-prime (chains-found)
           move run-length to chain-length (chains-found)
           move prime-entry (run-start) to chain-first (chains-found)
           move prime-entry (run-end) to chain-last (chains-found).

      * One lookup in the map, or one keyed read on the value key:
      * the sum is prime exactly when the index holds a record with
      * it as its value.
       test-membership.
           add 1 to membership-tests
           if lookup-from-bitmap
             move run-sum to pb-number
             perform test-prime-bitmap
             move pb-result to member-switch
             exit paragraph
           end-if
           move run-sum to px-prime
           move 'Y' to member-switch
           move "PRIMESINDEX" to io-dataset
           perform count-io-read
           read prime-index-file
             key is px-prime
             invalid key
               move 'N' to member-switch
           end-read.

       write-prime-run-report.
           move "00" to prime-run-report-status
           open output prime-run-report-file
           move report-header-line to prime-run-report-line
           move "PRIMERUN50" to io-dataset
           perform count-io-write
           write prime-run-report-line
           move spaces to prime-run-report-line
           move sum-limit to number-edit
           string "longest sums of consecutive primes below "
                    delimited by size
                  function trim (number-edit) delimited by size
             into prime-run-report-line
           end-string
           move "PRIMERUN50" to io-dataset
           perform count-io-write
           write prime-run-report-line

           if chains-found = 0
             move "no run of consecutive primes sums to a prime"
               to prime-run-report-line
             move "PRIMERUN50" to io-dataset
             perform count-io-write
             write prime-run-report-line
           else
             move spaces to prime-run-report-line
             move chain-prime (1) to number-edit
             string "winner: " delimited by size
                    function trim (number-edit) delimited by size
               into prime-run-report-line
             end-string
             move "PRIMERUN50" to io-dataset
             perform count-io-write
             write prime-run-report-line
             move "RANK       PRIME      LENGTH       FIRST        LAST"
               to prime-run-report-line
             move "PRIMERUN50" to io-dataset
             perform count-io-write
             write prime-run-report-line
             perform write-one-chain-line
                     varying chain-index from 1 by 1
                     until chain-index > chains-found
           end-if

           move spaces to prime-run-report-line
           move membership-tests to number-edit
           if lookup-from-bitmap
             string "PRIMESBITMAP lookups: " delimited by size
                    function trim (number-edit) delimited by size
               into prime-run-report-line
             end-string
           else
             string "PRIMESINDEX keyed reads: " delimited by size
                    function trim (number-edit) delimited by size
               into prime-run-report-line
             end-string
           end-if
           move "PRIMERUN50" to io-dataset
           perform count-io-write
           write prime-run-report-line
           move report-footer-line to prime-run-report-line
           move "PRIMERUN50" to io-dataset
           perform count-io-write
           write prime-run-report-line
           close prime-run-report-file.

       write-one-chain-line.
           move spaces to prime-run-report-line
           move chain-index to rank-edit
           move rank-edit to prime-run-report-line (3:2)
           move chain-prime (chain-index) to number-edit
           move number-edit to prime-run-report-line (7:10)
           move chain-length (chain-index) to number-edit
           move number-edit to prime-run-report-line (19:10)
           move chain-first (chain-index) to number-edit
           move number-edit to prime-run-report-line (31:10)
           move chain-last (chain-index) to number-edit
           move number-edit to prime-run-report-line (43:10)
           move "PRIMERUN50" to io-dataset
           perform count-io-write
           write prime-run-report-line.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy answer-key-procedure.
           copy report-header-procedure.
           copy enqueue-procedure.
           copy prime-bitmap-procedure.

       end program euler-problem-050.
