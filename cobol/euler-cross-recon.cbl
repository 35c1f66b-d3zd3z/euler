      * Cross-program consistency reconciliation
      *
      * 15 October 2026
      *
      * Several programs answer questions that another program's
      * output can answer too, and euler-answer-check only compares
      * each answer against its own documented key - so a shared
      * dataset that goes bad, or a problem program that stops
      * reading it, shows up as nothing at all until somebody
      * notices two reports disagree.  This runs at the end of the
      * stream and checks the night's rows against each other:
      *
      *   rule 1  euler-problem-010's prime sum equals the sum of the
      *           PRIMESFILE primes up to the same ceiling (010's
      *           CEILING from PARAMLIB, default 1999999)
      *   rule 2  euler-problem-007's 10001st prime is the PRIMESINDEX
      *           record at ordinal 10001 (the 10001st PRIMESFILE
      *           line when the index is not there)
      *   rule 3  euler-problem-023's "list entries=" count is the
      *           number of values on the ABUNDANTLIST that
      *           euler-problem-021 wrote the same night
      *   rule 4  euler-problem-012's triangle number is the first
      *           whose divisor count, taken from divisor-sieve,
      *           passes its DIVISORS threshold
      *
      * Only rows stamped with the night's run id count: RUN-ID
      * (control-param-4) names the run, and otherwise the EULERRUNID
      * the driver publishes does.  Each rule gets one PASS, FAIL or
      * SKIP line on CROSSRECON - SKIP when a row or dataset it needs
      * is not there to compare, which is a gap but not a
      * disagreement - and any FAIL raises a WARN alert (XRECON).
      * RETURN-CODE is the number of rules that failed.
      *
      * 15 October 2026 - PRIMESFILE, PRIMESINDEX and ABUNDANTLIST
      * are each held shared while they are read (see enqueue.cpy),
      * so their producers cannot rewrite them mid-check.  One still
      * held exclusive past the wait limit SKIPs the rules that need
      * it, as a missing dataset does.
       identification division.
       program-id. euler-cross-recon.

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
           select primes-file assign to "PRIMESFILE"
               organization line sequential
               file status primes-file-status.
           copy prime-index-select.
           select abundant-file assign to "ABUNDANTLIST"
               organization line sequential
               file status abundant-status.
           select recon-report-file assign to "CROSSRECON"
               organization line sequential
               file status recon-report-status.
           select alert-file assign to "ALERTS"
               organization line sequential
               file status alert-status.
           copy alert-history-select.
           copy oncall-select.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
           copy run-result-fd.
       fd  primes-file
           label records are omitted.
       01 primes-line              pic x(24).
           copy prime-index-fd.
       fd  abundant-file
           label records are omitted.
       01 abundant-line            pic x(6).
       fd  recon-report-file
           label records are omitted.
       01 recon-report-line        pic x(130).
           copy alert-file-fd.
           copy alert-history-fd.
           copy oncall-fd.

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
           copy alert-record.
           copy prime-index.
           copy enqueue.
       01 primes-file-status       pic xx.
       01 abundant-status          pic xx.
       01 recon-report-status      pic xx.
       01 run-id-filter            pic x(14) value spaces.
       01 ledger-switch            pic x.
         88 ledger-at-end           value 'Y'.
       01 file-switch              pic x.
         88 file-at-end             value 'Y'.

      * The night's rows, one slot per program the rules compare;
      * a rerun inside the same run id leaves its later row here.
       01 night-rows.
         02 night-row occurs 5 times.
           03 night-program        pic x(20).
           03 night-seen-switch    pic x.
             88 night-row-seen      value 'Y'.
           03 night-parameters     pic x(40).
           03 night-actual         pic x(20).
       01 night-index              pic 9 comp-5.
       01 row-010 constant as 1.
       01 row-007 constant as 2.
       01 row-023 constant as 3.
       01 row-021 constant as 4.
       01 row-012 constant as 5.

       01 ceiling-010              pic 9(9) value 1999999.
       01 nth-wanted constant as 10001.
       01 primes-header-ceiling    pic 9(10) value 0.
       01 primes-trailer-count     pic 9(10) value 0.
       01 primes-line-count        pic 9(10) comp-5 value 0.
       01 primes-value             pic 9(10) comp-5.
       01 primes-sum               pic 9(18) comp-5 value 0.
       01 primes-nth               pic 9(10) comp-5 value 0.
       01 primes-valid-switch      pic x value 'N'.
         88 primes-file-is-valid    value 'Y'.
       01 reported-value           pic 9(18) comp-5.
       01 derived-value            pic 9(18) comp-5.
       01 list-line-count          pic 9(9) comp-5.

       01 divisor-threshold        pic 9(9) comp-5.
       01 triangle-number          pic 9(18) comp-5.
       01 triangle-index           pic 9(9) comp-5.
       01 sieve-mode               pic x.
       01 sieve-limit              pic 9(9) comp-5.
       01 divisor-table.
         02 divisor-count          pic 9(6) comp-5
              occurs 30000 times.
       01 k                        pic 9(9) comp-5.
       01 triangle-divisors        pic 9(12) comp-5.
       01 early-winner             pic 9(9) comp-5.

       01 rule-number              pic 9.
       01 rule-status              pic x(4).
       01 rule-title               pic x(44).
       01 rule-detail              pic x(70).
       01 pass-count               pic 9 value 0.
       01 fail-count               pic 9 value 0.
       01 skip-count               pic 9 value 0.
       01 edit-a                   pic z(17)9.
       01 edit-b                   pic z(17)9.

       procedure division.

       main.
           move "euler-cross-recon" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move spaces to control-param-4
           perform read-control-card
           move "euler-cross-recon" to kp-program-id
           move "RUN-ID" to kp-keyword (4)
           perform read-parameter-library
           move control-param-4 to run-id-filter
           if run-id-filter = spaces
             accept run-id-filter from environment "EULERRUNID"
               on exception
                 move spaces to run-id-filter
             end-accept
           end-if
           if run-id-filter = spaces
             move "ADHOC" to run-id-filter
           end-if

      * euler-problem-010's own ceiling, through its own PARAMLIB
      * entry, so rule 1 sums to the same bound it did.
           move spaces to kp-keyword-table
           move ceiling-010 to control-param-1
           move "euler-problem-010" to kp-program-id
           move "CEILING" to kp-keyword (1)
           perform read-parameter-library
           move control-param-1 to ceiling-010

           perform load-night-rows
           move "PRIMESFILE" to eq-dataset
           perform enqueue-shared
           if eq-granted
             perform scan-primes-file
             perform dequeue-dataset
           end-if

           move "00" to recon-report-status
           open output recon-report-file
           move spaces to recon-report-line
           string "Cross-program reconciliation for run "
                    delimited by size
                  run-id-filter delimited by size
             into recon-report-line
           end-string
           move "CROSSRECON" to io-dataset
           perform count-io-write
           write recon-report-line
           move spaces to recon-report-line
           move "CROSSRECON" to io-dataset
           perform count-io-write
           write recon-report-line

           perform check-prime-sum
           perform check-nth-prime
           perform check-abundant-count
           perform check-triangle-divisors

           move spaces to recon-report-line
           move "CROSSRECON" to io-dataset
           perform count-io-write
           write recon-report-line
           move spaces to recon-report-line
           string "Rules passed " delimited by size
                  pass-count delimited by size
                  ", failed " delimited by size
                  fail-count delimited by size
                  ", skipped " delimited by size
                  skip-count delimited by size
             into recon-report-line
           end-string
           move "CROSSRECON" to io-dataset
           perform count-io-write
           write recon-report-line
           close recon-report-file

           display "euler-cross-recon: run " run-id-filter
                   " passed " pass-count ", failed " fail-count
                   ", skipped " skip-count

           if fail-count > 0
             move "WARN" to al-severity
             move "euler-cross-recon" to al-program
             move "XRECON" to al-code
             move spaces to al-text
             string "run " delimited by size
                    function trim (run-id-filter) delimited by size
                    " failed cross-program reconciliation"
                      delimited by size
               into al-text
             end-string
             perform write-alert
           end-if

           perform format-report-footer
           display report-footer-line
           move "euler-cross-recon" to rr-program-id
           move spaces to rr-parameters
           string "run=" delimited by size
                  run-id-filter delimited by size
             into rr-parameters
           end-string
           move fail-count to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
           move spaces to rr-expected-result
           move space to rr-pass-flag
           perform stop-run-timer
           perform write-run-result
           move fail-count to return-code
           goback.

      * One START on the alternate run-id key and a read loop over
      * the named run's rows, as euler-answer-check's RUN-ID mode
      * does.
       load-night-rows.
           move "euler-problem-010" to night-program (row-010)
           move "euler-problem-007" to night-program (row-007)
           move "euler-problem-023" to night-program (row-023)
           move "euler-problem-021" to night-program (row-021)
           move "euler-problem-012" to night-program (row-012)
           perform varying night-index from 1 by 1
                   until night-index > 5
             move 'N' to night-seen-switch (night-index)
           end-perform

           perform open-ledger-for-input
           if run-result-status is not equal to "00"
             display "euler-cross-recon: RESULTLEDGER unavailable, "
                     "file status " run-result-status
             exit paragraph
           end-if
           move run-id-filter to rr-key-run-id
           start result-ledger-file
             key is not less than rr-key-run-id
             invalid key
               display "euler-cross-recon: no rows on the ledger "
                       "for run " run-id-filter
               close result-ledger-file
               exit paragraph
           end-start
           move 'N' to ledger-switch
           perform read-one-night-row until ledger-at-end
           close result-ledger-file.

       read-one-night-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
             not at end
               if rr-run-id is not equal to run-id-filter
                 move 'Y' to ledger-switch
               else
                 perform varying night-index from 1 by 1
                         until night-index > 5
                   if rr-program-id = night-program (night-index)
                     move 'Y' to night-seen-switch (night-index)
                     move rr-parameters
                       to night-parameters (night-index)
                     move rr-actual-result
                       to night-actual (night-index)
                   end-if
                 end-perform
               end-if
           end-read.

      * One pass over PRIMESFILE gives rule 1 its sum and rule 2 its
      * fallback; the file only counts if the header is there and
      * the trailer agrees with the lines read, the same test every
      * other PRIMESFILE consumer applies.
       scan-primes-file.
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
             or primes-line (5:10) is not numeric
             close primes-file
             exit paragraph
           end-if
           move primes-line (5:10) to primes-header-ceiling
           move 'N' to file-switch
           perform read-one-prime until file-at-end
           close primes-file
           if primes-trailer-count = primes-line-count
             and primes-line-count > 0
             move 'Y' to primes-valid-switch
           end-if.

       read-one-prime.
           move "PRIMESFILE" to io-dataset
           perform count-io-read
           read primes-file
             at end
               move 'Y' to file-switch
             not at end
               if primes-line (1:4) = "TRL "
                 if primes-line (5:10) is numeric
                   move primes-line (5:10) to primes-trailer-count
                 end-if
                 move 'Y' to file-switch
               else
                 add 1 to primes-line-count
                 compute primes-value = function numval (primes-line)
                 if primes-value <= ceiling-010
                   add primes-value to primes-sum
                 end-if
                 if primes-line-count = nth-wanted
                   move primes-value to primes-nth
                 end-if
               end-if
           end-read.

       check-prime-sum.
           move 1 to rule-number
           move "010 prime sum = PRIMESFILE sum to ceiling"
             to rule-title
           evaluate true
             when not night-row-seen (row-010)
               move "SKIP" to rule-status
               move "no euler-problem-010 row for this run"
                 to rule-detail
             when not primes-file-is-valid
               move "SKIP" to rule-status
               move "PRIMESFILE missing or fails its trailer check"
                 to rule-detail
             when primes-header-ceiling < ceiling-010
               move "SKIP" to rule-status
               move primes-header-ceiling to edit-a
               move spaces to rule-detail
               string "PRIMESFILE only reaches " delimited by size
                      function trim (edit-a) delimited by size
                 into rule-detail
               end-string
             when other
               compute reported-value =
                   function numval (night-actual (row-010))
               move primes-sum to derived-value
               perform compare-values
           end-evaluate
           perform write-rule-line.

       check-nth-prime.
           move 2 to rule-number
           move "007 10001st prime = PRIMESINDEX ordinal 10001"
             to rule-title
           if not night-row-seen (row-007)
             move "SKIP" to rule-status
             move "no euler-problem-007 row for this run"
               to rule-detail
             perform write-rule-line
             exit paragraph
           end-if
           move 0 to derived-value
           move "PRIMESINDEX" to eq-dataset
           perform enqueue-shared
           if eq-granted
             move "00" to prime-index-status
             open input prime-index-file
             if prime-index-status = "00"
               move nth-wanted to px-ordinal
               move "PRIMESINDEX" to io-dataset
               perform count-io-read
               read prime-index-file
                 invalid key
                   continue
                 not invalid key
                   move px-prime to derived-value
               end-read
               close prime-index-file
             end-if
             perform dequeue-dataset
           end-if
           if derived-value = 0
             and primes-file-is-valid
             move primes-nth to derived-value
           end-if
           if derived-value = 0
             move "SKIP" to rule-status
             move "neither PRIMESINDEX nor PRIMESFILE reaches 10001"
               to rule-detail
           else
             compute reported-value =
                 function numval (night-actual (row-007))
             perform compare-values
           end-if
           perform write-rule-line.

       check-abundant-count.
           move 3 to rule-number
           move "023 list entries = 021's ABUNDANTLIST count"
             to rule-title
           evaluate true
             when not night-row-seen (row-023)
               move "SKIP" to rule-status
               move "no euler-problem-023 row for this run"
                 to rule-detail
             when not night-row-seen (row-021)
               move "SKIP" to rule-status
               move "no euler-problem-021 row for this run"
                 to rule-detail
             when night-parameters (row-023) (1:13)
                    is not equal to "list entries="
               move "SKIP" to rule-status
               move "euler-problem-023 row carries no list count"
                 to rule-detail
             when other
               move "ABUNDANTLIST" to eq-dataset
               perform enqueue-shared
               if not eq-granted
                 move "SKIP" to rule-status
                 move "ABUNDANTLIST held past the wait limit"
                   to rule-detail
               else
                 perform count-abundant-list
                 perform dequeue-dataset
                 if abundant-status is not equal to "00"
                   move "SKIP" to rule-status
                   move "ABUNDANTLIST not found" to rule-detail
                 else
                   compute reported-value = function numval
                       (night-parameters (row-023) (14:27))
                   move list-line-count to derived-value
                   perform compare-values
                 end-if
               end-if
           end-evaluate
           perform write-rule-line.

       count-abundant-list.
           move 0 to list-line-count
           move "00" to abundant-status
           open input abundant-file
           if abundant-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to file-switch
           perform count-one-abundant until file-at-end
           close abundant-file.

       count-one-abundant.
           move "ABUNDANTLIST" to io-dataset
           perform count-io-read
           read abundant-file
             at end
               move 'Y' to file-switch
             not at end
               if abundant-line is not equal to spaces
                 add 1 to list-line-count
               end-if
           end-read.

      * T = n(n+1)/2, and n and n+1 share no factor, so d(T) is the
      * product of the divisor counts of n/2 and n+1 (n even) or of
      * n and (n+1)/2 (n odd) - every triangle number up to the
      * reported one comes straight out of one divisor-sieve table
      * over 1..n+1.  The reported number must pass the threshold
      * and no earlier one may.
       check-triangle-divisors.
           move 4 to rule-number
           move "012 triangle = first past DIVISORS by sieve"
             to rule-title
           if not night-row-seen (row-012)
             or night-parameters (row-012) (1:9)
                  is not equal to "divisors>"
             move "SKIP" to rule-status
             move "no euler-problem-012 row for this run"
               to rule-detail
             perform write-rule-line
             exit paragraph
           end-if
           compute divisor-threshold = function numval
               (night-parameters (row-012) (10:31))
           compute triangle-number =
               function numval (night-actual (row-012))
           compute triangle-index = function integer
               (function sqrt (triangle-number * 2))
           if triangle-index * (triangle-index + 1) / 2
                is not equal to triangle-number
             move "FAIL" to rule-status
             move triangle-number to edit-a
             move spaces to rule-detail
             string function trim (edit-a) delimited by size
                    " is not a triangle number" delimited by size
               into rule-detail
             end-string
             perform write-rule-line
             exit paragraph
           end-if
           if triangle-index + 1 > 30000
             move "SKIP" to rule-status
             move "triangle index beyond the divisor-sieve range"
               to rule-detail
             perform write-rule-line
             exit paragraph
           end-if

           move 'C' to sieve-mode
           compute sieve-limit = triangle-index + 1
           call "divisor-sieve"
             using by content sieve-mode
                   by content sieve-limit
                   by reference divisor-count (1)
           move 0 to early-winner
           perform varying k from 1 by 1
                   until k >= triangle-index or early-winner > 0
             perform count-triangle-divisors
             if triangle-divisors > divisor-threshold
               move k to early-winner
             end-if
           end-perform
           move triangle-index to k
           perform count-triangle-divisors

           move triangle-divisors to edit-b
           evaluate true
             when early-winner > 0
               move "FAIL" to rule-status
               compute edit-a = early-winner * (early-winner + 1) / 2
               move spaces to rule-detail
               string "earlier triangle " delimited by size
                      function trim (edit-a) delimited by size
                      " already passes" delimited by size
                 into rule-detail
               end-string
             when triangle-divisors > divisor-threshold
               move "PASS" to rule-status
               move spaces to rule-detail
               string "divisor count " delimited by size
                      function trim (edit-b) delimited by size
                 into rule-detail
               end-string
             when other
               move "FAIL" to rule-status
               move spaces to rule-detail
               string "divisor count only " delimited by size
                      function trim (edit-b) delimited by size
                 into rule-detail
               end-string
           end-evaluate
           perform write-rule-line.

       count-triangle-divisors.
           if function mod (k, 2) = 0
             compute triangle-divisors =
                 divisor-count (k / 2) * divisor-count (k + 1)
           else
             compute triangle-divisors =
                 divisor-count (k) * divisor-count ((k + 1) / 2)
           end-if.

       compare-values.
           move reported-value to edit-a
           move derived-value to edit-b
           move spaces to rule-detail
           if reported-value = derived-value
             move "PASS" to rule-status
             string "both " delimited by size
                    function trim (edit-a) delimited by size
               into rule-detail
             end-string
           else
             move "FAIL" to rule-status
             string "reported " delimited by size
                    function trim (edit-a) delimited by size
                    ", derived " delimited by size
                    function trim (edit-b) delimited by size
               into rule-detail
             end-string
           end-if.

       write-rule-line.
           evaluate rule-status
             when "PASS"
               add 1 to pass-count
             when "FAIL"
               add 1 to fail-count
             when other
               add 1 to skip-count
           end-evaluate
           move spaces to recon-report-line
           string "rule " delimited by size
                  rule-number delimited by size
                  "  " delimited by size
                  rule-status delimited by size
                  "  " delimited by size
                  rule-title delimited by size
                  "  " delimited by size
                  rule-detail delimited by size
             into recon-report-line
           end-string
           move "CROSSRECON" to io-dataset
           perform count-io-write
           write recon-report-line.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.
           copy enqueue-procedure.
           copy alert-procedure.

       end program euler-cross-recon.
