      * Problem 31
      *
      * 15 October 2026
      *
      * In the United Kingdom the currency is made up of pound and
      * pence; there are eight coins in general circulation - 1p, 2p,
      * 5p, 10p, 20p, 50p, 1 pound (100p) and 2 pounds (200p).  How
      * many different ways can 2 pounds be made using any number of
      * coins?
      *
      * The treasury desk asks the same question of our own
      * currencies when it plans cash drawers, so the coins are not
      * built in: they come from a denomination table, one coin to a
      * line in minor units (pence, cents), under the usual HDR
      * header - rrrrr coins, 1 value to a row, and the sum of the
      * coin values - with an optional UNITS line ahead of the coins
      * naming the currency: major unit singular and plural, then
      * minor unit singular and plural.  data/coins-031.txt is
      * sterling, the problem's own eight coins; data/coins-031-usd.txt
      * is the dollar's six.  euler-data-validate judges both with its
      * DENOM rules.
      *
      * The count is the classic coin-change table: ways-table (n + 1)
      * holds the ways to make n, and each coin in turn adds the ways
      * to make n less that coin.  Taking the coins one at a time in
      * the outer loop is what makes it count combinations rather
      * than orderings.  A second table alongside it holds the fewest
      * coins that make each amount and the coin that got there,
      * so the fewest-coin combination for the target is read back
      * from the target down - the greedy answer is not always the
      * fewest for an arbitrary currency, so nothing here assumes it.
      *
      * COINREPORT31 carries the target spelled out in words on its
      * heading, from number-to-english's check-writing currency form
      * with the currency's own unit names put in place of "dollars"
      * and "cents" (the table's amounts are in minor units, a
      * hundred to the major unit, the same as that form assumes),
      * then the count of combinations and the fewest-coin
      * combination coin by coin, largest first.  A count past
      * eighteen digits cannot be carried and is reported as such,
      * with RETURN-CODE 4; a target no combination makes is a
      * count of zero, with no fewest-coin combination to show.
      *
      * TARGET (control-param-1, in minor units, default 200, at most
      * 99999) and DENOMINATION-FILE (control-param-4, default
      * data/coins-031.txt, resolved through DATAVERSIONS) are the
      * parameters.
       identification division.
       program-id. euler-problem-031.

       environment division.
       input-output section.
       file-control.
           select control-file assign to "CONTROLCARD"
               organization line sequential
               file status control-status.
           select param-library-file assign to "PARAMLIB"
               organization line sequential
               file status param-status.
           select denomination-file
               assign to dynamic denomination-file-path
               organization line sequential
               file status denomination-status.
           copy run-result-select.
           select answer-key-file assign to "ANSWERKEY"
               organization line sequential
               file status answer-key-status.
           select coin-report-file assign to "COINREPORT31"
               organization line sequential
               file status coin-report-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
       fd  denomination-file
           label records are omitted.
       01 denomination-line         pic x(80).
           copy run-result-fd.
           copy answer-key-fd.
       fd  coin-report-file
           label records are omitted.
       01 coin-report-line          pic x(100).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy answer-key.
           copy report-header.
           copy data-version.
       01 denomination-file-path
                               pic x(60) value "data/coins-031.txt".
       01 denomination-status       pic xx.
       01 coin-report-status        pic xx.
       01 denomination-read-switch  pic x value 'N'.
         88 denomination-file-at-end value 'Y'.
       01 target-amount             pic 9(9) value 200.
       01 target-max constant as 99999.

      * The coins, smallest first whatever order the file lists them
      * in, and how many of each the fewest-coin combination uses.
       01 denomination-max constant as 20.
       01 denomination-table.
         02 denomination-entry occurs 20 times.
           03 coin-value            pic 9(5) comp-5.
           03 coin-used             pic 9(5) comp-5.
       01 coin-count                pic 99 comp-5 value 0.
       01 coin-index                pic 99 comp-5.
       01 shift-index               pic 99 comp-5.
       01 new-coin-value            pic 9(9) comp-5.

      * The currency's unit names; without a UNITS line the words are
      * left in dollars and cents.
       01 unit-names.
         02 major-singular          pic x(20) value "dollar".
         02 major-plural            pic x(20) value "dollars".
         02 minor-singular          pic x(20) value "cent".
         02 minor-plural            pic x(20) value "cents".
       01 units-tag                 pic x(10).

       01 header-fields.
         02 hdr-tag                pic x(10).
         02 hdr-rows-text          pic x(10).
         02 hdr-cols-text          pic x(10).
         02 hdr-sum-text           pic x(12).
         02 hdr-rows               pic 9(5) comp-5.
         02 hdr-cols               pic 9(5) comp-5.
         02 hdr-checksum           pic 9(9) comp-5.
         02 coin-checksum          pic 9(9) comp-5.
       01 coin-text                 pic x(20).
       01 line-pointer              pic 99 comp-5.
       01 extra-text                pic x(20).

      * Entry n + 1 of each table is for the amount n.
       01 amount-tables.
         02 amount-entry occurs 100000 times.
           03 ways-count            pic 9(18) comp-5.
           03 fewest-coins          pic 9(9) comp-5.
           03 last-coin             pic 99 comp-5.
       01 unreachable constant as 999999999.
       01 amount                    pic 9(9) comp-5.
       01 amount-slot               pic 9(9) comp-5.
       01 from-slot                 pic 9(9) comp-5.
       01 combination-count         pic 9(18) comp-5 value 0.
       01 overflow-switch           pic x value 'N'.
         88 count-overflowed         value 'Y'.
       01 fewest-total              pic 9(9) comp-5 value 0.

      * The number-to-english request: the target as an amount in
      * minor units, British usage in the currency form.
       01 nte-number                pic 9(12) comp-5.
       01 nte-call-mode             pic xx value "BM".
       01 nte-words                 pic x(150).
       01 target-words              pic x(150).
       01 word-text                 pic x(30).
       01 words-pointer             pic 999 comp-5.
       01 target-words-pointer      pic 999 comp-5.

       01 count-edit                pic z(17)9.
       01 coin-edit                 pic z(4)9.
       01 used-edit                 pic z(4)9.
       01 target-edit               pic z(4)9.

       procedure division.

       main.
           move "euler-problem-031" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move target-amount to control-param-1
           move denomination-file-path to control-param-4
           perform read-control-card
           move "euler-problem-031" to kp-program-id
           move "TARGET" to kp-keyword (1)
           move "DENOMINATION-FILE" to kp-keyword (4)
           perform read-parameter-library
           move control-param-1 to target-amount
           if target-amount < 1
             move 1 to target-amount
           end-if
           if target-amount > target-max
             display "euler-problem-031: capping TARGET at "
                     target-max
             move target-max to target-amount
           end-if
           if control-param-4 is not equal to spaces
             move control-param-4 to denomination-file-path
           end-if

           move denomination-file-path to dv-work-path
           perform resolve-dataset-version
           move dv-work-path to denomination-file-path

           perform load-denominations
           perform count-combinations
           perform find-fewest-coins
           perform spell-target-amount
           perform write-coin-report

           if count-overflowed
             display "euler-problem-031: the count of combinations "
                     "runs past eighteen digits, see COINREPORT31"
             move 4 to return-code
           else
             display combination-count
           end-if

           perform format-report-footer
           display report-footer-line

           move "euler-problem-031" to rr-program-id
           move spaces to rr-parameters
           move target-amount to target-edit
           string "target=" delimited by size
                  function trim (target-edit) delimited by size
                  " file=" delimited by size
                  function trim (denomination-file-path)
                    delimited by size
             into rr-parameters
           end-string
           perform flag-fallback-parameters
           if count-overflowed
             move "OVERFLOW" to rr-actual-result
           else
             move combination-count to rr-numeric-edit
             move rr-numeric-edit to rr-actual-result
           end-if
      * The shipped key carries the precomputed 73682 for the
      * problem's own 2 pounds in sterling.
           move "euler-problem-031" to ak-program-id
           move spaces to ak-signature
           string "target=" delimited by size
                  function trim (target-edit) delimited by size
                  " file=" delimited by size
                  function trim (denomination-file-path)
                    delimited by size
             into ak-signature
           end-string
           perform check-answer-key
           perform stop-run-timer
           perform write-run-result

           goback.

      * HDR header checked, then an optional UNITS line and one coin
      * value to a line, every value checksummed against the header.
       load-denominations.
           open input denomination-file
           if denomination-status is not equal to "00"
             display "load-denominations: denomination file open "
                     "failed, file status " denomination-status
             move 16 to return-code
             goback
           end-if
           perform verify-denomination-header
           move 0 to coin-checksum
           move 'N' to denomination-read-switch
           perform read-one-denomination-line
                   until denomination-file-at-end
           close denomination-file

           if coin-count is not equal to hdr-rows
             display "load-denominations: denomination file has "
                     coin-count " coins but the header says "
                     hdr-rows
             move 16 to return-code
             goback
           end-if
           if coin-checksum is not equal to hdr-checksum
             display "load-denominations: denomination file "
                     "checksum is " coin-checksum
                     " but the header says " hdr-checksum
             move 16 to return-code
             goback
           end-if.

       verify-denomination-header.
           move denomination-file-path to io-dataset
           perform count-io-read
           read denomination-file
             at end
               display "load-denominations: denomination file is "
                       "empty"
               move 16 to return-code
               goback
           end-read
           if denomination-line (1:4) is not equal to "HDR "
             display "load-denominations: denomination file has no "
                     "HDR header"
             move 16 to return-code
             goback
           end-if
           move spaces to hdr-tag
           move spaces to hdr-rows-text
           move spaces to hdr-cols-text
           move spaces to hdr-sum-text
           unstring denomination-line delimited by all " "
             into hdr-tag hdr-rows-text hdr-cols-text hdr-sum-text
           end-unstring
           compute hdr-rows = function numval (hdr-rows-text)
           compute hdr-cols = function numval (hdr-cols-text)
           compute hdr-checksum = function numval (hdr-sum-text)
           if hdr-cols is not equal to 1
             display "load-denominations: header says " hdr-cols
                     " values to a row, a coin is 1"
             move 16 to return-code
             goback
           end-if
           if hdr-rows < 1 or hdr-rows > denomination-max
             display "load-denominations: header says " hdr-rows
                     " coins, this program's table holds 1 to "
                     denomination-max
             move 16 to return-code
             goback
           end-if.

       read-one-denomination-line.
           move denomination-file-path to io-dataset
           perform count-io-read
           read denomination-file
             at end
               move 'Y' to denomination-read-switch
             not at end
               if denomination-line (1:6) = "UNITS "
                 perform take-units-line
               else
                 if denomination-line is not equal to spaces
                   perform take-denomination-line
                 end-if
               end-if
           end-read.

      * The unit names come ahead of the coins, all four or none.
       take-units-line.
           if coin-count > 0
             display "load-denominations: UNITS line after the "
                     "first coin"
             move 16 to return-code
             goback
           end-if
           move spaces to units-tag
           move spaces to unit-names
           unstring denomination-line delimited by all " "
             into units-tag major-singular major-plural
                  minor-singular minor-plural
           end-unstring
           if minor-plural = spaces
             display "load-denominations: UNITS line needs four "
                     "unit names"
             move 16 to return-code
             goback
           end-if.

      * Each coin is placed in value order as it is read; a zero or a
      * repeated coin is a damaged table, not a currency.
       take-denomination-line.
           if coin-count >= hdr-rows
             display "load-denominations: denomination file has "
                     "more coins than the header's " hdr-rows
             move 16 to return-code
             goback
           end-if
           move spaces to coin-text
           move spaces to extra-text
           move 0 to line-pointer
           inspect denomination-line tallying line-pointer
             for leading spaces
           add 1 to line-pointer
           unstring denomination-line delimited by all " "
             into coin-text extra-text
             with pointer line-pointer
           end-unstring
           if extra-text is not equal to spaces
             or function test-numval (coin-text) is not equal to 0
             display "load-denominations: line "
                     function trim (denomination-line)
                     " is not one coin value"
             move 16 to return-code
             goback
           end-if
           compute new-coin-value = function numval (coin-text)
           if new-coin-value = 0 or new-coin-value > target-max
             display "load-denominations: coin value "
                     function trim (coin-text)
                     " is outside 1 to " target-max
             move 16 to return-code
             goback
           end-if
           add new-coin-value to coin-checksum
           if coin-checksum >= 1000000000
             subtract 1000000000 from coin-checksum
           end-if

           move coin-count to shift-index
           perform until shift-index = 0
                      or coin-value (shift-index) < new-coin-value
             if coin-value (shift-index) = new-coin-value
               display "load-denominations: coin value "
                       function trim (coin-text) " is listed twice"
               move 16 to return-code
               goback
             end-if
             move denomination-entry (shift-index)
               to denomination-entry (shift-index + 1)
             subtract 1 from shift-index
           end-perform
           add 1 to coin-count
           move new-coin-value to coin-value (shift-index + 1)
           move 0 to coin-used (shift-index + 1).

      * One pass per coin over every amount from the coin up to the
      * target.  A count that no longer fits is flagged, not wrapped.
       count-combinations.
           perform varying amount-slot from 1 by 1
                   until amount-slot > target-amount + 1
             move 0 to ways-count (amount-slot)
           end-perform
           move 1 to ways-count (1)
           perform varying coin-index from 1 by 1
                   until coin-index > coin-count
             perform varying amount from coin-value (coin-index) by 1
                     until amount > target-amount
               compute amount-slot = amount + 1
               compute from-slot = amount-slot
                                 - coin-value (coin-index)
               add ways-count (from-slot) to ways-count (amount-slot)
                 on size error
                   move 'Y' to overflow-switch
               end-add
             end-perform
           end-perform
           move ways-count (target-amount + 1) to combination-count.

      * The fewest coins for every amount up to the target, each
      * remembering the coin it was last made with, then the target's
      * combination read back down to zero.
       find-fewest-coins.
           move 0 to fewest-coins (1)
           move 0 to last-coin (1)
           perform varying amount from 1 by 1
                   until amount > target-amount
             compute amount-slot = amount + 1
             move unreachable to fewest-coins (amount-slot)
             move 0 to last-coin (amount-slot)
             perform varying coin-index from 1 by 1
                     until coin-index > coin-count
                        or coin-value (coin-index) > amount
               compute from-slot = amount-slot
                                 - coin-value (coin-index)
               if fewest-coins (from-slot) < unreachable
                 and fewest-coins (from-slot) + 1
                       < fewest-coins (amount-slot)
                 compute fewest-coins (amount-slot) =
                     fewest-coins (from-slot) + 1
                 move coin-index to last-coin (amount-slot)
               end-if
             end-perform
           end-perform

           compute amount-slot = target-amount + 1
           if fewest-coins (amount-slot) = unreachable
             move 0 to fewest-total
             exit paragraph
           end-if
           move fewest-coins (amount-slot) to fewest-total
           perform until amount-slot = 1
             move last-coin (amount-slot) to coin-index
             add 1 to coin-used (coin-index)
             subtract coin-value (coin-index) from amount-slot
           end-perform.

      * number-to-english hands back SPACES when its currency text
      * fails its own round trip; the heading then carries the
      * amount in figures alone.
       spell-target-amount.
           move target-amount to nte-number
           move spaces to nte-words
           call "number-to-english"
               using by content nte-number
                     by content nte-call-mode
                     by reference nte-words
           move 0 to return-code
           move spaces to target-words
           if nte-words = spaces
             exit paragraph
           end-if
           move 1 to words-pointer
           move 1 to target-words-pointer
           perform until words-pointer > 150
             move spaces to word-text
             unstring nte-words delimited by all " "
               into word-text
               with pointer words-pointer
             end-unstring
             if word-text = spaces
               exit perform
             end-if
             perform rename-unit-word
             if target-words-pointer > 1
               string " " delimited by size
                 into target-words
                 with pointer target-words-pointer
               end-string
             end-if
             string function trim (word-text) delimited by size
               into target-words
               with pointer target-words-pointer
             end-string
           end-perform.

       rename-unit-word.
           evaluate word-text
             when "dollar"
               move major-singular to word-text
             when "dollars"
               move major-plural to word-text
             when "cent"
               move minor-singular to word-text
             when "cents"
               move minor-plural to word-text
           end-evaluate.

       write-coin-report.
           move "00" to coin-report-status
           open output coin-report-file
           move report-header-line to coin-report-line
           move "COINREPORT31" to io-dataset
           perform count-io-write
           write coin-report-line
           move spaces to coin-report-line
           move target-amount to target-edit
           if target-words = spaces
             string "target: " delimited by size
                    function trim (target-edit) delimited by size
                    " " delimited by size
                    function trim (minor-plural) delimited by size
               into coin-report-line
             end-string
           else
             string "target: " delimited by size
                    function trim (target-words) delimited by size
                    " (" delimited by size
                    function trim (target-edit) delimited by size
                    ")" delimited by size
               into coin-report-line
             end-string
           end-if
           move "COINREPORT31" to io-dataset
           perform count-io-write
           write coin-report-line
           move spaces to coin-report-line
           move coin-count to coin-edit
           string "denominations: " delimited by size
                  function trim (denomination-file-path)
                    delimited by size
                  ", " delimited by size
                  function trim (coin-edit) delimited by size
                  " coins" delimited by size
             into coin-report-line
           end-string
           move "COINREPORT31" to io-dataset
           perform count-io-write
           write coin-report-line

           move spaces to coin-report-line
           if count-overflowed
             move "combinations: more than eighteen digits, not "
               & "carried" to coin-report-line
           else
             move combination-count to count-edit
             string "combinations: " delimited by size
                    function trim (count-edit) delimited by size
               into coin-report-line
             end-string
           end-if
           move "COINREPORT31" to io-dataset
           perform count-io-write
           write coin-report-line

           move spaces to coin-report-line
           if fewest-total = 0
             move "fewest coins: no combination makes the target"
               to coin-report-line
             move "COINREPORT31" to io-dataset
             perform count-io-write
             write coin-report-line
           else
             move fewest-total to used-edit
             string "fewest coins: " delimited by size
                    function trim (used-edit) delimited by size
               into coin-report-line
             end-string
             move "COINREPORT31" to io-dataset
             perform count-io-write
             write coin-report-line
             move "   COIN  COUNT" to coin-report-line
             move "COINREPORT31" to io-dataset
             perform count-io-write
             write coin-report-line
             perform write-one-coin-line
                     varying coin-index from coin-count by -1
                     until coin-index < 1
           end-if

           move report-footer-line to coin-report-line
           move "COINREPORT31" to io-dataset
           perform count-io-write
           write coin-report-line
           close coin-report-file.

       write-one-coin-line.
           if coin-used (coin-index) > 0
             move spaces to coin-report-line
             move coin-value (coin-index) to coin-edit
             move coin-edit to coin-report-line (3:5)
             move coin-used (coin-index) to used-edit
             move used-edit to coin-report-line (10:5)
             move "COINREPORT31" to io-dataset
             perform count-io-write
             write coin-report-line
           end-if.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy answer-key-procedure.
           copy report-header-procedure.
           copy data-version-procedure.

       end program euler-problem-031.
