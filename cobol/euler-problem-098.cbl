      * Problem 98
      *
      * 15 October 2026
      *
      * By replacing each of the letters in the word CARE with 1, 2,
      * 9, and 6 respectively, we form a square number: 1296 = 36^2.
      * What is remarkable is that, by using the same digital
      * substitutions, the anagram, RACE, also forms a square number:
      * 9216 = 96^2. We shall call CARE (and RACE) a square anagram
      * word pair and specify further that leading zeroes are not
      * permitted, neither may a different letter have the same
      * digital value as another letter.
      *
      * Using words.txt (right click and 'Save Link/Target As...'), a
      * 16K text file containing nearly two-thousand common English
      * words, find all the square anagram word pairs (a palindromic
      * word is NOT considered to be an anagram of itself).
      *
      * What is the largest square number formed by any member of
      * such a pair?
      *
      * NOTE: All anagrams formed must be contained in the given text
      * file.
      *
      * 18769
      *
      * The word list is euler-problem-042's and is read and edited
      * exactly as that program reads and edits it (and 042 as
      * euler-problem-022 does): WORDS-FILE (control-param-4, default
      * ../haskell/words.txt) is opened through a dynamic path with
      * its file status checked, read one character at a time, and
      * bounded by MAX-WORD-LENGTH (control-param-3, capped at the
      * field's 20); a word carrying anything outside A-Z and an
      * exact duplicate are exceptions, written to ANAGRAMEXCEPTIONS
      * and never grouped, and more than EXCEPTION-MAX
      * (control-param-6, default 25) of them refuses the whole
      * list.
      *
      * Each word is RELEASEd to the SORT with its signature - its
      * letters in alphabetical order, so BOARD and BROAD are both
      * ABDOR - and comes back in signature order, anagrams
      * together and duplicates adjacent.  Every signature held by
      * two or more words is an anagram group, and each group is
      * tried against every square with as many digits as the words
      * have letters: a square that maps onto one word letter for
      * digit, one digit to a letter, gives the substitution, the
      * other words are rewritten through it, and a rewritten word
      * that has no leading zero and is itself a square makes a
      * square anagram pair.  A pair is worth the larger of its two
      * squares.  A word of more than ten different letters cannot
      * take a substitution at all, and one longer than
      * SQUARE-DIGITS (control-param-1, default 12, at most 14)
      * letters is not tried - 14 digits is ten million squares.
      *
      * ANAGRAMSQUARES lists every anagram group, in signature
      * order, with each group's best pair and its two squares or
      * why the group has none, paged through the shared report
      * pagination; the foot names the winning pair, its squares
      * and the letter-to-digit mapping behind them.  The largest
      * square posts to RESULTLEDGER against the ANSWERKEY entry for
      * the list.
       identification division.
       program-id. euler-problem-098.

       environment division.
       configuration section.
       repository.
           function trim intrinsic.
       input-output section.
       file-control.
           select control-file assign to "CONTROLCARD"
               organization line sequential
               file status control-status.
           select param-library-file assign to "PARAMLIB"
               organization line sequential
               file status param-status.
           select words-file
             assign to dynamic words-file-path
             organization record binary sequential
             file status words-file-status.
           copy run-result-select.
           select answer-key-file assign to "ANSWERKEY"
               organization line sequential
               file status answer-key-status.
           select square-report-file assign to "ANAGRAMSQUARES"
               organization line sequential
               file status square-report-status.
           select word-exceptions-file assign to "ANAGRAMEXCEPTIONS"
               organization line sequential
               file status word-exceptions-status.
           select sort-work-file assign to "SORTWORK".
           copy message-log-select.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
       fd words-file
           block contains 8192 characters
           record contains 1 characters.
       01 word-character pic x.
           copy run-result-fd.
           copy answer-key-fd.
       fd  square-report-file
           label records are omitted.
       01 square-report-line       pic x(80).
       fd  word-exceptions-file
           label records are omitted.
       01 word-exceptions-line     pic x(80).
           copy message-log-fd.
       sd  sort-work-file.
       01 sort-work-record.
         02 sort-signature         pic x(20).
         02 sort-word              pic x(20).
         02 sort-word-length       pic 99.

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy answer-key.
           copy report-header.
           copy message-log.

       01 words-file-path    pic x(60) value
           "../haskell/words.txt".
       01 words-file-status  pic xx.
       01 word-field-width constant as 20.
       01 max-word-length    pic 9(2) comp-5 value 20.
       01 word-too-long-switch pic x value 'N'.
         88 word-too-long-warned value 'Y'.
       01 last-word-switch    pic x value 'N'.
         88 finishing-last-word value 'Y'.
       01 square-report-status pic xx.

      * The word being assembled character by character from the
      * list, before it is RELEASEd to the sort.
       01 current-word        pic x(20).
       01 word-position       pic 9(3) comp-5.
       01 temp-char           pic x.
       01 words-released      pic 9(7) comp-5 value 0.
       01 words-scored        pic 9(7) comp-5 value 0.
       01 previous-word       pic x(20).

      * The signature: the word's letters sorted into alphabetical
      * order by a straight insertion, short as words are.
       01 signature-work      pic x(20).
       01 signature-length    pic 99 comp-5.
       01 sort-pos            pic 99 comp-5.
       01 insert-pos          pic 99 comp-5.
       01 insert-char         pic x.
       01 shift-switch        pic x.
         88 shift-needed        value 'Y'.

      * SQUARE-DIGITS: the longest word tried against the squares.
       01 square-digits-limit constant as 14.
       01 square-digits      pic 99 comp-5 value 12.

      * The anagram group being gathered from the sort output.
      * Past group-max words the rest of a group are counted but
      * not tried.
       01 group-max constant as 20.
       01 anagram-group.
         02 group-signature    pic x(20).
         02 group-size         pic 99 comp-5.
         02 group-dropped      pic 99 comp-5.
         02 group-length       pic 99 comp-5.
         02 group-letters      pic 99 comp-5.
         02 group-word         pic x(20) occurs 20 times.
         02 group-square       pic 9(18) comp-5 occurs 20 times.
       01 group-index         pic 99 comp-5.
       01 other-index         pic 99 comp-5.
       01 group-count         pic 9(7) comp-5 value 0.
       01 square-group-count  pic 9(7) comp-5 value 0.
       01 group-number-edit   pic z(4)9.
       01 group-note          pic x(40).

      * The best pair in the group being tried.
       01 group-best.
         02 group-best-value   pic 9(18) comp-5.
         02 group-best-first   pic 99 comp-5.
         02 group-best-second  pic 99 comp-5.
         02 group-best-square-1 pic 9(18) comp-5.
         02 group-best-square-2 pic 9(18) comp-5.

      * The best pair over the whole list, with its substitution.
       01 list-best.
         02 list-best-value    pic 9(18) comp-5 value 0.
         02 list-best-word-1   pic x(20) value spaces.
         02 list-best-word-2   pic x(20) value spaces.
         02 list-best-square-1 pic 9(18) comp-5 value 0.
         02 list-best-square-2 pic 9(18) comp-5 value 0.
         02 list-best-mapping  pic x(60) value spaces.

      * One square of the group's length, as digits, and the letter
      * to digit substitution it makes with one of the group's words:
      * letter-digit (n) is the digit for the nth letter of the
      * alphabet, digit-letter (d + 1) the letter for digit d; a
      * space is unassigned.
       01 square-root         pic 9(9) comp-5.
       01 first-root          pic 9(9) comp-5.
       01 last-root           pic 9(9) comp-5.
       01 square-value        pic 9(18) comp-5.
       01 square-low          pic 9(18) comp-5.
       01 square-high         pic 9(18) comp-5.
       01 square-display      pic 9(18).
       01 square-digits-text redefines square-display pic x(18).
       01 square-text         pic x(18).
       01 letter-digit-map.
         02 letter-digit       pic x occurs 26 times.
       01 digit-letter-map.
         02 digit-letter       pic x occurs 10 times.
       01 letter-index        pic 99 comp-5.
       01 digit-index         pic 99 comp-5.
       01 substitution-switch pic x.
         88 substitution-holds  value 'Y'.
       01 partner-text        pic x(18).
       01 partner-display     pic 9(18).
       01 partner-value       pic 9(18) comp-5.
       01 partner-root        pic 9(9) comp-5.
       01 partner-switch      pic x.
         88 partner-is-square   value 'Y'.
       01 pair-value          pic 9(18) comp-5.
       01 mapping-pos         pic 99 comp-5.
       01 mapping-pointer     pic 99 comp-5.
       01 mapping-seen        pic x(26).
       01 squares-tried       pic 9(11) comp-5 value 0.
       01 square-edit         pic z(13)9.
       01 count-edit          pic z(10)9.

      * Working storage for the edit pass.
       01 word-exceptions-status pic xx.
       01 exception-max        pic 9(9) value 25.
       01 exception-count      pic 9(6) comp-5 value 0.
       01 invalid-word-count   pic 9(6) comp-5 value 0.
       01 duplicate-count      pic 9(6) comp-5 value 0.
       01 exception-word       pic x(20).
       01 exception-reason     pic x(20).
       01 exception-edit       pic z(5)9.
       01 words-edit           pic z(6)9.
       01 edit-char-pos        pic 99 comp-5.
       01 word-has-bad-char    pic x.
       01 refused-switch       pic x value 'N'.
         88 run-was-refused     value 'Y'.

       procedure division.

       main-entry.
           move "euler-problem-098" to rh-program-id
           move "euler-problem-098" to ml-program
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move square-digits to control-param-1
           move max-word-length to control-param-3
           move words-file-path to control-param-4
           move exception-max to control-param-6
           perform read-control-card
           if control-param-6 is not numeric
             move exception-max to control-param-6
           end-if
           move "euler-problem-098" to kp-program-id
           move "SQUARE-DIGITS" to kp-keyword (1)
           move "MAX-WORD-LENGTH" to kp-keyword (3)
           move "WORDS-FILE" to kp-keyword (4)
           move "EXCEPTION-MAX" to kp-keyword (6)
           perform read-parameter-library
           move control-param-6 to exception-max

      * Capped while still wide, before the narrowing move, for the
      * reason euler-problem-022 gives.
           if control-param-3 > word-field-width
             move word-field-width to exception-edit
             move "WARN" to ml-severity
             move spaces to ml-text
             string "euler-problem-098: capping max-word-length "
                      delimited by size
                    "at " delimited by size
                    function trim (exception-edit)
                      delimited by size
               into ml-text
             end-string
             perform write-log-message
             move word-field-width to control-param-3
           end-if
           if control-param-3 = 0
             move word-field-width to control-param-3
           end-if
           move control-param-3 to max-word-length
           if control-param-1 > square-digits-limit
             move square-digits-limit to exception-edit
             move "WARN" to ml-severity
             move spaces to ml-text
             string "euler-problem-098: capping square-digits "
                      delimited by size
                    "at " delimited by size
                    function trim (exception-edit)
                      delimited by size
               into ml-text
             end-string
             perform write-log-message
             move square-digits-limit to control-param-1
           end-if
           if control-param-1 = 0
             move square-digits-limit to control-param-1
           end-if
           move control-param-1 to square-digits
           if control-param-4 is not equal to spaces
             move control-param-4 to words-file-path
           end-if

           move "euler-problem-098" to rr-program-id
           move spaces to rr-parameters

           move "00" to words-file-status
           open input words-file
           if words-file-status is not equal to "00"
             display "words-file open failed, file status "
                     words-file-status ", path was "
                     function trim (words-file-path)
             move spaces to rr-actual-result
             move spaces to rr-expected-result
             move space to rr-pass-flag
             move 16 to return-code
             perform format-report-footer
             display report-footer-line
             perform stop-run-timer
             perform write-run-result
             goback
           end-if

           perform begin-word-exceptions-report
           perform begin-square-report

           sort sort-work-file
             on ascending key sort-signature sort-word
             input procedure is load-words-for-sort
             output procedure is group-sorted-words

           perform end-word-exceptions-report
           perform end-square-report

           if run-was-refused
             display "euler-problem-098: " exception-count
                     " exceptions exceed the limit of "
                     exception-max ", refusing this list"
             move exception-count to exception-edit
             move spaces to rr-parameters
             string "refused, exceptions=" delimited by size
                    exception-edit delimited by size
               into rr-parameters
             end-string
             move spaces to rr-actual-result
             move spaces to rr-expected-result
             move space to rr-pass-flag
             move 16 to return-code
             perform format-report-footer
             display report-footer-line
             perform stop-run-timer
             perform write-run-result
             goback
           end-if

           move list-best-value to square-edit
           display function trim (square-edit)

           move words-scored to words-edit
           move group-count to exception-edit
           move spaces to rr-parameters
           string "words=" delimited by size
                  function trim (words-edit) delimited by size
                  " groups=" delimited by size
                  function trim (exception-edit) delimited by size
             into rr-parameters
           end-string
           move list-best-value to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
      * The shipped key carries the documented 18769 for the
      * standard words.txt; the signature is the list tried.
           move "euler-problem-098" to ak-program-id
           move spaces to ak-signature
           string "file=" delimited by size
                  function trim (words-file-path) delimited by size
             into ak-signature
           end-string
           perform check-answer-key

           perform format-report-footer
           display report-footer-line
           perform stop-run-timer
           perform write-run-result

           goback.

      * SORT input procedure: euler-problem-022's character-at-a-time
      * parse, each completed word validated and RELEASEd.
       load-words-for-sort.
           perform word-start
           perform forever
             move words-file-path to io-dataset
             perform count-io-read
             read words-file
               at end exit perform
             end-read
             evaluate word-character
               when '"'
                 continue
               when ','
                 perform word-ending
               when other
                 perform word-add
             end-evaluate
           end-perform
           move 'Y' to last-word-switch
           perform word-ending
           close words-file.

       word-start.
           move 0 to word-position
           move spaces to current-word.

       word-add.
           if word-position < max-word-length
             add 1 to word-position
             move word-character to current-word (word-position:1)
           else
             if not word-too-long-warned
               move 'Y' to word-too-long-switch
               display "euler-problem-098: a word longer than "
                       max-word-length
                       " characters was found, extra characters "
                       "discarded"
             end-if
           end-if.

       word-ending.
           perform release-current-word
           if not finishing-last-word
             perform word-start
           end-if.

      * The input-side half of the edit pass: a word with anything
      * outside A-Z never reaches the sort.
       release-current-word.
           if current-word = spaces
             exit paragraph
           end-if
           move 'N' to word-has-bad-char
           perform varying edit-char-pos from 1 by 1
                   until edit-char-pos > word-field-width
             move current-word (edit-char-pos:1) to temp-char
             evaluate temp-char
               when 'A' thru 'Z'
               when space
                 continue
               when other
                 move 'Y' to word-has-bad-char
             end-evaluate
           end-perform
           if word-has-bad-char = 'Y'
             add 1 to invalid-word-count
             add 1 to exception-count
             move current-word to exception-word
             move "BAD CHARACTER" to exception-reason
             perform write-one-exception-line
             exit paragraph
           end-if
           perform make-word-signature
           add 1 to words-released
           move signature-work to sort-signature
           move current-word to sort-word
           move signature-length to sort-word-length
           release sort-work-record.

      * The letters of current-word in alphabetical order.
       make-word-signature.
           move spaces to signature-work
           move 0 to signature-length
           perform varying sort-pos from 1 by 1
                   until sort-pos > word-field-width
             if current-word (sort-pos:1) is not equal to space
               move current-word (sort-pos:1) to insert-char
               move signature-length to insert-pos
               move 'Y' to shift-switch
               perform shift-signature-letter
                 until not shift-needed
               move insert-char to signature-work (insert-pos + 1:1)
               add 1 to signature-length
             end-if
           end-perform.

       shift-signature-letter.
           if insert-pos = 0
             move 'N' to shift-switch
             exit paragraph
           end-if
           if signature-work (insert-pos:1) <= insert-char
             move 'N' to shift-switch
             exit paragraph
           end-if
           move signature-work (insert-pos:1)
             to signature-work (insert-pos + 1:1)
           subtract 1 from insert-pos.

      * SORT output procedure: the output-side half of the edit
      * pass (a word equal to the one before it is a duplicate),
      * then the words gathered into their anagram groups.  Past
      * exception-max the sort still drains but nothing more is
      * tried.
       group-sorted-words.
           if exception-count > exception-max
             move 'Y' to refused-switch
           end-if
           move low-value to previous-word
           move low-value to group-signature
           move 0 to group-size
           move 0 to group-dropped
           perform forever
             return sort-work-file
               at end exit perform
             end-return
             perform take-one-sorted-word
           end-perform
           perform finish-anagram-group.

       take-one-sorted-word.
           if sort-word = previous-word
             add 1 to duplicate-count
             add 1 to exception-count
             move sort-word to exception-word
             move "DUPLICATE" to exception-reason
             perform write-one-exception-line
             if exception-count > exception-max
               move 'Y' to refused-switch
             end-if
             exit paragraph
           end-if
           move sort-word to previous-word
           if run-was-refused
             exit paragraph
           end-if
           add 1 to words-scored
           if sort-signature is not equal to group-signature
             perform finish-anagram-group
             move sort-signature to group-signature
             move sort-word-length to group-length
             move 0 to group-size
             move 0 to group-dropped
           end-if
           if group-size < group-max
             add 1 to group-size
             move sort-word to group-word (group-size)
             move 0 to group-square (group-size)
           else
             add 1 to group-dropped
           end-if.

      * A signature held by a single word is no anagram group.
       finish-anagram-group.
           if group-size + group-dropped < 2 or run-was-refused
             exit paragraph
           end-if
           add 1 to group-count
           move 0 to group-best-value
           move 0 to group-best-first
           move 0 to group-best-second
           perform count-group-letters
           evaluate true
             when group-letters > 10
               move "not tried - more than ten letters"
                 to group-note
             when group-length > square-digits
               move group-length to group-number-edit
               move spaces to group-note
               string "not tried - " delimited by size
                      function trim (group-number-edit)
                        delimited by size
                      " letters" delimited by size
                 into group-note
               end-string
             when other
               perform try-group-squares
               if group-best-value > 0
                 add 1 to square-group-count
                 move group-best-square-1
                   to group-square (group-best-first)
                 move group-best-square-2
                   to group-square (group-best-second)
                 move spaces to group-note
               else
                 move "no square pair" to group-note
               end-if
           end-evaluate
           if group-dropped > 0
             move group-dropped to group-number-edit
             move spaces to group-note
             string "more than 20 words - " delimited by size
                    function trim (group-number-edit)
                      delimited by size
                    " not listed" delimited by size
               into group-note
             end-string
           end-if
           perform write-anagram-group.

      * Different letters in the signature: a change from the letter
      * before it is a new one.
       count-group-letters.
           move 0 to group-letters
           perform varying sort-pos from 1 by 1
                   until sort-pos > group-length
             if sort-pos = 1
               or group-signature (sort-pos:1) is not equal to
                  group-signature (sort-pos - 1:1)
               add 1 to group-letters
             end-if
           end-perform.

      * Every square with group-length digits, against every word of
      * the group in turn.
       try-group-squares.
           compute square-low = 10 ** (group-length - 1)
           compute square-high = 10 ** group-length - 1
           compute first-root = function integer
               (function sqrt (square-low))
           if first-root * first-root < square-low
             add 1 to first-root
           end-if
           compute last-root = function integer
               (function sqrt (square-high))
           if last-root * last-root > square-high
             subtract 1 from last-root
           end-if
           perform varying square-root from first-root by 1
                   until square-root > last-root
             compute square-value = square-root * square-root
             add 1 to squares-tried
             move square-value to square-display
             move spaces to square-text
             move square-digits-text (19 - group-length:group-length)
               to square-text
             perform varying group-index from 1 by 1
                     until group-index > group-size
               perform try-square-on-word
             end-perform
           end-perform.

      * The square spelled out over group-word (group-index): a
      * letter always gets the same digit and a digit always the
      * same letter, or the square makes no substitution here.
       try-square-on-word.
           move spaces to letter-digit-map
           move spaces to digit-letter-map
           move 'Y' to substitution-switch
           perform varying sort-pos from 1 by 1
                   until sort-pos > group-length
                      or not substitution-holds
             compute letter-index =
                 function ord (group-word (group-index) (sort-pos:1))
                 - function ord ('A') + 1
             end-compute
             compute digit-index =
                 function ord (square-text (sort-pos:1))
                 - function ord ('0') + 1
             end-compute
             evaluate true
               when letter-digit (letter-index) = space
                 and digit-letter (digit-index) = space
                 move square-text (sort-pos:1)
                   to letter-digit (letter-index)
                 move group-word (group-index) (sort-pos:1)
                   to digit-letter (digit-index)
               when letter-digit (letter-index)
                   = square-text (sort-pos:1)
                 continue
               when other
                 move 'N' to substitution-switch
             end-evaluate
           end-perform
           if not substitution-holds
             exit paragraph
           end-if
           perform varying other-index from 1 by 1
                   until other-index > group-size
             if other-index is not equal to group-index
               perform try-partner-word
             end-if
           end-perform.

      * The other word through the same substitution: no leading
      * zero, and a square.
       try-partner-word.
           move spaces to partner-text
           perform varying sort-pos from 1 by 1
                   until sort-pos > group-length
             compute letter-index =
                 function ord (group-word (other-index) (sort-pos:1))
                 - function ord ('A') + 1
             end-compute
             move letter-digit (letter-index)
               to partner-text (sort-pos:1)
           end-perform
           if partner-text (1:1) = '0'
             exit paragraph
           end-if
           move zero to partner-display
           move partner-text (1:group-length)
             to partner-display (19 - group-length:group-length)
           move partner-display to partner-value
           compute partner-root = function integer
               (function sqrt (partner-value))
           move 'N' to partner-switch
           if partner-root * partner-root = partner-value
             move 'Y' to partner-switch
           end-if
           add 1 to partner-root
           if partner-root * partner-root = partner-value
             move 'Y' to partner-switch
           end-if
           if not partner-is-square
             exit paragraph
           end-if

           move square-value to pair-value
           if partner-value > pair-value
             move partner-value to pair-value
           end-if
           if pair-value > group-best-value
             move pair-value to group-best-value
             move group-index to group-best-first
             move other-index to group-best-second
             move square-value to group-best-square-1
             move partner-value to group-best-square-2
           end-if
           if pair-value > list-best-value
             move pair-value to list-best-value
             move group-word (group-index) to list-best-word-1
             move group-word (other-index) to list-best-word-2
             move square-value to list-best-square-1
             move partner-value to list-best-square-2
             perform record-best-mapping
           end-if.

      * The substitution as "B=1 O=7 A=6 ...", letters in the order
      * the first word spells them.
       record-best-mapping.
           move spaces to list-best-mapping
           move spaces to mapping-seen
           move 1 to mapping-pointer
           perform varying mapping-pos from 1 by 1
                   until mapping-pos > group-length
             compute letter-index =
                 function ord (list-best-word-1 (mapping-pos:1))
                 - function ord ('A') + 1
             end-compute
             if mapping-seen (letter-index:1) = space
               move 'Y' to mapping-seen (letter-index:1)
               string list-best-word-1 (mapping-pos:1)
                        delimited by size
                      "=" delimited by size
                      letter-digit (letter-index) delimited by size
                      " " delimited by size
                 into list-best-mapping
                 with pointer mapping-pointer
               end-string
             end-if
           end-perform.

       begin-word-exceptions-report.
           move "00" to word-exceptions-status
           open output word-exceptions-file
           move report-header-line to word-exceptions-line
           move "ANAGRAMEXCEPTIONS" to io-dataset
           perform count-io-write
           write word-exceptions-line
           move "WORD                  EXCEPTION"
             to word-exceptions-line
           move "ANAGRAMEXCEPTIONS" to io-dataset
           perform count-io-write
           write word-exceptions-line.

       write-one-exception-line.
           move spaces to word-exceptions-line
           move exception-word to word-exceptions-line (1:20)
           move exception-reason to word-exceptions-line (23:20)
           move "ANAGRAMEXCEPTIONS" to io-dataset
           perform count-io-write
           write word-exceptions-line.

       end-word-exceptions-report.
           move spaces to word-exceptions-line
           move exception-count to exception-edit
           string "exceptions found: " delimited by size
                  exception-edit delimited by size
             into word-exceptions-line
           end-string
           move "ANAGRAMEXCEPTIONS" to io-dataset
           perform count-io-write
           write word-exceptions-line
           move spaces to word-exceptions-line
           move invalid-word-count to exception-edit
           string "  bad characters:  " delimited by size
                  exception-edit delimited by size
             into word-exceptions-line
           end-string
           move "ANAGRAMEXCEPTIONS" to io-dataset
           perform count-io-write
           write word-exceptions-line
           move spaces to word-exceptions-line
           move duplicate-count to exception-edit
           string "  duplicates:      " delimited by size
                  exception-edit delimited by size
             into word-exceptions-line
           end-string
           move "ANAGRAMEXCEPTIONS" to io-dataset
           perform count-io-write
           write word-exceptions-line
           move report-footer-line to word-exceptions-line
           move "ANAGRAMEXCEPTIONS" to io-dataset
           perform count-io-write
           write word-exceptions-line
           close word-exceptions-file.

      * The anagram groups as the sort hands them over, one line to
      * a word, the group's number and its note on its first line
      * and the best pair's squares against its two words.
       begin-square-report.
           move "00" to square-report-status
           open output square-report-file
           move spaces to rh-column-heading
           move "GROUP  WORD                  SQUARE          NOTE"
             to rh-column-heading
           perform start-report-page-control
           move spaces to square-report-line
           string "words: " delimited by size
                  function trim (words-file-path) delimited by size
             into square-report-line
           end-string
           perform write-square-line.

       write-anagram-group.
           perform varying group-index from 1 by 1
                   until group-index > group-size
             perform count-report-line
             if rh-page-break-needed
               move rh-page-title-line to square-report-line
               perform write-square-line
               move rh-column-heading to square-report-line
               perform write-square-line
             end-if
             move spaces to square-report-line
             if group-index = 1
               move group-count to group-number-edit
               move group-number-edit to square-report-line (1:5)
               move group-note to square-report-line (46:35)
             end-if
             move group-word (group-index)
               to square-report-line (8:20)
             if group-square (group-index) > 0
               move group-square (group-index) to square-edit
               move square-edit to square-report-line (30:14)
             end-if
             perform write-square-line
           end-perform.

       end-square-report.
           move spaces to square-report-line
           move words-scored to words-edit
           string "words grouped:       " delimited by size
                  words-edit delimited by size
             into square-report-line
           end-string
           perform write-square-line
           move spaces to square-report-line
           move group-count to words-edit
           string "anagram groups:      " delimited by size
                  words-edit delimited by size
             into square-report-line
           end-string
           perform write-square-line
           move spaces to square-report-line
           move square-group-count to words-edit
           string "groups with a pair:  " delimited by size
                  words-edit delimited by size
             into square-report-line
           end-string
           perform write-square-line
           move spaces to square-report-line
           move squares-tried to count-edit
           string "squares tried:   " delimited by size
                  count-edit delimited by size
             into square-report-line
           end-string
           perform write-square-line
           if run-was-refused
             move "list refused on exceptions - groups are partial"
               to square-report-line
             perform write-square-line
           end-if
           perform write-largest-square
           move report-footer-line to square-report-line
           perform write-square-line
           close square-report-file.

      * The winning pair, boxed so it stands out from the groups.
       write-largest-square.
           move all "*" to square-report-line
           perform write-square-line
           if list-best-value = 0
             move "* no square anagram pair in this list"
               to square-report-line
             move "*" to square-report-line (80:1)
             perform write-square-line
             move all "*" to square-report-line
             perform write-square-line
             exit paragraph
           end-if
           move spaces to square-report-line
           move list-best-value to square-edit
           string "* largest square: " delimited by size
                  function trim (square-edit) delimited by size
             into square-report-line
           end-string
           move "*" to square-report-line (80:1)
           perform write-square-line
           move spaces to square-report-line
           move list-best-square-1 to square-edit
           string "*   " delimited by size
                  function trim (list-best-word-1) delimited by size
                  " = " delimited by size
                  function trim (square-edit) delimited by size
             into square-report-line
           end-string
           move "*" to square-report-line (80:1)
           perform write-square-line
           move spaces to square-report-line
           move list-best-square-2 to square-edit
           string "*   " delimited by size
                  function trim (list-best-word-2) delimited by size
                  " = " delimited by size
                  function trim (square-edit) delimited by size
             into square-report-line
           end-string
           move "*" to square-report-line (80:1)
           perform write-square-line
           move spaces to square-report-line
           string "* mapping: " delimited by size
                  list-best-mapping delimited by size
             into square-report-line
           end-string
           move "*" to square-report-line (80:1)
           perform write-square-line
           move all "*" to square-report-line
           perform write-square-line.

       write-square-line.
           move "ANAGRAMSQUARES" to io-dataset
           perform count-io-write
           write square-report-line.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy answer-key-procedure.
           copy report-header-procedure.
           copy message-log-procedure.

       end program euler-problem-098.
