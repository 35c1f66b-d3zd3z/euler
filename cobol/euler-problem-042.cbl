      * Problem 42
      *
      * 15 October 2026
      *
      * The nth term of the sequence of triangle numbers is given by,
      * tn = n(n+1)/2; so the first ten triangle numbers are:
      *
      * 1, 3, 6, 10, 15, 21, 28, 36, 45, 55, ...
      *
      * By converting each letter in a word to a number corresponding
      * to its alphabetical position and adding these values we form
      * a word value. For example, the word value for SKY is
      * 19 + 11 + 25 = 55 = t10. If the word value is a triangle
      * number then we shall call the word a triangle word.
      *
      * Using words.txt (right click and 'Save Link/Target As...'), a
      * 16K text file containing nearly two-thousand common English
      * words, how many are triangle words?
      *
      * 162
      *
      * The word list comes in exactly the shape euler-problem-022's
      * names extract does - one long quoted, comma-separated line -
      * and is read and edited exactly as that program reads and
      * edits its extract: WORDS-FILE (control-param-4, default
      * ../haskell/words.txt) is opened through a dynamic path with
      * its file status checked, read one character at a time, and
      * bounded by MAX-WORD-LENGTH (control-param-3, capped at the
      * field's 20); a word carrying anything outside A-Z and an
      * exact duplicate are exceptions, written to WORDEXCEPTIONS
      * and never scored, and more than EXCEPTION-MAX
      * (control-param-6, default 25) of them refuses the whole
      * list.  The words go through a SORT so duplicates come back
      * adjacent.  The letter values honor LETTERWEIGHTS, the same
      * optional "letter weight" / "TABLE name" dataset 022 reads;
      * a non-default table is named in the report, the ledger row
      * and the answer-key signature.
      *
      * Every triangle word is listed on TRIANGLEWORDS with its
      * value and its triangle index n, paged through the shared
      * report pagination; the count posts to RESULTLEDGER against
      * the ANSWERKEY entry for the list's signature.
       identification division.
       program-id. euler-problem-042.

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
           select triangle-report-file assign to "TRIANGLEWORDS"
               organization line sequential
               file status triangle-report-status.
           select word-exceptions-file assign to "WORDEXCEPTIONS"
               organization line sequential
               file status word-exceptions-status.
           select sort-work-file assign to "SORTWORK".
           select letter-weights-file assign to "LETTERWEIGHTS"
               organization line sequential
               file status letter-weights-status.
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
       fd  triangle-report-file
           label records are omitted.
       01 triangle-report-line     pic x(80).
       fd  word-exceptions-file
           label records are omitted.
       01 word-exceptions-line     pic x(80).
       fd  letter-weights-file
           label records are omitted.
       01 letter-weights-line      pic x(40).
           copy message-log-fd.
       sd  sort-work-file.
       01 sort-work-record.
         02 sort-word              pic x(20).
         02 sort-word-value        pic 9(5).

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
       01 triangle-report-status pic xx.

      * The word being assembled character by character from the
      * list, before it is RELEASEd to the sort.
       01 current-word-entry.
         02 current-word      pic x(20).
         02 current-word-value pic 9(5).
       01 word-position       pic 9(3) comp-5.
       01 sub-pos             pic 9(3) comp-5.
       01 temp-char           pic x.
       01 words-released      pic 9(7) comp-5 value 0.
       01 words-scored        pic 9(7) comp-5 value 0.
       01 triangle-count      pic 9(7) comp-5 value 0.
       01 previous-word       pic x(20).

      * The triangle test: v is triangular when 8v + 1 is a perfect
      * square, and then n = (root - 1) / 2.
       01 triangle-test       pic 9(9) comp-5.
       01 triangle-root       pic 9(9) comp-5.
       01 triangle-index      pic 9(5) comp-5.
       01 value-edit          pic z(4)9.
       01 index-edit          pic z(4)9.

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

      * The letter-weight table in force: alphabetical A=1..Z=26
      * unless LETTERWEIGHTS overrides it, as in euler-problem-022.
       01 letter-weights-status pic xx.
       01 letter-weight-table.
         02 letter-weight      pic 9(3) comp-5 occurs 26 times.
       01 weights-name         pic x(20) value "ALPHABETICAL".
       01 weights-loaded-switch pic x value 'N'.
         88 weights-were-loaded value 'Y'.
       01 weights-read-switch  pic x value 'N'.
         88 weights-at-end      value 'Y'.
       01 weight-record-fields.
         02 weight-tag         pic x(20).
         02 weight-value-text  pic x(20).
       01 weight-letter-index  pic 99 comp-5.
       01 weight-value         pic 9(9) comp-5.
       01 weight-record-ok     pic x.
       01 weight-sig-work      pic x(40).

       procedure division.

       main-entry.
           move "euler-problem-042" to rh-program-id
           move "euler-problem-042" to ml-program
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move max-word-length to control-param-3
           move words-file-path to control-param-4
           move exception-max to control-param-6
           perform read-control-card
           if control-param-6 is not numeric
             move exception-max to control-param-6
           end-if
           move "euler-problem-042" to kp-program-id
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
             string "euler-problem-042: capping max-word-length "
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
           if control-param-4 is not equal to spaces
             move control-param-4 to words-file-path
           end-if

           perform load-letter-weights

           move "euler-problem-042" to rr-program-id
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
           perform begin-triangle-report

           sort sort-work-file on ascending key sort-word
             input procedure is load-words-for-sort
             output procedure is score-sorted-words

           perform end-word-exceptions-report
           perform end-triangle-report

           if run-was-refused
             display "euler-problem-042: " exception-count
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

           display triangle-count

           move words-scored to words-edit
           move exception-count to exception-edit
           move spaces to rr-parameters
           if weights-were-loaded
             string "words=" delimited by size
                    function trim (words-edit) delimited by size
                    " exceptions=" delimited by size
                    function trim (exception-edit) delimited by size
                    " w=" delimited by size
                    weights-name (1:6) delimited by size
               into rr-parameters
             end-string
           else
             string "words=" delimited by size
                    words-edit delimited by size
                    " exceptions=" delimited by size
                    exception-edit delimited by size
               into rr-parameters
             end-string
           end-if
           move triangle-count to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
      * The shipped key carries the documented 162 for the standard
      * words.txt; the signature is the list scored.
           move "euler-problem-042" to ak-program-id
           move spaces to ak-signature
           string "file=" delimited by size
                  function trim (words-file-path) delimited by size
             into ak-signature
           end-string
           perform append-weights-signature
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
           move spaces to current-word
           move zero to current-word-value.

       word-add.
           if word-position < max-word-length
             add 1 to word-position
             move word-character to current-word (word-position:1)
           else
             if not word-too-long-warned
               move 'Y' to word-too-long-switch
               display "euler-problem-042: a word longer than "
                       max-word-length
                       " characters was found, extra characters "
                       "discarded"
             end-if
           end-if.

       word-ending.
           perform compute-word-value
           perform release-current-word
           if not finishing-last-word
             perform word-start
           end-if.

       compute-word-value.
           move zero to current-word-value
           perform varying sub-pos from 1 by 1
             until sub-pos > word-field-width
             move current-word (sub-pos:1) to temp-char
             evaluate temp-char
               when 'A' thru 'Z'
                 compute weight-letter-index =
                   function ord (temp-char) -
                   function ord ('A') + 1
                 end-compute
                 add letter-weight (weight-letter-index)
                   to current-word-value
             end-evaluate
           end-perform.

      * LETTERWEIGHTS, read the way euler-problem-022 reads it:
      * alphabetical defaults, then any "letter weight" overrides
      * and an optional "TABLE name"; no file is the alphabetical
      * scoring.
       load-letter-weights.
           perform varying weight-letter-index from 1 by 1
                   until weight-letter-index > 26
             move weight-letter-index
               to letter-weight (weight-letter-index)
           end-perform
           move "00" to letter-weights-status
           open input letter-weights-file
           if letter-weights-status is not equal to "00"
             exit paragraph
           end-if
           move 'Y' to weights-loaded-switch
           move "LETTERWEIGHTS" to weights-name
           move 'N' to weights-read-switch
           perform read-one-weight-record until weights-at-end
           close letter-weights-file
           display "euler-problem-042: scoring with letter weights "
                   "from table " function trim (weights-name).

       read-one-weight-record.
           move "LETTERWEIGHTS" to io-dataset
           perform count-io-read
           read letter-weights-file
             at end
               move 'Y' to weights-read-switch
             not at end
               perform apply-one-weight-record
           end-read.

       apply-one-weight-record.
           if letter-weights-line = spaces
             exit paragraph
           end-if
           move spaces to weight-tag
           move spaces to weight-value-text
           unstring letter-weights-line delimited by all " "
             into weight-tag weight-value-text
           end-unstring
           if weight-tag = "TABLE"
             move weight-value-text to weights-name
             exit paragraph
           end-if
           move 'Y' to weight-record-ok
           if weight-tag (1:1) < 'A' or weight-tag (1:1) > 'Z'
             or weight-tag (2:19) is not equal to spaces
             or weight-value-text = spaces
             move 'N' to weight-record-ok
           end-if
           perform varying sub-pos from 1 by 1 until sub-pos > 20
             evaluate weight-value-text (sub-pos:1)
               when '0' thru '9'
               when space
                 continue
               when other
                 move 'N' to weight-record-ok
             end-evaluate
           end-perform
           if weight-record-ok = 'N'
             display "euler-problem-042: ignoring LETTERWEIGHTS "
                     "record: " function trim (letter-weights-line)
             exit paragraph
           end-if
           compute weight-letter-index =
               function ord (weight-tag (1:1)) -
               function ord ('A') + 1
           compute weight-value =
               function numval (weight-value-text)
           if weight-value > 999
             display "euler-problem-042: capping weight for "
                     weight-tag (1:1) " at 999"
             move 999 to weight-value
           end-if
           move weight-value
             to letter-weight (weight-letter-index).

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
           add 1 to words-released
           move current-word to sort-word
           move current-word-value to sort-word-value
           release sort-work-record.

      * SORT output procedure: the output-side half of the edit
      * pass (a word equal to the one before it is a duplicate),
      * then the triangle test on every word kept.  Past
      * exception-max the sort still drains but nothing more is
      * scored.
       score-sorted-words.
           if exception-count > exception-max
             move 'Y' to refused-switch
           end-if
           move low-value to previous-word
           perform forever
             return sort-work-file
               at end exit perform
             end-return
             perform score-one-word
           end-perform.

       score-one-word.
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
           if sort-word-value = 0
             exit paragraph
           end-if
           compute triangle-test = 8 * sort-word-value + 1
           compute triangle-root =
               function integer (function sqrt (triangle-test))
           if triangle-root * triangle-root = triangle-test
             add 1 to triangle-count
             compute triangle-index = (triangle-root - 1) / 2
             perform write-one-triangle-line
           end-if.

       begin-word-exceptions-report.
           move "00" to word-exceptions-status
           open output word-exceptions-file
           move report-header-line to word-exceptions-line
           move "WORDEXCEPTIONS" to io-dataset
           perform count-io-write
           write word-exceptions-line
           move "WORD                  EXCEPTION"
             to word-exceptions-line
           move "WORDEXCEPTIONS" to io-dataset
           perform count-io-write
           write word-exceptions-line.

       write-one-exception-line.
           move spaces to word-exceptions-line
           move exception-word to word-exceptions-line (1:20)
           move exception-reason to word-exceptions-line (23:20)
           move "WORDEXCEPTIONS" to io-dataset
           perform count-io-write
           write word-exceptions-line.

       end-word-exceptions-report.
           move spaces to word-exceptions-line
           move exception-count to exception-edit
           string "exceptions found: " delimited by size
                  exception-edit delimited by size
             into word-exceptions-line
           end-string
           move "WORDEXCEPTIONS" to io-dataset
           perform count-io-write
           write word-exceptions-line
           move spaces to word-exceptions-line
           move invalid-word-count to exception-edit
           string "  bad characters:  " delimited by size
                  exception-edit delimited by size
             into word-exceptions-line
           end-string
           move "WORDEXCEPTIONS" to io-dataset
           perform count-io-write
           write word-exceptions-line
           move spaces to word-exceptions-line
           move duplicate-count to exception-edit
           string "  duplicates:      " delimited by size
                  exception-edit delimited by size
             into word-exceptions-line
           end-string
           move "WORDEXCEPTIONS" to io-dataset
           perform count-io-write
           write word-exceptions-line
           move report-footer-line to word-exceptions-line
           move "WORDEXCEPTIONS" to io-dataset
           perform count-io-write
           write word-exceptions-line
           close word-exceptions-file.

      * The triangle words as the scoring pass finds them, in word
      * order, with the weighting in force named at the top.
       begin-triangle-report.
           move "00" to triangle-report-status
           open output triangle-report-file
           move spaces to rh-column-heading
           move "WORD                  VALUE  INDEX"
             to rh-column-heading
           perform start-report-page-control
           move spaces to triangle-report-line
           string "letter weights: " delimited by size
                  function trim (weights-name) delimited by size
             into triangle-report-line
           end-string
           move "TRIANGLEWORDS" to io-dataset
           perform count-io-write
           write triangle-report-line.

       write-one-triangle-line.
           perform count-report-line
           if rh-page-break-needed
             move rh-page-title-line to triangle-report-line
             move "TRIANGLEWORDS" to io-dataset
             perform count-io-write
             write triangle-report-line
             move rh-column-heading to triangle-report-line
             move "TRIANGLEWORDS" to io-dataset
             perform count-io-write
             write triangle-report-line
           end-if
           move spaces to triangle-report-line
           move sort-word to triangle-report-line (1:20)
           move sort-word-value to value-edit
           move value-edit to triangle-report-line (22:5)
           move triangle-index to index-edit
           move index-edit to triangle-report-line (29:5)
           move "TRIANGLEWORDS" to io-dataset
           perform count-io-write
           write triangle-report-line.

       end-triangle-report.
           move spaces to triangle-report-line
           move words-scored to words-edit
           string "words scored:   " delimited by size
                  words-edit delimited by size
             into triangle-report-line
           end-string
           move "TRIANGLEWORDS" to io-dataset
           perform count-io-write
           write triangle-report-line
           move spaces to triangle-report-line
           move triangle-count to words-edit
           string "triangle words: " delimited by size
                  words-edit delimited by size
             into triangle-report-line
           end-string
           move "TRIANGLEWORDS" to io-dataset
           perform count-io-write
           write triangle-report-line
           if run-was-refused
             move "list refused on exceptions - counts are partial"
               to triangle-report-line
             move "TRIANGLEWORDS" to io-dataset
             perform count-io-write
             write triangle-report-line
           end-if
           move report-footer-line to triangle-report-line
           move "TRIANGLEWORDS" to io-dataset
           perform count-io-write
           write triangle-report-line
           close triangle-report-file.

      * A non-default weight table changes every value, so it joins
      * the answer-key signature, as in euler-problem-022.
       append-weights-signature.
           if weights-were-loaded
             move ak-signature to weight-sig-work
             move spaces to ak-signature
             string function trim (weight-sig-work)
                      delimited by size
                    " w=" delimited by size
                    function trim (weights-name) delimited by size
               into ak-signature
             end-string
           end-if.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy answer-key-procedure.
           copy report-header-procedure.
           copy message-log-procedure.

       end program euler-problem-042.
