      * Problem 59
      *
      * 15 October 2026
      *
      * The ciphertext is a file of ASCII codes, each XORed with the
      * matching letter of a key of three lower case letters repeated
      * to the length of the text.  Decrypt it, knowing the plain text
      * is ordinary English, and find the sum of the ASCII values in
      * the original text.
      *
      * The real Project Euler 059 file is not part of this
      * repository, so data/cipher-059.txt is a stand-in in the same
      * spirit as data/grid-081.txt: a short English passage about
      * Euler and the Koenigsberg bridges, padded with spaces to a
      * whole number of rows, encrypted under a three-letter key and
      * written twenty comma-separated codes to a row under the usual
      * HDR header, so euler-data-validate judges it with its CSV
      * rules.  The stand-in's plain text sums to 106163, the answer
      * the shipped ANSWERKEY carries for this file.
      *
      * COBOL has no exclusive-or verb, so XOR-TABLE is built once,
      * bit by bit, for every code against every lower case letter,
      * and decrypting a code is one table lookup.
      *
      * Every key is scored on letter frequency: each character a
      * key letter decrypts is worth its English frequency weight -
      * a space most, E next, and so on down to Z, anything that
      * will not print costing heavily - and since a key letter only
      * touches every KEY-LENGTH'th code, a key's frequency score is
      * the sum of the scores of its letters taken column by column.
      * So the column scores are worked out once, 26 per key
      * position, and every key of three letters or fewer is scored
      * from them with no decrypting at all; for a longer key each
      * position keeps its best three letters and every combination
      * of those is scored, which is as far as trying every key can
      * sensibly go.  The best twenty keys on frequency are then
      * decrypted in full and scored again on common words - the,
      * and, of and the like - which is what separates an English
      * text from a merely English-looking jumble.  CIPHERKEYS59
      * reports the TOP-N keys with both scores, then the text the
      * best one recovers; its ASCII sum goes on the ledger.
      *
      * KEY-LENGTH (control-param-1, default 3, 1 to 10), TOP-N
      * (control-param-2, default 5, at most 20) and CIPHER-FILE
      * (control-param-4, default data/cipher-059.txt, resolved
      * through DATAVERSIONS) are the parameters, so a delivery
      * under a different key length runs through the same job.
       identification division.
       program-id. euler-problem-059.

       environment division.
       input-output section.
       file-control.
           select control-file assign to "CONTROLCARD"
               organization line sequential
               file status control-status.
           select param-library-file assign to "PARAMLIB"
               organization line sequential
               file status param-status.
           select cipher-file
               assign to dynamic cipher-file-path
               organization line sequential
               file status cipher-status.
           copy run-result-select.
           select answer-key-file assign to "ANSWERKEY"
               organization line sequential
               file status answer-key-status.
           select key-report-file assign to "CIPHERKEYS59"
               organization line sequential
               file status key-report-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
       fd  cipher-file
           label records are omitted.
       01 cipher-line               pic x(300).
           copy run-result-fd.
           copy answer-key-fd.
       fd  key-report-file
           label records are omitted.
       01 key-report-line           pic x(80).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy answer-key.
           copy report-header.
           copy data-version.
       01 cipher-file-path  pic x(60) value "data/cipher-059.txt".
       01 cipher-status             pic xx.
       01 key-report-status         pic xx.
       01 cipher-read-switch        pic x value 'N'.
         88 cipher-file-at-end       value 'Y'.
       01 key-length                pic 9(9) value 3.
       01 key-length-max constant as 10.
       01 top-count                 pic 9(9) value 5.

      * The ciphertext, one code per entry.
       01 cipher-max constant as 4000.
       01 cipher-table.
         02 cipher-code occurs 4000 times pic 999 comp-5.
       01 cipher-count              pic 9(5) comp-5 value 0.
       01 cipher-index              pic 9(5) comp-5.
       01 row-count                 pic 9(5) comp-5 value 0.
       01 values-on-row             pic 9(5) comp-5.
       01 line-pointer              pic 999 comp-5.
       01 value-text                pic x(12).
       01 value-number              pic 9(9) comp-5.

       01 header-fields.
         02 hdr-tag                pic x(10).
         02 hdr-rows-text          pic x(10).
         02 hdr-cols-text          pic x(10).
         02 hdr-sum-text           pic x(12).
         02 hdr-rows               pic 9(5) comp-5.
         02 hdr-cols               pic 9(5) comp-5.
         02 hdr-checksum           pic 9(9) comp-5.
         02 cipher-checksum        pic 9(9) comp-5.

      * xor-value (code + 1, letter) is the code XORed with the
      * letter'th lower case letter, a = 97.
       01 xor-table.
         02 xor-row occurs 256 times.
           03 xor-value occurs 26 times pic 999 comp-5.
       01 xor-fields.
         02 xor-code               pic 999 comp-5.
         02 xor-letter             pic 99 comp-5.
         02 xor-left               pic 999 comp-5.
         02 xor-right              pic 999 comp-5.
         02 xor-bit                pic 999 comp-5.
         02 xor-left-bit           pic 9 comp-5.
         02 xor-right-bit          pic 9 comp-5.
         02 xor-result             pic 999 comp-5.

      * English letter frequencies, per thousand letters, a to z.
       01 english-frequencies.
         02 filler                  pic x(39) value
             "082015028043127022020061070002008040024".
         02 filler                  pic x(39) value
             "067075019001060063091028010024002020001".
       01 char-weight-table.
         02 char-weight occurs 256 times pic s9(4) comp-5.
       01 char-code                 pic 999 comp-5.
       01 letter-index              pic 99 comp-5.

      * column-score (position, letter): the frequency score of
      * every code that key position decrypts, under that letter.
      * short-letter (position, n) is the position's n'th best.
       01 column-table.
         02 column-entry occurs 10 times.
           03 column-score occurs 26 times pic s9(9) comp-5.
           03 short-letter occurs 26 times pic 99 comp-5.
           03 short-taken occurs 26 times pic x.
       01 key-position              pic 99 comp-5.
       01 short-size                pic 99 comp-5.
       01 short-index               pic 99 comp-5.
       01 best-letter               pic 99 comp-5.

      * The odometer that walks every combination of short-listed
      * letters.
       01 odometer.
         02 odometer-digit occurs 10 times pic 99 comp-5.
       01 odometer-switch           pic x.
         88 odometer-is-done         value 'Y'.
       01 combination-count         pic 9(9) comp-5 value 0.
       01 frequency-score           pic s9(9) comp-5.
       01 trial-key                 pic x(10).

      * The keys still in the running, best twenty on frequency.
       01 candidate-max constant as 20.
       01 candidate-table.
         02 candidate-entry occurs 20 times.
           03 candidate-key         pic x(10).
           03 candidate-frequency   pic s9(9) comp-5.
           03 candidate-words       pic s9(9) comp-5.
           03 candidate-total       pic s9(9) comp-5.
           03 candidate-ranked      pic x.
       01 candidate-count           pic 99 comp-5 value 0.
       01 candidate-index           pic 99 comp-5.
       01 weakest-index             pic 99 comp-5.
       01 rank-index                pic 99 comp-5.
       01 ranking.
         02 ranked-candidate occurs 20 times pic 99 comp-5.

       01 plain-text                pic x(4000).
       01 folded-text               pic x(4000).
       01 plain-code                pic 999 comp-5.
       01 word-hits                 pic 9(5) comp-5.
       01 word-score                pic s9(9) comp-5.
       01 ascii-sum                 pic 9(9) comp-5 value 0.
       01 text-offset               pic 9(5) comp-5.
       01 text-piece-length         pic 9(5) comp-5.

       01 rank-edit                 pic z9.
       01 score-edit                pic -(8)9.
       01 count-edit                pic z(8)9.

       procedure division.

       main.
           move "euler-problem-059" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move key-length to control-param-1
           move top-count to control-param-2
           move cipher-file-path to control-param-4
           perform read-control-card
           move "euler-problem-059" to kp-program-id
           move "KEY-LENGTH" to kp-keyword (1)
           move "TOP-N" to kp-keyword (2)
           move "CIPHER-FILE" to kp-keyword (4)
           perform read-parameter-library
           move control-param-1 to key-length
           move control-param-2 to top-count
           if key-length < 1 or key-length > key-length-max
             display "euler-problem-059: KEY-LENGTH " key-length
                     " is outside 1 to " key-length-max
             move 16 to return-code
             goback
           end-if
           if top-count < 1
             move 1 to top-count
           end-if
           if top-count > candidate-max
             display "euler-problem-059: capping TOP-N at "
                     candidate-max
             move candidate-max to top-count
           end-if
           if control-param-4 is not equal to spaces
             move control-param-4 to cipher-file-path
           end-if

           move cipher-file-path to dv-work-path
           perform resolve-dataset-version
           move dv-work-path to cipher-file-path

           perform load-ciphertext
           perform build-xor-table
           perform build-char-weights
           perform score-key-columns
           perform choose-short-lists
           perform score-every-combination
           perform score-candidate-words
           perform rank-candidates

           move candidate-key (ranked-candidate (1)) to trial-key
           perform decrypt-with-trial-key
           move 0 to ascii-sum
           perform varying cipher-index from 1 by 1
                   until cipher-index > cipher-count
             compute plain-code =
                 function ord (plain-text (cipher-index:1)) - 1
             add plain-code to ascii-sum
           end-perform

           perform write-key-report
           display ascii-sum

           perform format-report-footer
           display report-footer-line

           move "euler-problem-059" to rr-program-id
           move spaces to rr-parameters
           string "file=" delimited by size
                  function trim (cipher-file-path) delimited by size
             into rr-parameters
           end-string
           perform flag-fallback-parameters
           move ascii-sum to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
      * The shipped key carries the precomputed 106163 for the
      * shipped stand-in.
           move "euler-problem-059" to ak-program-id
           move spaces to ak-signature
           string "file=" delimited by size
                  function trim (cipher-file-path) delimited by size
             into ak-signature
           end-string
           perform check-answer-key
           perform stop-run-timer
           perform write-run-result

           goback.

      * HDR header checked, then every row of comma-separated codes
      * counted against the header's width and checksummed.
       load-ciphertext.
           open input cipher-file
           if cipher-status is not equal to "00"
             display "load-ciphertext: cipher file open failed, "
                     "file status " cipher-status
             move 16 to return-code
             goback
           end-if
           perform verify-cipher-header
           move 0 to cipher-checksum
           move 'N' to cipher-read-switch
           perform read-one-cipher-line until cipher-file-at-end
           close cipher-file

           if row-count is not equal to hdr-rows
             display "load-ciphertext: cipher file has " row-count
                     " rows but the header says " hdr-rows
             move 16 to return-code
             goback
           end-if
           if cipher-checksum is not equal to hdr-checksum
             display "load-ciphertext: cipher file checksum is "
                     cipher-checksum " but the header says "
                     hdr-checksum
             move 16 to return-code
             goback
           end-if.

       verify-cipher-header.
           move cipher-file-path to io-dataset
           perform count-io-read
           read cipher-file
             at end
               display "load-ciphertext: cipher file is empty"
               move 16 to return-code
               goback
           end-read
           if cipher-line (1:4) is not equal to "HDR "
             display "load-ciphertext: cipher file has no HDR header"
             move 16 to return-code
             goback
           end-if
           move spaces to hdr-tag
           move spaces to hdr-rows-text
           move spaces to hdr-cols-text
           move spaces to hdr-sum-text
           unstring cipher-line delimited by all " "
             into hdr-tag hdr-rows-text hdr-cols-text hdr-sum-text
           end-unstring
           compute hdr-rows = function numval (hdr-rows-text)
           compute hdr-cols = function numval (hdr-cols-text)
           compute hdr-checksum = function numval (hdr-sum-text)
           if hdr-rows * hdr-cols > cipher-max
             display "load-ciphertext: header says " hdr-rows
                     " rows of " hdr-cols ", this program's table "
                     "holds " cipher-max " codes"
             move 16 to return-code
             goback
           end-if.

       read-one-cipher-line.
           move cipher-file-path to io-dataset
           perform count-io-read
           read cipher-file
             at end
               move 'Y' to cipher-read-switch
             not at end
               if cipher-line is not equal to spaces
                 perform take-cipher-row
               end-if
           end-read.

       take-cipher-row.
           add 1 to row-count
           if row-count > hdr-rows
             display "load-ciphertext: cipher file has more rows "
                     "than the header's " hdr-rows
             move 16 to return-code
             goback
           end-if
           move 0 to values-on-row
           move 1 to line-pointer
           perform until line-pointer > 300
             move spaces to value-text
             unstring cipher-line delimited by ","
               into value-text
               with pointer line-pointer
             end-unstring
             if value-text = spaces
               exit perform
             end-if
             compute value-number = function numval (value-text)
             if value-number > 255
               display "load-ciphertext: row " row-count
                       " holds " function trim (value-text)
                       ", not a byte"
               move 16 to return-code
               goback
             end-if
             add 1 to values-on-row
             add 1 to cipher-count
             move value-number to cipher-code (cipher-count)
             add value-number to cipher-checksum
             if cipher-checksum >= 1000000000
               subtract 1000000000 from cipher-checksum
             end-if
           end-perform
           if values-on-row is not equal to hdr-cols
             display "load-ciphertext: row " row-count " holds "
                     values-on-row " codes, the header says "
                     hdr-cols
             move 16 to return-code
             goback
           end-if.

      * Every byte against every lower case letter, a bit at a time
      * from the top: the result bit is set where the two bits
      * differ.
       build-xor-table.
           perform varying xor-code from 0 by 1 until xor-code > 255
             perform varying xor-letter from 1 by 1
                     until xor-letter > 26
               move xor-code to xor-left
               compute xor-right = 96 + xor-letter
               move 0 to xor-result
               move 128 to xor-bit
               perform until xor-bit = 0
                 compute xor-left-bit = xor-left / xor-bit
                 compute xor-right-bit = xor-right / xor-bit
                 if xor-left-bit is not equal to xor-right-bit
                   add xor-bit to xor-result
                 end-if
                 compute xor-left = xor-left - xor-left-bit * xor-bit
                 compute xor-right =
                     xor-right - xor-right-bit * xor-bit
                 compute xor-bit = xor-bit / 2
               end-perform
               move xor-result to xor-value (xor-code + 1, xor-letter)
             end-perform
           end-perform.

      * What each decrypted character is worth: a letter its English
      * frequency (either case), a space the most of all, ordinary
      * punctuation and digits nothing, and anything that will not
      * print a heavy penalty.
       build-char-weights.
           perform varying char-code from 0 by 1 until char-code > 255
             if char-code < 32 or char-code > 126
               move -200 to char-weight (char-code + 1)
             else
               move 0 to char-weight (char-code + 1)
             end-if
           end-perform
           move 150 to char-weight (33)
           perform varying letter-index from 1 by 1
                   until letter-index > 26
             compute char-weight (96 + letter-index + 1) =
                 function numval (english-frequencies
                                  (letter-index * 3 - 2:3))
             compute char-weight (64 + letter-index + 1) =
                 char-weight (96 + letter-index + 1)
           end-perform.

       score-key-columns.
           initialize column-table
           perform varying cipher-index from 1 by 1
                   until cipher-index > cipher-count
             compute key-position =
                 function mod (cipher-index - 1, key-length) + 1
             move cipher-code (cipher-index) to xor-code
             perform varying letter-index from 1 by 1
                     until letter-index > 26
               move xor-value (xor-code + 1, letter-index)
                 to plain-code
               add char-weight (plain-code + 1)
                 to column-score (key-position, letter-index)
             end-perform
           end-perform.

      * Every letter stays in the running for a key of three letters
      * or fewer - 17576 keys at most; past that each position keeps
      * its best three.
       choose-short-lists.
           if key-length <= 3
             move 26 to short-size
           else
             move 3 to short-size
           end-if
           perform varying key-position from 1 by 1
                   until key-position > key-length
             perform varying short-index from 1 by 1
                     until short-index > short-size
               perform pick-best-column-letter
               move best-letter
                 to short-letter (key-position, short-index)
               move 'Y' to short-taken (key-position, best-letter)
             end-perform
           end-perform.

       pick-best-column-letter.
           move 0 to best-letter
           perform varying letter-index from 1 by 1
                   until letter-index > 26
             if short-taken (key-position, letter-index)
                 is not equal to 'Y'
               if best-letter = 0
                 move letter-index to best-letter
               else
                 if column-score (key-position, letter-index)
                     > column-score (key-position, best-letter)
                   move letter-index to best-letter
                 end-if
               end-if
             end-if
           end-perform.

      * Walk every combination of short-listed letters like an
      * odometer, the last position turning fastest.
       score-every-combination.
           perform varying key-position from 1 by 1
                   until key-position > key-length
             move 1 to odometer-digit (key-position)
           end-perform
           move 'N' to odometer-switch
           perform score-one-combination until odometer-is-done.

       score-one-combination.
           add 1 to combination-count
           move spaces to trial-key
           move 0 to frequency-score
           perform varying key-position from 1 by 1
                   until key-position > key-length
             move short-letter (key-position,
                                odometer-digit (key-position))
               to letter-index
             add column-score (key-position, letter-index)
               to frequency-score
             move function char (97 + letter-index)
               to trial-key (key-position:1)
           end-perform
           perform keep-if-candidate
           perform advance-odometer.

       advance-odometer.
           move key-length to key-position
           perform until key-position = 0
             add 1 to odometer-digit (key-position)
             if odometer-digit (key-position) <= short-size
               exit perform
             end-if
             move 1 to odometer-digit (key-position)
             subtract 1 from key-position
           end-perform
           if key-position = 0
             move 'Y' to odometer-switch
           end-if.

      * Keep the key if there is still room, or if it beats the
      * weakest one held.
       keep-if-candidate.
           if candidate-count < candidate-max
             add 1 to candidate-count
             move candidate-count to weakest-index
           else
             move 1 to weakest-index
             perform varying candidate-index from 2 by 1
                     until candidate-index > candidate-count
               if candidate-frequency (candidate-index)
                   < candidate-frequency (weakest-index)
                 move candidate-index to weakest-index
               end-if
             end-perform
             if frequency-score
                 <= candidate-frequency (weakest-index)
               exit paragraph
             end-if
           end-if
           move trial-key to candidate-key (weakest-index)
           move frequency-score to candidate-frequency (weakest-index).

      * Decrypt each surviving key in full and count the common
      * words; each one found is worth a hundred.
       score-candidate-words.
           perform varying candidate-index from 1 by 1
                   until candidate-index > candidate-count
             move candidate-key (candidate-index) to trial-key
             perform decrypt-with-trial-key
             perform count-common-words
             compute candidate-words (candidate-index) =
                 word-hits * 100
             compute candidate-total (candidate-index) =
                 candidate-frequency (candidate-index)
                   + candidate-words (candidate-index)
             move 'N' to candidate-ranked (candidate-index)
           end-perform.

       decrypt-with-trial-key.
           move spaces to plain-text
           perform varying cipher-index from 1 by 1
                   until cipher-index > cipher-count
             compute key-position =
                 function mod (cipher-index - 1, key-length) + 1
             compute letter-index =
                 function ord (trial-key (key-position:1)) - 97
             move cipher-code (cipher-index) to xor-code
             move xor-value (xor-code + 1, letter-index)
               to plain-code
             move function char (plain-code + 1)
               to plain-text (cipher-index:1)
           end-perform.

       count-common-words.
           move function lower-case (plain-text) to folded-text
           move 0 to word-hits
           inspect folded-text tallying word-hits for all " the "
           inspect folded-text tallying word-hits for all " and "
           inspect folded-text tallying word-hits for all " of "
           inspect folded-text tallying word-hits for all " to "
           inspect folded-text tallying word-hits for all " in "
           inspect folded-text tallying word-hits for all " is "
           inspect folded-text tallying word-hits for all " that "
           inspect folded-text tallying word-hits for all " it "
           inspect folded-text tallying word-hits for all " was "
           inspect folded-text tallying word-hits for all " for "
           inspect folded-text tallying word-hits for all " a ".

      * Best total first; on a tie the key found first ranks first.
       rank-candidates.
           perform varying rank-index from 1 by 1
                   until rank-index > candidate-count
             move 0 to weakest-index
             perform varying candidate-index from 1 by 1
                     until candidate-index > candidate-count
               if candidate-ranked (candidate-index) = 'N'
                 if weakest-index = 0
                   move candidate-index to weakest-index
                 else
                   if candidate-total (candidate-index)
                       > candidate-total (weakest-index)
                     move candidate-index to weakest-index
                   end-if
                 end-if
               end-if
             end-perform
             move weakest-index to ranked-candidate (rank-index)
             move 'Y' to candidate-ranked (weakest-index)
           end-perform.

       write-key-report.
           move "00" to key-report-status
           open output key-report-file
           move report-header-line to key-report-line
           move "CIPHERKEYS59" to io-dataset
           perform count-io-write
           write key-report-line
           move spaces to key-report-line
           string "ciphertext: " delimited by size
                  function trim (cipher-file-path) delimited by size
             into key-report-line
           end-string
           move "CIPHERKEYS59" to io-dataset
           perform count-io-write
           write key-report-line
           move spaces to key-report-line
           move cipher-count to count-edit
           string "codes: " delimited by size
                  function trim (count-edit) delimited by size
             into key-report-line
           end-string
           move key-length to rank-edit
           move "key length:" to key-report-line (20:11)
           move rank-edit to key-report-line (32:2)
           move combination-count to count-edit
           move "keys scored:" to key-report-line (40:12)
           move count-edit to key-report-line (53:9)
           move "CIPHERKEYS59" to io-dataset
           perform count-io-write
           write key-report-line
           move "RANK  KEY          LETTER SCORE  WORD SCORE      TOTAL"
             to key-report-line
           move "CIPHERKEYS59" to io-dataset
           perform count-io-write
           write key-report-line
           perform write-one-key-line
                   varying rank-index from 1 by 1
                   until rank-index > top-count
                      or rank-index > candidate-count

           move spaces to key-report-line
           move "CIPHERKEYS59" to io-dataset
           perform count-io-write
           write key-report-line
           move spaces to key-report-line
           string "recovered plain text, key " delimited by size
                  function trim (candidate-key (ranked-candidate (1)))
                    delimited by size
                  ":" delimited by size
             into key-report-line
           end-string
           move "CIPHERKEYS59" to io-dataset
           perform count-io-write
           write key-report-line
           perform varying text-offset from 1 by 70
                   until text-offset > cipher-count
             move spaces to key-report-line
             compute text-piece-length = cipher-count - text-offset + 1
             if text-piece-length > 70
               move 70 to text-piece-length
             end-if
             move plain-text (text-offset:text-piece-length)
               to key-report-line (3:text-piece-length)
             move "CIPHERKEYS59" to io-dataset
             perform count-io-write
             write key-report-line
           end-perform

           move spaces to key-report-line
           move ascii-sum to count-edit
           string "ASCII sum of the plain text: " delimited by size
                  function trim (count-edit) delimited by size
             into key-report-line
           end-string
           move "CIPHERKEYS59" to io-dataset
           perform count-io-write
           write key-report-line
           move report-footer-line to key-report-line
           move "CIPHERKEYS59" to io-dataset
           perform count-io-write
           write key-report-line
           close key-report-file.

       write-one-key-line.
           move ranked-candidate (rank-index) to candidate-index
           move spaces to key-report-line
           move rank-index to rank-edit
           move rank-edit to key-report-line (3:2)
           move candidate-key (candidate-index)
             to key-report-line (7:10)
           move candidate-frequency (candidate-index) to score-edit
           move score-edit to key-report-line (18:9)
           move candidate-words (candidate-index) to score-edit
           move score-edit to key-report-line (32:9)
           move candidate-total (candidate-index) to score-edit
           move score-edit to key-report-line (45:9)
           move "CIPHERKEYS59" to io-dataset
           perform count-io-write
           write key-report-line.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy answer-key-procedure.
           copy report-header-procedure.
           copy data-version-procedure.

       end program euler-problem-059.
