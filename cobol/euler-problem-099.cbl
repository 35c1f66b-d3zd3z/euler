      * Problem 99
      *
      * 15 October 2026
      *
      * Using the file of base,exponent pairs, one pair to a line,
      * determine the line number that has the greatest numerical
      * value.
      *
      * A power such as 632382 ** 518061 runs to millions of digits,
      * far past bignum-data's 300 cells, so nothing here raises
      * anything to a power: base ** exponent is compared through its
      * common logarithm, exponent * log10 (base), which orders the
      * pairs exactly as the powers themselves would and never needs
      * more than a handful of integer digits.
      *
      * The real Project Euler 099 file is not part of this
      * repository, so data/exp-099.txt is a stand-in in the same
      * spirit as data/grid-081.txt: a thousand generated pairs with
      * six-digit bases and exponents chosen so every power lies
      * within a fraction of a percent of 10 ** 3000000, which is
      * what makes the real problem hard.  It keeps the Project
      * Euler layout, base and exponent separated by a comma, under
      * the usual HDR header - 1000 rows, 2 values to a row, and the
      * sum of every base and exponent - so euler-data-validate
      * judges it with its CSV rules.  The stand-in's greatest value
      * is on line 744, the answer the shipped ANSWERKEY carries for
      * this file.
      *
      * A logarithm is only so exact, so two pairs whose log values
      * lie within TOLERANCE of each other are a near-tie the
      * arithmetic cannot honestly separate.  The ranking in
      * EXPRANK99 lists the TOP-N pairs with their log values and
      * marks every near-tie with its neighbor; a winner that is
      * itself in a near-tie is still reported, first line first, but
      * said out loud and the run ends with RETURN-CODE 4.
      *
      * TOP-N (control-param-1, default 10, at most 100), TOLERANCE
      * (control-param-2, in billionths of a log unit, default 1000
      * - one millionth) and PAIR-FILE (control-param-4, default
      * data/exp-099.txt, resolved through DATAVERSIONS) are the
      * parameters.
       identification division.
       program-id. euler-problem-099.

       environment division.
       input-output section.
       file-control.
           select control-file assign to "CONTROLCARD"
               organization line sequential
               file status control-status.
           select param-library-file assign to "PARAMLIB"
               organization line sequential
               file status param-status.
           select pair-file
               assign to dynamic pair-file-path
               organization line sequential
               file status pair-status.
           copy run-result-select.
           select answer-key-file assign to "ANSWERKEY"
               organization line sequential
               file status answer-key-status.
           select rank-report-file assign to "EXPRANK99"
               organization line sequential
               file status rank-report-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
       fd  pair-file
           label records are omitted.
       01 pair-line                 pic x(80).
           copy run-result-fd.
           copy answer-key-fd.
       fd  rank-report-file
           label records are omitted.
       01 rank-report-line          pic x(80).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy answer-key.
           copy report-header.
           copy data-version.
       01 pair-file-path    pic x(60) value "data/exp-099.txt".
       01 pair-status               pic xx.
       01 rank-report-status        pic xx.
       01 pair-read-switch          pic x value 'N'.
         88 pair-file-at-end         value 'Y'.
       01 top-count                 pic 9(9) value 10.
       01 top-max constant as 100.
       01 tolerance-billionths      pic 9(9) value 1000.
       01 tolerance-value           pic 9v9(9).

      * Every pair in the file with its log value; pair-rank is 0
      * until the ranking has placed it.
       01 pair-max constant as 2000.
       01 pair-table.
         02 pair-entry occurs 2000 times.
           03 pair-base             pic 9(9) comp-5.
           03 pair-exponent         pic 9(9) comp-5.
           03 pair-log              pic 9(9)v9(9).
           03 pair-rank             pic 999 comp-5.
       01 pair-count                pic 9(5) comp-5 value 0.
       01 pair-index                pic 9(5) comp-5.

       01 header-fields.
         02 hdr-tag                pic x(10).
         02 hdr-rows-text          pic x(10).
         02 hdr-cols-text          pic x(10).
         02 hdr-sum-text           pic x(12).
         02 hdr-rows               pic 9(5) comp-5.
         02 hdr-cols               pic 9(5) comp-5.
         02 hdr-checksum           pic 9(9) comp-5.
         02 pair-checksum          pic 9(9) comp-5.
       01 base-text                 pic x(20).
       01 exponent-text             pic x(20).
       01 extra-text                pic x(20).

      * The ranking, one entry past TOP-N so the last one shown can
      * be checked against the pair just below it.
       01 ranking.
         02 ranked-pair occurs 101 times pic 9(5) comp-5.
       01 ranked-count              pic 999 comp-5 value 0.
       01 rank-index                pic 999 comp-5.
       01 best-index                pic 9(5) comp-5.
       01 log-gap                   pic 9(9)v9(9).
       01 near-tie-switch           pic x.
         88 near-tie-here            value 'Y'.
       01 winner-tie-switch         pic x value 'N'.
         88 winner-is-near-tie       value 'Y'.
       01 near-tie-count            pic 999 comp-5 value 0.
       01 winning-line              pic 9(5) comp-5 value 0.

       01 rank-edit                 pic zz9.
       01 line-edit                 pic z(4)9.
       01 value-edit                pic z(8)9.
       01 log-edit                  pic z(8)9.9(9).

       procedure division.

       main.
           move "euler-problem-099" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move top-count to control-param-1
           move tolerance-billionths to control-param-2
           move pair-file-path to control-param-4
           perform read-control-card
           move "euler-problem-099" to kp-program-id
           move "TOP-N" to kp-keyword (1)
           move "TOLERANCE" to kp-keyword (2)
           move "PAIR-FILE" to kp-keyword (4)
           perform read-parameter-library
           move control-param-1 to top-count
           move control-param-2 to tolerance-billionths
           if top-count < 1
             move 1 to top-count
           end-if
           if top-count > top-max
             display "euler-problem-099: capping TOP-N at " top-max
             move top-max to top-count
           end-if
           compute tolerance-value = tolerance-billionths / 1000000000
           if control-param-4 is not equal to spaces
             move control-param-4 to pair-file-path
           end-if

           move pair-file-path to dv-work-path
           perform resolve-dataset-version
           move dv-work-path to pair-file-path

           perform load-pairs
           perform compute-log-values
           perform rank-top-pairs
           perform flag-near-ties
           perform write-rank-report

           display winning-line
           if winner-is-near-tie
             move winning-line to line-edit
             display "euler-problem-099: line "
                     function trim (line-edit)
                     " wins only within TOLERANCE - the runner-up "
                     "cannot be separated from it, see EXPRANK99"
             move 4 to return-code
           end-if

           perform format-report-footer
           display report-footer-line

           move "euler-problem-099" to rr-program-id
           move spaces to rr-parameters
           string "file=" delimited by size
                  function trim (pair-file-path) delimited by size
             into rr-parameters
           end-string
           perform flag-fallback-parameters
           move winning-line to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
      * The shipped key carries the precomputed 744 for the shipped
      * stand-in.
           move "euler-problem-099" to ak-program-id
           move spaces to ak-signature
           string "file=" delimited by size
                  function trim (pair-file-path) delimited by size
             into ak-signature
           end-string
           perform check-answer-key
           perform stop-run-timer
           perform write-run-result

           goback.

      * HDR header checked, then one base,exponent pair to a line,
      * every value checksummed against the header.
       load-pairs.
           open input pair-file
           if pair-status is not equal to "00"
             display "load-pairs: pair file open failed, file "
                     "status " pair-status
             move 16 to return-code
             goback
           end-if
           perform verify-pair-header
           move 0 to pair-checksum
           move 'N' to pair-read-switch
           perform read-one-pair-line until pair-file-at-end
           close pair-file

           if pair-count is not equal to hdr-rows
             display "load-pairs: pair file has " pair-count
                     " pairs but the header says " hdr-rows
             move 16 to return-code
             goback
           end-if
           if pair-checksum is not equal to hdr-checksum
             display "load-pairs: pair file checksum is "
                     pair-checksum " but the header says "
                     hdr-checksum
             move 16 to return-code
             goback
           end-if.

       verify-pair-header.
           move pair-file-path to io-dataset
           perform count-io-read
           read pair-file
             at end
               display "load-pairs: pair file is empty"
               move 16 to return-code
               goback
           end-read
           if pair-line (1:4) is not equal to "HDR "
             display "load-pairs: pair file has no HDR header"
             move 16 to return-code
             goback
           end-if
           move spaces to hdr-tag
           move spaces to hdr-rows-text
           move spaces to hdr-cols-text
           move spaces to hdr-sum-text
           unstring pair-line delimited by all " "
             into hdr-tag hdr-rows-text hdr-cols-text hdr-sum-text
           end-unstring
           compute hdr-rows = function numval (hdr-rows-text)
           compute hdr-cols = function numval (hdr-cols-text)
           compute hdr-checksum = function numval (hdr-sum-text)
           if hdr-cols is not equal to 2
             display "load-pairs: header says " hdr-cols
                     " values to a row, a pair is 2"
             move 16 to return-code
             goback
           end-if
           if hdr-rows < 1 or hdr-rows > pair-max
             display "load-pairs: header says " hdr-rows
                     " pairs, this program's table holds 1 to "
                     pair-max
             move 16 to return-code
             goback
           end-if.

       read-one-pair-line.
           move pair-file-path to io-dataset
           perform count-io-read
           read pair-file
             at end
               move 'Y' to pair-read-switch
             not at end
               if pair-line is not equal to spaces
                 perform take-pair-line
               end-if
           end-read.

       take-pair-line.
           if pair-count >= hdr-rows
             display "load-pairs: pair file has more pairs than "
                     "the header's " hdr-rows
             move 16 to return-code
             goback
           end-if
           add 1 to pair-count
           move spaces to base-text
           move spaces to exponent-text
           move spaces to extra-text
           unstring pair-line delimited by ","
             into base-text exponent-text extra-text
           end-unstring
           if exponent-text = spaces or extra-text is not = spaces
             display "load-pairs: line " pair-count
                     " is not one base,exponent pair"
             move 16 to return-code
             goback
           end-if
           compute pair-base (pair-count) =
               function numval (base-text)
           compute pair-exponent (pair-count) =
               function numval (exponent-text)
           if pair-base (pair-count) = 0
             display "load-pairs: line " pair-count
                     " has a zero base"
             move 16 to return-code
             goback
           end-if
           add pair-base (pair-count) to pair-checksum
           add pair-exponent (pair-count) to pair-checksum
           if pair-checksum >= 1000000000
             subtract 1000000000 from pair-checksum
           end-if.

       compute-log-values.
           perform varying pair-index from 1 by 1
                   until pair-index > pair-count
             compute pair-log (pair-index) rounded =
                 pair-exponent (pair-index)
                   * function log10 (pair-base (pair-index))
             move 0 to pair-rank (pair-index)
           end-perform.

      * Pick the greatest unranked pair TOP-N + 1 times (fewer if the
      * file is shorter); on an exact tie the earlier line ranks
      * first.
       rank-top-pairs.
           move 0 to ranked-count
           perform until ranked-count > top-count
                      or ranked-count >= pair-count
             perform pick-greatest-pair
             add 1 to ranked-count
             move best-index to ranked-pair (ranked-count)
             move ranked-count to pair-rank (best-index)
           end-perform
           move ranked-pair (1) to winning-line.

       pick-greatest-pair.
           move 0 to best-index
           perform varying pair-index from 1 by 1
                   until pair-index > pair-count
             if pair-rank (pair-index) = 0
               if best-index = 0
                 move pair-index to best-index
               else
                 if pair-log (pair-index) > pair-log (best-index)
                   move pair-index to best-index
                 end-if
               end-if
             end-if
           end-perform.

      * Neighbors in the ranking closer than TOLERANCE; the winner
      * tied with the runner-up is the one that matters most.
       flag-near-ties.
           if ranked-count > 1
             compute log-gap = pair-log (ranked-pair (1))
                             - pair-log (ranked-pair (2))
             if log-gap <= tolerance-value
               move 'Y' to winner-tie-switch
             end-if
           end-if.

       check-rank-neighbors.
           move 'N' to near-tie-switch
           if rank-index > 1
             compute log-gap = pair-log (ranked-pair (rank-index - 1))
                             - pair-log (ranked-pair (rank-index))
             if log-gap <= tolerance-value
               move 'Y' to near-tie-switch
             end-if
           end-if
           if rank-index < ranked-count
             compute log-gap = pair-log (ranked-pair (rank-index))
                             - pair-log (ranked-pair (rank-index + 1))
             if log-gap <= tolerance-value
               move 'Y' to near-tie-switch
             end-if
           end-if.

       write-rank-report.
           move "00" to rank-report-status
           open output rank-report-file
           move report-header-line to rank-report-line
           move "EXPRANK99" to io-dataset
           perform count-io-write
           write rank-report-line
           move spaces to rank-report-line
           string "pairs: " delimited by size
                  function trim (pair-file-path) delimited by size
             into rank-report-line
           end-string
           move "EXPRANK99" to io-dataset
           perform count-io-write
           write rank-report-line
           move spaces to rank-report-line
           move tolerance-value to log-edit
           string "tolerance: " delimited by size
                  function trim (log-edit) delimited by size
             into rank-report-line
           end-string
           move "EXPRANK99" to io-dataset
           perform count-io-write
           write rank-report-line
           move "RANK  LINE      BASE  EXPONENT          LOG10 VALUE"
             to rank-report-line
           move "EXPRANK99" to io-dataset
           perform count-io-write
           write rank-report-line

           perform write-one-rank-line
                   varying rank-index from 1 by 1
                   until rank-index > ranked-count
                      or rank-index > top-count

           move spaces to rank-report-line
           move winning-line to line-edit
           string "greatest value on line " delimited by size
                  function trim (line-edit) delimited by size
             into rank-report-line
           end-string
           move "EXPRANK99" to io-dataset
           perform count-io-write
           write rank-report-line
           move spaces to rank-report-line
           move near-tie-count to rank-edit
           string "ranked pairs in a near-tie: " delimited by size
                  rank-edit delimited by size
             into rank-report-line
           end-string
           move "EXPRANK99" to io-dataset
           perform count-io-write
           write rank-report-line
           if winner-is-near-tie
             move "the winner is within TOLERANCE of the runner-up"
               to rank-report-line
             move "EXPRANK99" to io-dataset
             perform count-io-write
             write rank-report-line
           end-if
           move report-footer-line to rank-report-line
           move "EXPRANK99" to io-dataset
           perform count-io-write
           write rank-report-line
           close rank-report-file.

       write-one-rank-line.
           perform check-rank-neighbors
           move ranked-pair (rank-index) to pair-index
           move spaces to rank-report-line
           move rank-index to rank-edit
           move rank-edit to rank-report-line (2:3)
           move pair-index to line-edit
           move line-edit to rank-report-line (6:5)
           move pair-base (pair-index) to value-edit
           move value-edit to rank-report-line (12:9)
           move pair-exponent (pair-index) to value-edit
           move value-edit to rank-report-line (22:9)
           move pair-log (pair-index) to log-edit
           move log-edit to rank-report-line (33:19)
           if near-tie-here
             move "NEAR-TIE" to rank-report-line (54:8)
             add 1 to near-tie-count
           end-if
           move "EXPRANK99" to io-dataset
           perform count-io-write
           write rank-report-line.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy answer-key-procedure.
           copy report-header-procedure.
           copy data-version-procedure.

       end program euler-problem-099.
