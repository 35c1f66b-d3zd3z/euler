      * "nonzero means this many things need a look" convention.
      * Each loader also verifies the header itself at open, so a bad
      * file is caught even on a standalone run.
      *
      * 15 October 2026 - SUDOKU kind: DIGITS rows of nine under "Grid
      * nn" titles, each title opening a fresh block of nine;
      * data/sudoku-096.txt added; value-text widened to the 25
      * columns the failure reason is reported in.
      *
      * 15 October 2026 - CSV kind: ccccc comma-separated values to a
      * row; data/exp-099.txt added.
      *
      * 15 October 2026 - data/cipher-059.txt added; the dataset table
      * widened from 10 to 20.
      *
      * 15 October 2026 - CARDS kind: playing cards, the checksum
      * summing card ranks 2 to 14; data/poker-054.txt added.
      *
      * 15 October 2026 - DENOM kind: one coin value to a row in minor
      * units, with an optional UNITS line naming the currency ahead
      * of the first coin; data/coins-031.txt and
      * data/coins-031-usd.txt added.
      *
      * 15 October 2026 - A CALLer can pass one dataset path as an
      * optional argument, and only that dataset is validated - the
      * driver's input-arrival gate proves a fresh delivery this way
      * before the step that reads it runs.  The path must be one of
      * the datasets below (its kind comes from the table); the
      * result line is appended to DATAVALIDATION rather than
      * replacing the night's full report, and RETURN-CODE is 0 or 1.
      *
      * 15 October 2026 - ROMAN kind: Roman numerals, the checksum
      * summing the numbers they stand for as read by the
      * roman-numeral subroutine; data/roman-089.txt added.
      *
      * 15 October 2026 - A second optional argument of 'K' asks only
      * whether the path passed is one of the datasets below, with
      * RETURN-CODE 0 if it is and 1 if not; nothing is read or
      * written.  The driver puts every STEPTABLE ARRIVAL path to
      * it as the table is loaded.
       program-id. euler-data-validate.

       environment division.
      * A new data/ file means one more entry here, the same way a
      * new program means one more entry in euler-answer-check's
      * known-programs table.
       01 dataset-max constant as 20.
       01 dataset-table.
         02 dataset-entry occurs 20 times.
           03 dataset-path         pic x(60).
           03 dataset-kind         pic x(8).
       01 dataset-count            pic 99 comp-5 value 0.
         02 values-on-row          pic 9(5) comp-5.
         02 expected-on-row        pic 9(5) comp-5.
         02 line-pointer           pic 9(4) comp-5.
         02 value-text             pic x(25).
         02 value-number           pic 9(9) comp-5.
         02 running-checksum       pic 9(9) comp-5.
         02 file-failed-switch     pic x.
           88 file-failed           value 'Y'.
       01 card-rank-characters     pic x(13) value "23456789TJQKA".
       01 card-rank-scan           pic 99 comp-5.
       01 roman-direction          pic x value 'N'.
       01 roman-text               pic x(30).
       01 roman-status             pic x.
       01 failed-count             pic 99 comp-5 value 0.
       01 rows-edit                pic z(4)9.
       01 sum-edit                 pic z(8)9.
       01 call-argument-count      pic s9(9) comp-5.
       01 single-dataset-switch    pic x value 'N'.
         88 single-dataset-mode     value 'Y'.

       linkage section.
       01 requested-dataset-path   pic x(60).
       01 requested-function       pic x.
         88 known-dataset-query     value 'K'.

       procedure division using requested-dataset-path
                                requested-function.

       main.
           call "C$NARG" using call-argument-count
           if call-argument-count >= 2
             and known-dataset-query
             perform answer-known-dataset-query
             goback
           end-if

           move "euler-data-validate" to rh-program-id
           perform format-report-header
           display report-header-line

           perform build-dataset-table
           move 0 to failed-count
           if call-argument-count >= 1
             move 'Y' to single-dataset-switch
             perform validate-requested-dataset
             goback
           end-if

           open output validation-report-file
           move report-header-line to validation-report-line
           move "DIGITS"                to dataset-kind (6)
           move "data/grid-081.txt"     to dataset-path (7)
           move "GRID"                  to dataset-kind (7)
           move "data/sudoku-096.txt"   to dataset-path (8)
           move "SUDOKU"                to dataset-kind (8)
           move "data/exp-099.txt"      to dataset-path (9)
           move "CSV"                   to dataset-kind (9)
           move "data/cipher-059.txt"   to dataset-path (10)
           move "CSV"                   to dataset-kind (10)
           move "data/poker-054.txt"    to dataset-path (11)
           move "CARDS"                 to dataset-kind (11)
           move "data/coins-031.txt"    to dataset-path (12)
           move "DENOM"                 to dataset-kind (12)
           move "data/coins-031-usd.txt" to dataset-path (13)
           move "DENOM"                 to dataset-kind (13)
           move "data/roman-089.txt"    to dataset-path (14)
           move "ROMAN"                 to dataset-kind (14)
           move 14 to dataset-count.

      * One delivered dataset, named by the caller, appended to the
      * report the full run last wrote.
       validate-requested-dataset.
           move "00" to validation-report-status
           open extend validation-report-file
           if validation-report-status = "35"
             open output validation-report-file
           end-if
           perform find-requested-dataset
           if dataset-index > dataset-count
             move requested-dataset-path to data-file-path
             move "FAIL - not a known dataset" to value-text
             perform fail-this-file
           else
             perform validate-one-dataset
           end-if
           close validation-report-file
           display "data validation: "
                   function trim (requested-dataset-path) ", "
                   failed-count " failed"
           move failed-count to return-code.

      * A path matches only as the table spells it; dataset-index
      * is left past dataset-count when nothing matches.
       find-requested-dataset.
           perform varying dataset-index from 1 by 1
                   until dataset-index > dataset-count
             if dataset-path (dataset-index) = requested-dataset-path
               exit perform
             end-if
           end-perform.

      * The 'K' query only says whether the path is one of the
      * datasets above - RETURN-CODE 0 if it is, 1 if not - and
      * reads and writes nothing, so the driver can refuse an
      * ARRIVAL clause this program could never pass when the
      * STEPTABLE is loaded rather than at the deadline.
       answer-known-dataset-query.
           perform build-dataset-table
           perform find-requested-dataset
           if dataset-index > dataset-count
             move 1 to return-code
           else
             move 0 to return-code
           end-if.

       validate-one-dataset.
           move 'N' to file-failed-switch
           if file-failed
             exit paragraph
           end-if
           if dataset-kind (dataset-index) = "SUDOKU"
             and hdr-cols is not equal to 9
             move "FAIL - bad row width" to value-text
             perform fail-this-file
             exit paragraph
           end-if
           if row-number is not equal to hdr-rows
             move "FAIL - row count wrong" to value-text
             perform fail-this-file
           if data-file-line = spaces
             exit paragraph
           end-if
           if dataset-kind (dataset-index) = "SUDOKU"
             and data-file-line (1:5) = "Grid "
             perform check-puzzle-title
             exit paragraph
           end-if
      * A DENOM table may name its currency on a UNITS line ahead of
      * the coins; it is not a data row, and anywhere else it falls
      * through to the row checks and fails them.
           if dataset-kind (dataset-index) = "DENOM"
             and data-file-line (1:6) = "UNITS "
             and row-number = 0
             exit paragraph
           end-if
           add 1 to row-number
           if row-number > hdr-rows
             move "FAIL - too many rows" to value-text
           end-if

           if dataset-kind (dataset-index) = "DIGITS"
             or dataset-kind (dataset-index) = "SUDOKU"
             perform check-digit-row
             exit paragraph
           end-if

           move 0 to values-on-row
           move 1 to line-pointer
           evaluate dataset-kind (dataset-index)
             when "CSV"
               perform count-csv-values
             when "CARDS"
               perform count-card-values
             when "ROMAN"
               perform count-roman-values
             when other
               perform count-row-values
           end-evaluate
           if file-failed
             exit paragraph
           end-if
           if values-on-row is not equal to expected-on-row
             move "FAIL - bad row width" to value-text
             perform fail-this-file
           end-if.

      * A SUDOKU puzzle file is DIGITS rows of nine under a "Grid nn"
      * title line; the titles are not data rows, but each must
      * open a fresh block of nine, so a title is only accepted
      * when the rows so far are a whole number of puzzles.
       check-puzzle-title.
           divide row-number by hdr-cols giving values-on-row
             remainder expected-on-row
           if expected-on-row is not equal to 0
             move "FAIL - short puzzle" to value-text
             perform fail-this-file
           end-if.

      * A DIGITS row is one unbroken run of exactly hdr-cols digits;
      * each digit goes into the checksum individually.
       check-digit-row.
             end-if
           end-perform.

      * A CSV row is the same values separated by commas instead of
      * spaces; an empty field ends the count, so a dropped value
      * shows up as a bad row width.
       count-csv-values.
           perform until line-pointer > 300
             move spaces to value-text
             unstring data-file-line delimited by ","
               into value-text
               with pointer line-pointer
             end-unstring
             if value-text = spaces
               exit perform
             end-if
             add 1 to values-on-row
             compute value-number = function numval (value-text)
             add value-number to running-checksum
             if running-checksum >= 1000000000
               subtract 1000000000 from running-checksum
             end-if
           end-perform.

      * A CARDS row is playing cards, rank then suit, space
      * separated; each card adds its rank to the checksum, 2 for a
      * two up to 14 for an ace, and a rank that is not a card rank
      * adds nothing.
       count-card-values.
           perform until line-pointer > 300
             move spaces to value-text
             unstring data-file-line delimited by all " "
               into value-text
               with pointer line-pointer
             end-unstring
             if value-text = spaces
               exit perform
             end-if
             add 1 to values-on-row
             move 0 to value-number
             perform varying card-rank-scan from 1 by 1
                     until card-rank-scan > 13 or value-number > 0
               if value-text (1:1)
                   = card-rank-characters (card-rank-scan:1)
                 compute value-number = card-rank-scan + 1
               end-if
             end-perform
             add value-number to running-checksum
             if running-checksum >= 1000000000
               subtract 1000000000 from running-checksum
             end-if
           end-perform.

      * A ROMAN row is Roman numerals, space separated; each adds the
      * number it stands for, read through the roman-numeral
      * subroutine, and one the subroutine rejects fails the file.
       count-roman-values.
           perform until line-pointer > 300
             move spaces to roman-text
             unstring data-file-line delimited by all " "
               into roman-text
               with pointer line-pointer
             end-unstring
             if roman-text = spaces
               exit perform
             end-if
             add 1 to values-on-row
             move 0 to value-number
             call "roman-numeral"
               using by content roman-direction
                     by reference value-number
                     by reference roman-text
                     by reference roman-status
             if roman-status is not equal to 'Y'
               move "FAIL - bad numeral" to value-text
               perform fail-this-file
               exit paragraph
             end-if
             add value-number to running-checksum
             if running-checksum >= 1000000000
               subtract 1000000000 from running-checksum
             end-if
           end-perform.

       write-dataset-ok-line.
           move spaces to validation-report-line
           string data-file-path delimited by size
