      * Problem 89
      *
      * 15 October 2026
      *
      * For a number written in Roman numerals to be considered valid
      * there are basic rules which must be followed.  Even though
      * the rules allow some numbers to be expressed in more than one
      * way there is always a "best" way of writing a particular
      * number.  For example, it would appear that there are at least
      * six ways of writing the number sixteen: IIIIIIIIIIIIIIII,
      * VIIIIIIIIIII, VVIIIIII, XIIIIII, VVVI and XVI.  However,
      * according to the rules only XIIIIII and XVI are valid, and
      * the last example is considered to be the most efficient, as
      * it uses the least number of numerals.
      *
      * The 11K text file, roman.txt, contains one thousand numbers
      * written in valid, but not necessarily minimal, Roman
      * numerals.  Find the number of characters saved by writing
      * each of these in their minimal form.
      *
      * Each numeral is read back to its number and written out
      * again in minimal form by the roman-numeral subroutine, which
      * holds the rules; the saving on a line is the difference in
      * length.  A numeral the subroutine rejects is listed as
      * INVALID and the run posts nothing - a total that skipped a
      * line would be a wrong answer, not a partial one.
      *
      * The real Project Euler 089 file is not part of this
      * repository, so data/roman-089.txt is a stand-in in the same
      * spirit as data/exp-099.txt: a thousand generated numerals
      * from 1 to 4999, each valid and most written long, under the
      * usual HDR header - 1000 rows, 1 value to a row, and the sum
      * of the numbers the numerals stand for - so
      * euler-data-validate judges it with its ROMAN rules.  The
      * stand-in saves 5160 characters, the answer the shipped
      * ANSWERKEY carries for this file.
      *
      * ROMAN89 lists every line with its numeral, the number, the
      * minimal form and the characters saved, with the total at
      * the foot.  NUMERAL-FILE (control-param-4, default
      * data/roman-089.txt, resolved through DATAVERSIONS) is the
      * only parameter.
       identification division.
       program-id. euler-problem-089.

       environment division.
       input-output section.
       file-control.
           select control-file assign to "CONTROLCARD"
               organization line sequential
               file status control-status.
           select param-library-file assign to "PARAMLIB"
               organization line sequential
               file status param-status.
           select numeral-file
               assign to dynamic numeral-file-path
               organization line sequential
               file status numeral-status.
           copy run-result-select.
           select answer-key-file assign to "ANSWERKEY"
               organization line sequential
               file status answer-key-status.
           select roman-report-file assign to "ROMAN89"
               organization line sequential
               file status roman-report-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
       fd  numeral-file
           label records are omitted.
       01 numeral-line              pic x(80).
           copy run-result-fd.
           copy answer-key-fd.
       fd  roman-report-file
           label records are omitted.
       01 roman-report-line         pic x(80).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy answer-key.
           copy report-header.
           copy data-version.
       01 numeral-file-path  pic x(60) value "data/roman-089.txt".
       01 numeral-status            pic xx.
       01 roman-report-status       pic xx.
       01 numeral-read-switch       pic x value 'N'.
         88 numeral-file-at-end      value 'Y'.

       01 header-fields.
         02 hdr-tag                pic x(10).
         02 hdr-rows-text          pic x(10).
         02 hdr-cols-text          pic x(10).
         02 hdr-sum-text           pic x(12).
         02 hdr-rows               pic 9(5) comp-5.
         02 hdr-cols               pic 9(5) comp-5.
         02 hdr-checksum           pic 9(9) comp-5.
         02 numeral-checksum       pic 9(9) comp-5.

      * The subroutine's arguments, both directions.
       01 roman-direction           pic x.
       01 roman-number              pic 9(9) comp-5.
       01 roman-text                pic x(30).
       01 roman-status              pic x.

       01 line-count                pic 9(5) comp-5 value 0.
       01 invalid-count             pic 9(5) comp-5 value 0.
       01 given-numeral             pic x(30).
       01 given-length              pic 9(5) comp-5.
       01 minimal-length            pic 99 comp-5.
       01 line-saved                pic 99 comp-5.
       01 total-saved               pic 9(9) comp-5 value 0.
       01 total-given-length        pic 9(9) comp-5 value 0.
       01 total-minimal-length      pic 9(9) comp-5 value 0.

       01 line-edit                 pic z(4)9.
       01 value-edit                pic z(3)9.
       01 saved-edit                pic z9.
       01 total-edit                pic z(8)9.

       procedure division.

       main.
           move "euler-problem-089" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move numeral-file-path to control-param-4
           perform read-control-card
           move "euler-problem-089" to kp-program-id
           move "NUMERAL-FILE" to kp-keyword (4)
           perform read-parameter-library
           if control-param-4 is not equal to spaces
             move control-param-4 to numeral-file-path
           end-if

           move numeral-file-path to dv-work-path
           perform resolve-dataset-version
           move dv-work-path to numeral-file-path

           perform open-numeral-file
           perform open-roman-report
           move 0 to numeral-checksum
           move 'N' to numeral-read-switch
           perform read-one-numeral-line until numeral-file-at-end
           close numeral-file
           perform close-roman-report

           if invalid-count > 0
             display "euler-problem-089: " invalid-count
                     " numerals are not valid Roman numerals - "
                     "see ROMAN89; nothing posted"
             move 16 to return-code
             goback
           end-if
           if line-count is not equal to hdr-rows
             display "euler-problem-089: numeral file has "
                     line-count " numerals but the header says "
                     hdr-rows
             move 16 to return-code
             goback
           end-if
           if numeral-checksum is not equal to hdr-checksum
             display "euler-problem-089: numeral file checksum is "
                     numeral-checksum " but the header says "
                     hdr-checksum
             move 16 to return-code
             goback
           end-if

           display total-saved

           perform format-report-footer
           display report-footer-line

           move "euler-problem-089" to rr-program-id
           move spaces to rr-parameters
           string "file=" delimited by size
                  function trim (numeral-file-path) delimited by size
             into rr-parameters
           end-string
           perform flag-fallback-parameters
           move total-saved to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
      * The shipped key carries the precomputed 5160 for the shipped
      * stand-in.
           move "euler-problem-089" to ak-program-id
           move spaces to ak-signature
           string "file=" delimited by size
                  function trim (numeral-file-path) delimited by size
             into ak-signature
           end-string
           perform check-answer-key
           perform stop-run-timer
           perform write-run-result

           goback.

      * Open the numerals and check the HDR header: one value to a
      * row, and no more rows than the count field can hold.
       open-numeral-file.
           open input numeral-file
           if numeral-status is not equal to "00"
             display "euler-problem-089: numeral file open failed, "
                     "file status " numeral-status
             move 16 to return-code
             goback
           end-if
           move numeral-file-path to io-dataset
           perform count-io-read
           read numeral-file
             at end
               display "euler-problem-089: numeral file is empty"
               move 16 to return-code
               goback
           end-read
           if numeral-line (1:4) is not equal to "HDR "
             display "euler-problem-089: numeral file has no HDR "
                     "header"
             move 16 to return-code
             goback
           end-if
           move spaces to hdr-tag
           move spaces to hdr-rows-text
           move spaces to hdr-cols-text
           move spaces to hdr-sum-text
           unstring numeral-line delimited by all " "
             into hdr-tag hdr-rows-text hdr-cols-text hdr-sum-text
           end-unstring
           compute hdr-rows = function numval (hdr-rows-text)
           compute hdr-cols = function numval (hdr-cols-text)
           compute hdr-checksum = function numval (hdr-sum-text)
           if hdr-cols is not equal to 1
             display "euler-problem-089: header says " hdr-cols
                     " values to a row, a numeral is 1"
             move 16 to return-code
             goback
           end-if.

       read-one-numeral-line.
           move numeral-file-path to io-dataset
           perform count-io-read
           read numeral-file
             at end
               move 'Y' to numeral-read-switch
             not at end
               if numeral-line is not equal to spaces
                 perform rewrite-one-numeral
               end-if
           end-read.

      * Read the numeral to its number, write the number back as a
      * numeral, and count the difference.
       rewrite-one-numeral.
           add 1 to line-count
           move function trim (numeral-line) to given-numeral
           compute given-length =
               function length (function trim (numeral-line))

           move 'N' to roman-direction
           move given-numeral to roman-text
           move 0 to roman-number
           call "roman-numeral"
             using by content roman-direction
                   by reference roman-number
                   by reference roman-text
                   by reference roman-status
           if roman-status is not equal to 'Y'
             or given-length > 30
             add 1 to invalid-count
             perform write-invalid-line
             exit paragraph
           end-if
           add roman-number to numeral-checksum
           if numeral-checksum >= 1000000000
             subtract 1000000000 from numeral-checksum
           end-if

           move 'R' to roman-direction
           move spaces to roman-text
           call "roman-numeral"
             using by content roman-direction
                   by reference roman-number
                   by reference roman-text
                   by reference roman-status
           move 0 to minimal-length
           inspect roman-text tallying minimal-length
             for characters before initial space
           compute line-saved = given-length - minimal-length
           add line-saved to total-saved
           add given-length to total-given-length
           add minimal-length to total-minimal-length
           perform write-numeral-line.

       open-roman-report.
           move "00" to roman-report-status
           open output roman-report-file
           move report-header-line to roman-report-line
           perform write-roman-line
           move spaces to roman-report-line
           string "numerals: " delimited by size
                  function trim (numeral-file-path) delimited by size
             into roman-report-line
           end-string
           perform write-roman-line
           move "LINE  NUMERAL                         VALUE  MINIMAL"
             to roman-report-line
           move "SAVED" to roman-report-line (71:5)
           perform write-roman-line.

       write-numeral-line.
           move spaces to roman-report-line
           move line-count to line-edit
           move line-edit to roman-report-line (1:5)
           move given-numeral to roman-report-line (7:30)
           move roman-number to value-edit
           move value-edit to roman-report-line (39:4)
           move roman-text (1:25) to roman-report-line (45:25)
           move line-saved to saved-edit
           move saved-edit to roman-report-line (74:2)
           perform write-roman-line.

       write-invalid-line.
           move spaces to roman-report-line
           move line-count to line-edit
           move line-edit to roman-report-line (1:5)
           move given-numeral to roman-report-line (7:30)
           move "INVALID - not a valid Roman numeral"
             to roman-report-line (39:35)
           perform write-roman-line.

       close-roman-report.
           move spaces to roman-report-line
           move line-count to line-edit
           string "numerals read: " delimited by size
                  function trim (line-edit) delimited by size
             into roman-report-line
           end-string
           perform write-roman-line
           move spaces to roman-report-line
           move total-given-length to total-edit
           string "characters as given: " delimited by size
                  function trim (total-edit) delimited by size
             into roman-report-line
           end-string
           perform write-roman-line
           move spaces to roman-report-line
           move total-minimal-length to total-edit
           string "characters in minimal form: " delimited by size
                  function trim (total-edit) delimited by size
             into roman-report-line
           end-string
           perform write-roman-line
           move spaces to roman-report-line
           move total-saved to total-edit
           string "characters saved: " delimited by size
                  function trim (total-edit) delimited by size
             into roman-report-line
           end-string
           perform write-roman-line
           if invalid-count > 0
             move spaces to roman-report-line
             move invalid-count to line-edit
             string "invalid numerals: " delimited by size
                    function trim (line-edit) delimited by size
                    " - the total above is not an answer"
                      delimited by size
               into roman-report-line
             end-string
             perform write-roman-line
           end-if
           perform format-report-footer
           move report-footer-line to roman-report-line
           perform write-roman-line
           close roman-report-file.

       write-roman-line.
           move "ROMAN89" to io-dataset
           perform count-io-write
           write roman-report-line.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy answer-key-procedure.
           copy report-header-procedure.
           copy data-version-procedure.

       end program euler-problem-089.
