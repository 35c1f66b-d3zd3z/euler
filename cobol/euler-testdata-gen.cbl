      * Synthetic test-dataset generator
      *
      * 15 October 2026
      *
      * Each of euler-problem-011, 018/067, 081 and 083 has exactly
      * one real dataset, which is no way to load-test a solver at a
      * larger size or to see what it does with all-zero cells,
      * maximum-width values or a one-row triangle.  This writes a
      * data/ file of any such shape, in the HDR-headed format
      * euler-data-validate checks (see that program), from:
      *
      *   SHAPE        (control-param-5) G for a grid, T for a
      *                triangle; default G
      *   ROWS         (control-param-1) 1 to 100, default 5
      *   COLUMNS      (control-param-2) a grid's width, 0 (the
      *                default) meaning square; a triangle's is
      *                always its row count
      *   SEED         (control-param-3) default 1
      *   VALUE-RANGE  (control-param-6) the lowest and highest cell
      *                value as four digits each, llllhhhh - the
      *                default 99 is 0 to 99, 00000000 every cell
      *                zero, 99999999 every cell 9999
      *   DATA-FILE    (control-param-4) the file to write, default
      *                data/test-g<rows>x<cols>-<seed>.txt or
      *                data/test-t<rows>-<seed>.txt
      *
      * Cells are drawn from the seed by the Park-Miller minimal
      * standard generator, so a shape, range and seed always give
      * back the same file.  Values are zero-padded to the width of
      * the range's top, single-spaced, and a row may not run past
      * the 300 columns euler-data-validate reads.
      *
      * The file is registered in DATAVERSIONS as a version of
      * itself, effective the processing date, with TEST in column
      * 132 to tell it from a production delivery; the loaders only
      * ever look up their own production paths, so a test version
      * is never resolved in place of one.
      *
      * For sizes small enough to brute-force, a reference answer is
      * worked out for every solver that can take the file, each by
      * plain exhaustion rather than the solver's own method: every
      * run of four for 011, every path down the triangle for 018
      * and 067, every right/down path for 081, and every path that
      * never revisits a cell for 083.  Each answer goes into
      * TESTANSWERKEY, laid out exactly as ANSWERKEY and keyed by the
      * signature the solver builds, replacing any older row for the
      * same signature - point ANSWERKEY at it for a manifest sweep
      * over the test files.  TESTDATAREPORT lists what was written,
      * each solver's reference answer, and why any solver was left
      * out.  A shape the solvers or the validator could not read is
      * refused with RETURN-CODE 16 and nothing written.
       identification division.
       program-id. euler-testdata-gen.

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
           copy run-result-select.
           select data-file
               assign to dynamic data-file-path
               organization line sequential
               file status data-file-status.
           select versions-file assign to "DATAVERSIONS"
               organization line sequential
               file status versions-status.
           select test-key-file assign to "TESTANSWERKEY"
               organization line sequential
               file status test-key-status.
           select test-report-file assign to "TESTDATAREPORT"
               organization line sequential
               file status test-report-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
           copy run-result-fd.
       fd  data-file
           label records are omitted.
       01 data-file-line           pic x(300).
       fd  versions-file
           label records are omitted.
       01 versions-record.
         02 dv-logical              pic x(60).
         02 filler                  pic x.
         02 dv-effective            pic 9(8).
         02 filler                  pic x.
         02 dv-version-path         pic x(60).
         02 filler                  pic x.
         02 dv-class                pic x(4).
       fd  test-key-file
           label records are omitted.
       01 test-key-line            pic x(82).
       fd  test-report-file
           label records are omitted.
       01 test-report-line         pic x(132).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
       01 data-file-path           pic x(60).
       01 data-file-status         pic xx.
       01 versions-status          pic xx.
       01 test-key-status          pic xx.
       01 test-report-status       pic xx.
       01 read-switch              pic x.
         88 read-at-end             value 'Y'.

      * The shape asked for.
       01 data-shape               pic x value 'G'.
         88 shape-is-grid           value 'G'.
         88 shape-is-triangle       value 'T'.
       01 row-count                pic 999 comp-5.
       01 col-count                pic 999 comp-5.
       01 random-seed              pic 9(9).
       01 range-low                pic 9(4) comp-5.
       01 range-high               pic 9(4) comp-5.
       01 value-span               pic 9(5) comp-5.
       01 value-width              pic 9 comp-5.
       01 line-width               pic 9(4) comp-5.
       01 refuse-reason            pic x(60) value spaces.
       01 effect-date              pic 9(8).
       01 effect-date-text         pic x(10).

      * Park-Miller minimal standard: state = state x 16807 modulo
      * 2**31 - 1, never zero.
       01 random-state             pic 9(10) comp-5.
       01 random-product           pic 9(18) comp-5.

      * The generated cells; a triangle uses the lower-left half.
       01 max-size constant as 100.
       01 cell-table.
         02 cell-row occurs 100 times.
           03 cell                  pic 9(4) comp-5
                occurs 100 times.
       01 y                        pic 999 comp-5.
       01 x                        pic 999 comp-5.
       01 row-width                pic 999 comp-5.
       01 data-checksum            pic 9(9) comp-5 value 0.
       01 line-pointer             pic 999 comp-5.
       01 cell-text                pic 9(4).
       01 hdr-rows-out             pic 9(5).
       01 hdr-cols-out             pic 9(5).
       01 hdr-sum-out              pic 9(9).

      * Reference answers, one per solver that can take the file.
       01 answer-max constant as 5.
       01 answer-table.
         02 answer-entry occurs 5 times.
           03 an-program            pic x(20).
           03 an-signature          pic x(40).
           03 an-result             pic 9(18) comp-5.
           03 an-note               pic x(60).
       01 answer-count             pic 9 comp-5 value 0.
       01 answer-index             pic 9 comp-5.
       01 reference-count          pic 9 comp-5 value 0.
       01 answer-edit              pic z(17)9.
       01 size-edit                pic zz9.
       01 seed-edit                pic z(8)9.
       01 sig-part-1               pic x(10).
       01 sig-part-2               pic x(10).
       01 shape-text               pic x(40).

      * Run of four (011): right, down, down-right, down-left.
       01 run-length constant as 4.
       01 run-directions.
         02 filler                 pic s9 value 0.
         02 filler                 pic s9 value 1.
         02 filler                 pic s9 value 1.
         02 filler                 pic s9 value 0.
         02 filler                 pic s9 value 1.
         02 filler                 pic s9 value 1.
         02 filler                 pic s9 value 1.
         02 filler                 pic s9 value -1.
       01 run-direction-table redefines run-directions.
         02 run-direction occurs 4 times.
           03 run-dy                pic s9.
           03 run-dx                pic s9.
       01 run-dir                  pic 9 comp-5.
       01 run-step                 pic 9 comp-5.
       01 run-y                    pic s999 comp-5.
       01 run-x                    pic s999 comp-5.
       01 run-product              pic 9(18) comp-5.
       01 best-product             pic 9(18) comp-5.

      * Path masks (018/067 and 081): one bit per move.
       01 path-mask                pic 9(9) comp-5.
       01 mask-limit               pic 9(9) comp-5.
       01 mask-work                pic 9(9) comp-5.
       01 mask-bit                 pic 9 comp-5.
       01 move-count               pic 99 comp-5.
       01 move-index               pic 99 comp-5.
       01 path-sum                 pic 9(9) comp-5.
       01 best-sum                 pic 9(9) comp-5.
       01 path-ok                  pic x.

      * Self-avoiding walk (083): a stack of cells, each with the
      * last of its four neighbors tried.
       01 walk-max constant as 25.
       01 walk-stack.
         02 walk-entry occurs 25 times.
           03 wk-row                pic 999 comp-5.
           03 wk-col                pic 999 comp-5.
           03 wk-dir                pic 9 comp-5.
       01 walk-depth               pic 99 comp-5.
       01 walk-visited.
         02 visited-row occurs 25 times.
           03 visited               pic x occurs 25 times.
       01 neighbor-offsets.
         02 filler                 pic s9 value 0.
         02 filler                 pic s9 value 1.
         02 filler                 pic s9 value 1.
         02 filler                 pic s9 value 0.
         02 filler                 pic s9 value 0.
         02 filler                 pic s9 value -1.
         02 filler                 pic s9 value -1.
         02 filler                 pic s9 value 0.
       01 neighbor-table redefines neighbor-offsets.
         02 neighbor occurs 4 times.
           03 nb-dy                 pic s9.
           03 nb-dx                 pic s9.
       01 next-row                 pic s999 comp-5.
       01 next-col                 pic s999 comp-5.

      * TESTANSWERKEY rows kept from before this run.
       01 kept-max constant as 300.
       01 kept-table.
         02 kept-line occurs 300 times pic x(82).
       01 kept-count               pic 999 comp-5 value 0.
       01 kept-index               pic 999 comp-5.
       01 kept-drop                pic x.
       01 key-row.
         02 kr-program              pic x(20).
         02 filler                  pic x.
         02 kr-signature            pic x(40).
         02 filler                  pic x.
         02 kr-expected             pic x(20).
       01 already-registered       pic x.

       procedure division.

       main.
           move "euler-testdata-gen" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move 5 to control-param-1
           move 0 to control-param-2
           move 1 to control-param-3
           move spaces to control-param-4
           move 'G' to control-param-5
           move 99 to control-param-6
           perform read-control-card
           move "euler-testdata-gen" to kp-program-id
           move "ROWS" to kp-keyword (1)
           move "COLUMNS" to kp-keyword (2)
           move "SEED" to kp-keyword (3)
           move "DATA-FILE" to kp-keyword (4)
           move "SHAPE" to kp-keyword (5)
           move "VALUE-RANGE" to kp-keyword (6)
           perform read-parameter-library
           perform take-parameters

           move "00" to test-report-status
           open output test-report-file
           move report-header-line to test-report-line
           move "TESTDATAREPORT" to io-dataset
           perform count-io-write
           write test-report-line

           if refuse-reason is not equal to spaces
             move spaces to test-report-line
             string "  REFUSED - " delimited by size
                    refuse-reason delimited by size
               into test-report-line
             end-string
             move "TESTDATAREPORT" to io-dataset
             perform count-io-write
             write test-report-line
             display "euler-testdata-gen: " function trim
                     (refuse-reason) " - nothing written"
             move 16 to return-code
             perform finish-run
             goback
           end-if

           perform generate-cells
           perform write-data-file
           if data-file-status is not equal to "00"
             move spaces to test-report-line
             string "  REFUSED - cannot write " delimited by size
                    function trim (data-file-path) delimited by size
               into test-report-line
             end-string
             move "TESTDATAREPORT" to io-dataset
             perform count-io-write
             write test-report-line
             display "euler-testdata-gen: cannot write "
                     function trim (data-file-path)
                     ", status " data-file-status
             move 16 to return-code
             perform finish-run
             goback
           end-if
           perform register-test-version
           perform write-dataset-lines

           if shape-is-grid
             perform reference-problem-011
             perform reference-problem-081
             perform reference-problem-083
           else
             perform reference-problem-018
             perform reference-problem-067
           end-if
           perform write-test-answer-key
           perform write-answer-lines

           display "euler-testdata-gen: " function trim
                   (data-file-path) " written, " reference-count
                   " reference answers"
           move 0 to return-code
           perform finish-run
           goback.

       finish-run.
           perform format-report-footer
           move report-footer-line to test-report-line
           move "TESTDATAREPORT" to io-dataset
           perform count-io-write
           write test-report-line
           close test-report-file
           display report-footer-line
           move "euler-testdata-gen" to rr-program-id
           move spaces to rr-parameters
           move row-count to size-edit
           move function trim (size-edit) to sig-part-1
           move col-count to size-edit
           move function trim (size-edit) to sig-part-2
           move random-seed to seed-edit
           string data-shape delimited by size
                  " " delimited by size
                  function trim (sig-part-1) delimited by size
                  "x" delimited by size
                  function trim (sig-part-2) delimited by size
                  " seed=" delimited by size
                  function trim (seed-edit) delimited by size
             into rr-parameters
           end-string
           if refuse-reason is not equal to spaces
             or data-file-status is not equal to "00"
             move spaces to rr-actual-result
           else
             move data-checksum to rr-numeric-edit
             move rr-numeric-edit to rr-actual-result
           end-if
           move spaces to rr-expected-result
           move space to rr-pass-flag
           perform stop-run-timer
           perform write-run-result.

      * Settle the parameters, and refuse any shape a solver or
      * euler-data-validate could not read back.
       take-parameters.
           move control-param-5 to data-shape
           if data-shape = space
             move 'G' to data-shape
           end-if
           move control-param-1 to row-count
           move control-param-2 to col-count
           move control-param-3 to random-seed
           if control-param-6 is not numeric
             move 99 to control-param-6
           end-if
           divide control-param-6 by 10000 giving range-low
             remainder range-high
           end-divide

           if not shape-is-grid and not shape-is-triangle
             move "SHAPE must be G or T" to refuse-reason
             exit paragraph
           end-if
           if control-param-1 < 1 or control-param-1 > max-size
             move "ROWS must be 1 to 100" to refuse-reason
             exit paragraph
           end-if
           if shape-is-triangle or col-count = 0
             move row-count to col-count
           end-if
           if control-param-2 > max-size
             move "COLUMNS must be 0 to 100" to refuse-reason
             exit paragraph
           end-if
           if control-param-6 > 99999999 or range-low > range-high
             move "VALUE-RANGE must be llllhhhh with llll <= hhhh"
               to refuse-reason
             exit paragraph
           end-if
           evaluate true
             when range-high > 999
               move 4 to value-width
             when range-high > 99
               move 3 to value-width
             when other
               move 2 to value-width
           end-evaluate
           compute line-width = col-count * (value-width + 1) - 1
           if line-width > 300
             move "rows would run past the 300 columns the validator "
               & "reads" to refuse-reason
             exit paragraph
           end-if
           compute value-span = range-high - range-low + 1

           if control-param-4 is equal to spaces
             perform build-default-path
           else
             move control-param-4 to data-file-path
           end-if

           move spaces to effect-date-text
           accept effect-date-text from environment "EULERPROCDATE"
             on exception
               move spaces to effect-date-text
           end-accept
           if effect-date-text (1:8) is numeric
             move effect-date-text (1:8) to effect-date
           else
             move function current-date (1:8) to effect-date
           end-if.

       build-default-path.
           move row-count to size-edit
           move function trim (size-edit) to sig-part-1
           move col-count to size-edit
           move function trim (size-edit) to sig-part-2
           move random-seed to seed-edit
           move spaces to data-file-path
           if shape-is-grid
             string "data/test-g" delimited by size
                    function trim (sig-part-1) delimited by size
                    "x" delimited by size
                    function trim (sig-part-2) delimited by size
                    "-" delimited by size
                    function trim (seed-edit) delimited by size
                    ".txt" delimited by size
               into data-file-path
             end-string
           else
             string "data/test-t" delimited by size
                    function trim (sig-part-1) delimited by size
                    "-" delimited by size
                    function trim (seed-edit) delimited by size
                    ".txt" delimited by size
               into data-file-path
             end-string
           end-if.

       generate-cells.
           compute random-state = function mod (random-seed,
               2147483647)
           if random-state = 0
             move 1 to random-state
           end-if
           move 0 to data-checksum
           perform varying y from 1 by 1 until y > row-count
             if shape-is-triangle
               move y to row-width
             else
               move col-count to row-width
             end-if
             perform varying x from 1 by 1 until x > row-width
               perform next-random
               compute cell (y, x) = range-low
                   + function mod (random-state, value-span)
               add cell (y, x) to data-checksum
               if data-checksum >= 1000000000
                 subtract 1000000000 from data-checksum
               end-if
             end-perform
           end-perform.

       next-random.
           compute random-product = random-state * 16807
           compute random-state = function mod (random-product,
               2147483647).

       write-data-file.
           move "00" to data-file-status
           open output data-file
           if data-file-status is not equal to "00"
             exit paragraph
           end-if
           move row-count to hdr-rows-out
           move col-count to hdr-cols-out
           move data-checksum to hdr-sum-out
           move spaces to data-file-line
           string "HDR " delimited by size
                  hdr-rows-out delimited by size
                  " " delimited by size
                  hdr-cols-out delimited by size
                  " " delimited by size
                  hdr-sum-out delimited by size
             into data-file-line
           end-string
           move data-file-path to io-dataset
           perform count-io-write
           write data-file-line
           perform varying y from 1 by 1 until y > row-count
             if shape-is-triangle
               move y to row-width
             else
               move col-count to row-width
             end-if
             move spaces to data-file-line
             move 1 to line-pointer
             perform varying x from 1 by 1 until x > row-width
               if x > 1
                 move " " to data-file-line (line-pointer:1)
                 add 1 to line-pointer
               end-if
               move cell (y, x) to cell-text
               move cell-text (5 - value-width:value-width)
                 to data-file-line (line-pointer:value-width)
               add value-width to line-pointer
             end-perform
             move data-file-path to io-dataset
             perform count-io-write
             write data-file-line
           end-perform
           close data-file.

      * One DATAVERSIONS entry per test file and processing date; a
      * rerun of the same generation does not add a second.
       register-test-version.
           move 'N' to already-registered
           move "00" to versions-status
           open input versions-file
           if versions-status = "00"
             move 'N' to read-switch
             perform until read-at-end
               move "DATAVERSIONS" to io-dataset
               perform count-io-read
               read versions-file
                 at end
                   move 'Y' to read-switch
                 not at end
                   if dv-logical = data-file-path
                     and dv-effective = effect-date
                     and dv-version-path = data-file-path
                     move 'Y' to already-registered
                   end-if
               end-read
             end-perform
             close versions-file
           end-if
           if already-registered = 'Y'
             exit paragraph
           end-if
           move "00" to versions-status
           open extend versions-file
           if versions-status is not equal to "00"
             move "00" to versions-status
             open output versions-file
           end-if
           move spaces to versions-record
           move data-file-path to dv-logical
           move effect-date to dv-effective
           move data-file-path to dv-version-path
           move "TEST" to dv-class
           move "DATAVERSIONS" to io-dataset
           perform count-io-write
           write versions-record
           close versions-file.

       write-dataset-lines.
           move spaces to test-report-line
           string "Test dataset " delimited by size
                  function trim (data-file-path) delimited by size
             into test-report-line
           end-string
           move "TESTDATAREPORT" to io-dataset
           perform count-io-write
           write test-report-line
           move row-count to size-edit
           move function trim (size-edit) to sig-part-1
           move col-count to size-edit
           move function trim (size-edit) to sig-part-2
           move spaces to shape-text
           if shape-is-grid
             string "GRID " delimited by size
                    function trim (sig-part-1) delimited by size
                    " x " delimited by size
                    function trim (sig-part-2) delimited by size
               into shape-text
             end-string
           else
             string "TRIANGLE of " delimited by size
                    function trim (sig-part-1) delimited by size
                    " rows" delimited by size
               into shape-text
             end-string
           end-if
           move range-low to size-edit
           move function trim (size-edit) to sig-part-1
           move range-high to seed-edit
           move function trim (seed-edit) to sig-part-2
           move random-seed to seed-edit
           move spaces to test-report-line
           string "  " delimited by size
                  function trim (shape-text) delimited by size
                  ", values " delimited by size
                  function trim (sig-part-1) delimited by size
                  " to " delimited by size
                  function trim (sig-part-2) delimited by size
                  ", seed " delimited by size
                  function trim (seed-edit) delimited by size
             into test-report-line
           end-string
           move "TESTDATAREPORT" to io-dataset
           perform count-io-write
           write test-report-line
           move spaces to test-report-line
           move data-checksum to hdr-sum-out
           string "  HDR " delimited by size
                  hdr-rows-out delimited by size
                  " " delimited by size
                  hdr-cols-out delimited by size
                  " " delimited by size
                  hdr-sum-out delimited by size
                  ", registered in DATAVERSIONS effective "
                    delimited by size
                  effect-date delimited by size
                  " as a TEST version" delimited by size
             into test-report-line
           end-string
           move "TESTDATAREPORT" to io-dataset
           perform count-io-write
           write test-report-line
           move spaces to test-report-line
           move "TESTDATAREPORT" to io-dataset
           perform count-io-write
           write test-report-line.

      * A solver that cannot take the file, or a file too big to
      * brute-force, gets a note in place of an answer.
       add-answer.
           add 1 to answer-count
           move spaces to an-note (answer-count)
           move 0 to an-result (answer-count)
           move spaces to an-signature (answer-count)
           string "file=" delimited by size
                  function trim (data-file-path) delimited by size
             into an-signature (answer-count)
           end-string.

      * 011 reads a square grid of two-digit cells and keys its
      * answer on size, run length, direction count and file; the
      * reference is for the shipped four-long run in four
      * directions.
       reference-problem-011.
           perform add-answer
           move "euler-problem-011" to an-program (answer-count)
           move row-count to size-edit
           move spaces to an-signature (answer-count)
           string "s=" delimited by size
                  function trim (size-edit) delimited by size
                  " r=4 d=4 f=" delimited by size
                  function trim (data-file-path) delimited by size
             into an-signature (answer-count)
           end-string
           evaluate true
             when row-count not = col-count
               move "takes only a square grid" to an-note
                 (answer-count)
             when range-high > 99
               move "takes only two-digit cells" to an-note
                 (answer-count)
             when row-count < run-length
               move "grid is narrower than the run of 4" to an-note
                 (answer-count)
             when other
               perform brute-force-runs
               move best-product to an-result (answer-count)
               add 1 to reference-count
           end-evaluate.

       brute-force-runs.
           move 0 to best-product
           perform varying y from 1 by 1 until y > row-count
             perform varying x from 1 by 1 until x > col-count
               perform varying run-dir from 1 by 1 until run-dir > 4
                 move 1 to run-product
                 move y to run-y
                 move x to run-x
                 perform varying run-step from 1 by 1
                         until run-step > run-length
                   if run-y < 1 or run-y > row-count
                     or run-x < 1 or run-x > col-count
                     move 0 to run-product
                     exit perform
                   end-if
                   multiply cell (run-y, run-x) by run-product
                   add run-dy (run-dir) to run-y
                   add run-dx (run-dir) to run-x
                 end-perform
                 if run-product > best-product
                   move run-product to best-product
                 end-if
               end-perform
             end-perform
           end-perform.

      * 081: every right/down path is a mask of rows + cols - 2
      * moves, a 1 bit a step right; masks with the wrong count of
      * either walk off the grid and are passed over.
       reference-problem-081.
           perform add-answer
           move "euler-problem-081" to an-program (answer-count)
           compute move-count = row-count + col-count - 2
           if move-count > 18
             move "too large to brute-force (rows + cols over 20)"
               to an-note (answer-count)
             exit paragraph
           end-if
           compute mask-limit = 2 ** move-count - 1
           move 999999999 to best-sum
           perform varying path-mask from 0 by 1
                   until path-mask > mask-limit
             move path-mask to mask-work
             move 1 to y
             move 1 to x
             move cell (1, 1) to path-sum
             move 'Y' to path-ok
             perform varying move-index from 1 by 1
                     until move-index > move-count
               divide mask-work by 2 giving mask-work
                 remainder mask-bit
               end-divide
               if mask-bit = 1
                 add 1 to x
               else
                 add 1 to y
               end-if
               if x > col-count or y > row-count
                 move 'N' to path-ok
                 exit perform
               end-if
               add cell (y, x) to path-sum
             end-perform
             if path-ok = 'Y' and path-sum < best-sum
               move path-sum to best-sum
             end-if
           end-perform
           move best-sum to an-result (answer-count)
           add 1 to reference-count.

      * 083: walk every path from the top left that never revisits
      * a cell, depth first, and keep the cheapest one to reach the
      * bottom right.  A partial path already dearer than the best
      * complete one is not extended - cells are never negative.
       reference-problem-083.
           perform add-answer
           move "euler-problem-083" to an-program (answer-count)
           if row-count * col-count > walk-max
             move "too large to brute-force (over 25 cells)"
               to an-note (answer-count)
             exit paragraph
           end-if
           move all 'N' to walk-visited
           move cell (1, 1) to path-sum
           if row-count = 1 and col-count = 1
             move path-sum to best-sum
           else
             move 999999999 to best-sum
             move 1 to walk-depth
             move 1 to wk-row (1)
             move 1 to wk-col (1)
             move 0 to wk-dir (1)
             move 'Y' to visited (1, 1)
             perform step-walk until walk-depth = 0
           end-if
           move best-sum to an-result (answer-count)
           add 1 to reference-count.

       step-walk.
           add 1 to wk-dir (walk-depth)
           if wk-dir (walk-depth) > 4
             move 'N' to visited (wk-row (walk-depth),
                                  wk-col (walk-depth))
             subtract cell (wk-row (walk-depth), wk-col (walk-depth))
               from path-sum
             subtract 1 from walk-depth
             exit paragraph
           end-if
           compute next-row = wk-row (walk-depth)
               + nb-dy (wk-dir (walk-depth))
           compute next-col = wk-col (walk-depth)
               + nb-dx (wk-dir (walk-depth))
           if next-row < 1 or next-row > row-count
             or next-col < 1 or next-col > col-count
             exit paragraph
           end-if
           if visited (next-row, next-col) = 'Y'
             exit paragraph
           end-if
           if path-sum + cell (next-row, next-col) >= best-sum
             exit paragraph
           end-if
           if next-row = row-count and next-col = col-count
             compute best-sum = path-sum + cell (next-row, next-col)
             exit paragraph
           end-if
           add 1 to walk-depth
           move next-row to wk-row (walk-depth)
           move next-col to wk-col (walk-depth)
           move 0 to wk-dir (walk-depth)
           move 'Y' to visited (next-row, next-col)
           add cell (next-row, next-col) to path-sum.

      * 018 reads exactly fifteen rows of two-digit cells; 067 any
      * triangle up to its hundred rows.
       reference-problem-018.
           perform add-answer
           move "euler-problem-018" to an-program (answer-count)
           evaluate true
             when row-count not = 15
               move "takes exactly 15 rows" to an-note (answer-count)
             when range-high > 99
               move "takes only two-digit cells" to an-note
                 (answer-count)
             when other
               perform brute-force-triangle
               move best-sum to an-result (answer-count)
           end-evaluate.

       reference-problem-067.
           perform add-answer
           move "euler-problem-067" to an-program (answer-count)
           if row-count > 20
             move "too large to brute-force (over 20 rows)"
               to an-note (answer-count)
             exit paragraph
           end-if
           perform brute-force-triangle
           move best-sum to an-result (answer-count).

      * Every path down the triangle is a mask of rows - 1 moves, a
      * 1 bit a step down-right.
       brute-force-triangle.
           compute move-count = row-count - 1
           compute mask-limit = 2 ** move-count - 1
           move 0 to best-sum
           perform varying path-mask from 0 by 1
                   until path-mask > mask-limit
             move path-mask to mask-work
             move 1 to x
             move cell (1, 1) to path-sum
             perform varying y from 2 by 1 until y > row-count
               divide mask-work by 2 giving mask-work
                 remainder mask-bit
               end-divide
               add mask-bit to x
               add cell (y, x) to path-sum
             end-perform
             if path-sum > best-sum
               move path-sum to best-sum
             end-if
           end-perform
           add 1 to reference-count.

      * TESTANSWERKEY keeps every other signature's row and takes
      * this run's answers in place of any older ones for the same
      * program and signature.
       write-test-answer-key.
           move 0 to kept-count
           move "00" to test-key-status
           open input test-key-file
           if test-key-status = "00"
             move 'N' to read-switch
             perform until read-at-end
               move "TESTANSWERKEY" to io-dataset
               perform count-io-read
               read test-key-file
                 at end
                   move 'Y' to read-switch
                 not at end
                   perform keep-one-key-line
               end-read
             end-perform
             close test-key-file
           end-if

           move "00" to test-key-status
           open output test-key-file
           perform varying kept-index from 1 by 1
                   until kept-index > kept-count
             move kept-line (kept-index) to test-key-line
             move "TESTANSWERKEY" to io-dataset
             perform count-io-write
             write test-key-line
           end-perform
           perform varying answer-index from 1 by 1
                   until answer-index > answer-count
             if an-note (answer-index) = spaces
               move spaces to key-row
               move an-program (answer-index) to kr-program
               move an-signature (answer-index) to kr-signature
               move an-result (answer-index) to answer-edit
               move function trim (answer-edit) to kr-expected
               move key-row to test-key-line
               move "TESTANSWERKEY" to io-dataset
               perform count-io-write
               write test-key-line
             end-if
           end-perform
           close test-key-file.

       keep-one-key-line.
           move test-key-line to key-row
           move 'N' to kept-drop
           perform varying answer-index from 1 by 1
                   until answer-index > answer-count
             if an-note (answer-index) = spaces
               and kr-program = an-program (answer-index)
               and kr-signature = an-signature (answer-index)
               move 'Y' to kept-drop
             end-if
           end-perform
           if kept-drop = 'N'
             if kept-count < kept-max
               add 1 to kept-count
               move test-key-line to kept-line (kept-count)
             else
               display "euler-testdata-gen: TESTANSWERKEY holds more "
                       "than " kept-max " rows, the rest are dropped"
             end-if
           end-if.

       write-answer-lines.
           move "SOLVER               REFERENCE ANSWER    SIGNATURE"
             to test-report-line
           move "TESTDATAREPORT" to io-dataset
           perform count-io-write
           write test-report-line
           perform varying answer-index from 1 by 1
                   until answer-index > answer-count
             move spaces to test-report-line
             move an-program (answer-index)
               to test-report-line (1:20)
             if an-note (answer-index) = spaces
               move an-result (answer-index) to answer-edit
               move function trim (answer-edit)
                 to test-report-line (22:20)
               move an-signature (answer-index)
                 to test-report-line (42:40)
             else
               move "none - " to test-report-line (22:7)
               move an-note (answer-index)
                 to test-report-line (29:60)
             end-if
             move "TESTDATAREPORT" to io-dataset
             perform count-io-write
             write test-report-line
           end-perform
           move spaces to test-report-line
           move "TESTDATAREPORT" to io-dataset
           perform count-io-write
           write test-report-line
           move spaces to test-report-line
           move reference-count to size-edit
           string function trim (size-edit) delimited by size
                  " reference answers written to TESTANSWERKEY"
                    delimited by size
             into test-report-line
           end-string
           move "TESTDATAREPORT" to io-dataset
           perform count-io-write
           write test-report-line.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.

       end program euler-testdata-gen.
