      * Problem 82
      *
      * 15 October 2026
      *
      * Find the minimal path sum in a matrix from any cell in the
      * left column to any cell in the right column, moving only up,
      * down and right.
      *
      * Problem 82 sits between its two siblings: euler-problem-081's
      * right/down fold has no way to climb back up a column, and
      * euler-problem-083's four-direction relaxation is more than a
      * path that never turns left needs.  Since the path only ever
      * moves right between columns, the columns are settled left to
      * right, each in three passes: every cell first takes the total
      * from its left-hand neighbor (or just its own value, in the
      * left column), then a pass down the column offers each cell the
      * total through the cell above it, then a pass back up offers
      * the total through the cell below.  A path never runs both ways
      * within one column - cells are never negative - so two passes
      * settle it.  Only a strictly cheaper total is taken, and each
      * cell remembers which way it was reached, so the winning path
      * is traced back from the cheapest cell in the right column and
      * written cell by cell to GRIDPATH82 the way euler-problem-083
      * writes GRIDPATH83.
      *
      * GRID-FILE (control-param-4, default data/grid-081.txt - the
      * stand-in 081 and 083 walk, see 081's notes) names the
      * dataset, HDR-headed and resolved through DATAVERSIONS the
      * same way as its siblings; the dimensions come off the
      * header.  The stand-in's three-direction minimum is 723, the
      * answer the shipped ANSWERKEY carries for this file.
      *
      * MANIFEST (control-param-5) 'Y' makes GRID-FILE a list of grid
      * files, one path per line - the GRIDMANIFEST list
      * euler-problem-011 sweeps - and every grid on it is solved in
      * the one step, each with its own GRIDPATH82 section and
      * ledger row, so 081, 082 and 083 pointed at one delivery's
      * manifest give all three path answers for every matrix on it.
       identification division.
       program-id. euler-problem-082.

       environment division.
       input-output section.
       file-control.
           select control-file assign to "CONTROLCARD"
               organization line sequential
               file status control-status.
           select param-library-file assign to "PARAMLIB"
               organization line sequential
               file status param-status.
           select grid-file
               assign to dynamic grid-file-path
               organization line sequential
               file status grid-status.
           copy run-result-select.
           select answer-key-file assign to "ANSWERKEY"
               organization line sequential
               file status answer-key-status.
           select path-report-file assign to "GRIDPATH82"
               organization line sequential
               file status path-report-status.
           select manifest-file assign to "GRIDMANIFEST"
               organization line sequential
               file status manifest-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
       fd  grid-file
           label records are omitted.
       01 grid-line                 pic x(500).
           copy run-result-fd.
           copy answer-key-fd.
       fd  path-report-file
           label records are omitted.
       01 path-report-line          pic x(80).
       fd  manifest-file
           label records are omitted.
       01 manifest-record           pic x(60).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy answer-key.
           copy report-header.
           copy data-version.
       01 grid-file-path    pic x(60) value "data/grid-081.txt".
       01 grid-status               pic xx.
       01 path-report-status        pic xx.
       01 manifest-status           pic xx.
       01 manifest-switch           pic x value 'N'.
         88 manifest-mode-is-on      value 'Y'.
       01 manifest-read-switch      pic x value 'N'.
         88 manifest-at-end          value 'Y'.
       01 sweep-max constant as 20.
       01 sweep-table.
         02 sweep-path occurs 20 times pic x(60).
       01 sweep-count               pic 99 comp-5 value 0.
       01 sweep-index               pic 99 comp-5.
       01 max-grid-size             constant as 100.
       01 row-count                 pic 999 comp-5.
       01 col-count                 pic 999 comp-5.
       01 grid-table.
         02 grid-row occurs max-grid-size times.
           03 grid-cell             pic 9(4) usage display
                occurs max-grid-size times.
      * cost-sum (y, x) is the cheapest total from the left column to
      * that cell; reached-from says which way the path came in -
      * 'L' from the left, 'A' from above, 'B' from below, space for
      * a start cell in the left column.
       01 cost-table.
         02 cost-row occurs max-grid-size times.
           03 cost-cell occurs max-grid-size times.
             04 cost-sum            pic 9(9) comp-5.
             04 reached-from        pic x.
       01 iteration-values.
         02 y                       pic 999 comp-5.
         02 x                       pic 999 comp-5.
         02 grid-pointer            pic 9(4) comp-5.
       01 candidate-sum             pic 9(9) comp-5.
       01 end-row                   pic 999 comp-5.
       01 header-fields.
         02 hdr-tag                pic x(10).
         02 hdr-rows-text          pic x(10).
         02 hdr-cols-text          pic x(10).
         02 hdr-sum-text           pic x(12).
         02 hdr-rows               pic 9(5) comp-5.
         02 hdr-cols               pic 9(5) comp-5.
         02 hdr-checksum           pic 9(9) comp-5.
         02 grid-checksum          pic 9(9) comp-5.
      * The traced path, collected backward from the right column
      * and written out forward; a path can visit a cell at most
      * once, so the table is sized to the whole grid.
       01 path-step-max constant as 10000.
       01 path-steps.
         02 path-step occurs path-step-max times.
           03 step-row              pic 999 comp-5.
           03 step-col              pic 999 comp-5.
       01 path-step-count           pic 9(5) comp-5.
       01 path-step-index           pic 9(5) comp-5.
       01 path-row                  pic 999 comp-5.
       01 path-col                  pic 999 comp-5.
       01 running-total             pic 9(9) comp-5.
       01 path-row-edit             pic z(2)9.
       01 path-col-edit             pic z(2)9.
       01 path-value-edit           pic z(3)9.
       01 path-total-edit           pic z(8)9.
       01 minimal-path-sum          pic 9(9) comp-5.

       procedure division.

       main.
           move "euler-problem-082" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move grid-file-path to control-param-4
           perform read-control-card
           move "euler-problem-082" to kp-program-id
           move "GRID-FILE" to kp-keyword (4)
           move "MANIFEST" to kp-keyword (5)
           perform read-parameter-library
           if control-param-4 is not equal to spaces
             move control-param-4 to grid-file-path
           end-if
           move control-param-5 to manifest-switch

           if manifest-mode-is-on
             perform run-dataset-sweep
             goback
           end-if

           perform resolve-grid-version
           perform load-grid
           perform settle-columns
           perform collect-winning-path
           perform write-path-report
           display minimal-path-sum

           perform format-report-footer
           display report-footer-line
           perform write-dataset-ledger-row

           goback.

      * The version catalog may re-point this path at an older
      * known-good copy (see euler-data-version); the loader's own
      * validation still judges whatever is chosen.
       resolve-grid-version.
           move grid-file-path to dv-work-path
           perform resolve-dataset-version
           move dv-work-path to grid-file-path.

      * One grid's ledger row, shared by the single run and each
      * manifest entry.
       write-dataset-ledger-row.
           move "euler-problem-082" to rr-program-id
           move spaces to rr-parameters
           string "file=" delimited by size
                  function trim (grid-file-path) delimited by size
             into rr-parameters
           end-string
           perform flag-fallback-parameters
           move minimal-path-sum to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
      * The expected path sum for this grid file comes from the
      * ANSWERKEY dataset; the shipped key carries the precomputed
      * 723 for the shipped stand-in.
           move "euler-problem-082" to ak-program-id
           move spaces to ak-signature
           string "file=" delimited by size
                  function trim (grid-file-path) delimited by size
             into ak-signature
           end-string
           perform check-answer-key
           perform stop-run-timer
           perform write-run-result.

      * The manifest sweep: solve every listed grid in one step, each
      * with its own report section and ledger row.
       run-dataset-sweep.
           perform load-sweep-manifest
           if sweep-count = 0
             display "euler-problem-082: the manifest is empty or "
                     "unreadable"
             move 16 to return-code
             goback
           end-if

           move "00" to path-report-status
           open output path-report-file
           perform sweep-one-dataset
                   varying sweep-index from 1 by 1
                   until sweep-index > sweep-count
           move report-footer-line to path-report-line
           move "GRIDPATH82" to io-dataset
           perform count-io-write
           write path-report-line
           close path-report-file

           perform format-report-footer
           display report-footer-line.

       load-sweep-manifest.
           set environment "GRIDMANIFEST" to grid-file-path
           move "00" to manifest-status
           open input manifest-file
           if manifest-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to manifest-read-switch
           perform read-one-sweep-line until manifest-at-end
           close manifest-file.

       read-one-sweep-line.
           move "GRIDMANIFEST" to io-dataset
           perform count-io-read
           read manifest-file
             at end
               move 'Y' to manifest-read-switch
             not at end
               if manifest-record is not equal to spaces
                 if sweep-count < sweep-max
                   add 1 to sweep-count
                   move manifest-record to sweep-path (sweep-count)
                 else
                   display "euler-problem-082: manifest holds more "
                           "than " sweep-max " datasets, the rest "
                           "are dropped"
                   move 'Y' to manifest-read-switch
                 end-if
               end-if
           end-read.

       sweep-one-dataset.
           move sweep-path (sweep-index) to grid-file-path
           display "sweeping " function trim (grid-file-path)
      * Each dataset's ledger row carries its own elapsed time, so
      * the forecast averages and the ran-long baseline stay honest.
           perform start-run-timer
           perform resolve-grid-version
           perform load-grid
           perform settle-columns
           perform collect-winning-path
           perform write-path-section
           display minimal-path-sum
           perform write-dataset-ledger-row.

      * The same loader as euler-problem-081: HDR header checked,
      * dimensions off the header, every cell checksummed.
       load-grid.
           open input grid-file
           if grid-status is not equal to "00"
             display "load-grid: grid file open failed, file "
                     "status " grid-status
             move 16 to return-code
             goback
           end-if
           perform verify-grid-header
           move 0 to grid-checksum
           perform varying y from 1 by 1 until y > row-count
             move grid-file-path to io-dataset
             perform count-io-read
             read grid-file into grid-line
               at end
                 display "load-grid: grid file ended early"
                 move 16 to return-code
                 goback
             end-read
             perform decode-grid-line
           end-perform
           close grid-file
           if grid-checksum is not equal to hdr-checksum
             display "load-grid: grid file checksum is "
                     grid-checksum " but the header says "
                     hdr-checksum
             move 16 to return-code
             goback
           end-if.

       verify-grid-header.
           move grid-file-path to io-dataset
           perform count-io-read
           read grid-file into grid-line
             at end
               display "load-grid: grid file is empty"
               move 16 to return-code
               goback
           end-read
           if grid-line (1:4) is not equal to "HDR "
             display "load-grid: grid file has no HDR header"
             move 16 to return-code
             goback
           end-if
           move spaces to hdr-tag
           move spaces to hdr-rows-text
           move spaces to hdr-cols-text
           move spaces to hdr-sum-text
           unstring grid-line delimited by all " "
             into hdr-tag hdr-rows-text hdr-cols-text hdr-sum-text
           end-unstring
           compute hdr-rows = function numval (hdr-rows-text)
           compute hdr-cols = function numval (hdr-cols-text)
           compute hdr-checksum = function numval (hdr-sum-text)
           if hdr-rows < 1 or hdr-rows > max-grid-size
             or hdr-cols < 1 or hdr-cols > max-grid-size
             display "load-grid: header says " hdr-rows " x "
                     hdr-cols ", this program's table holds 1 to "
                     max-grid-size
             move 16 to return-code
             goback
           end-if
           move hdr-rows to row-count
           move hdr-cols to col-count.

       decode-grid-line.
           move 1 to grid-pointer
           perform varying x from 1 by 1 until x > col-count
             unstring grid-line
               delimited by all ' '
               into grid-cell (y, x)
               with pointer grid-pointer
             end-unstring
             add grid-cell (y, x) to grid-checksum
             if grid-checksum >= 1000000000
               subtract 1000000000 from grid-checksum
             end-if
           end-perform.

      * Settle the columns left to right: in from the left, then
      * down the column, then back up it.  The answer is the
      * cheapest cell of the right column, the first one on a tie.
       settle-columns.
           perform varying x from 1 by 1 until x > col-count
             perform varying y from 1 by 1 until y > row-count
               if x = 1
                 move grid-cell (y, x) to cost-sum (y, x)
                 move space to reached-from (y, x)
               else
                 compute cost-sum (y, x) =
                     cost-sum (y, x - 1) + grid-cell (y, x)
                 move 'L' to reached-from (y, x)
               end-if
             end-perform
             perform varying y from 2 by 1 until y > row-count
               compute candidate-sum =
                   cost-sum (y - 1, x) + grid-cell (y, x)
               if candidate-sum < cost-sum (y, x)
                 move candidate-sum to cost-sum (y, x)
                 move 'A' to reached-from (y, x)
               end-if
             end-perform
             perform varying y from row-count by -1 until y < 2
               compute candidate-sum =
                   cost-sum (y, x) + grid-cell (y - 1, x)
               if candidate-sum < cost-sum (y - 1, x)
                 move candidate-sum to cost-sum (y - 1, x)
                 move 'B' to reached-from (y - 1, x)
               end-if
             end-perform
           end-perform

           move 1 to end-row
           perform varying y from 2 by 1 until y > row-count
             if cost-sum (y, col-count) < cost-sum (end-row, col-count)
               move y to end-row
             end-if
           end-perform
           move cost-sum (end-row, col-count) to minimal-path-sum.

      * Walk back from the winning cell the way each cell was
      * reached, stacking the steps so the report reads left column
      * first.
       collect-winning-path.
           move 0 to path-step-count
           move end-row to path-row
           move col-count to path-col
           perform collect-one-path-step
             until path-row = 0
                or path-step-count >= path-step-max.

       collect-one-path-step.
           add 1 to path-step-count
           move path-row to step-row (path-step-count)
           move path-col to step-col (path-step-count)
           evaluate reached-from (path-row, path-col)
             when 'L'
               subtract 1 from path-col
             when 'A'
               subtract 1 from path-row
             when 'B'
               add 1 to path-row
             when other
               move 0 to path-row
           end-evaluate.

       write-path-report.
           move "00" to path-report-status
           open output path-report-file
           perform write-path-section
           move report-footer-line to path-report-line
           move "GRIDPATH82" to io-dataset
           perform count-io-write
           write path-report-line
           close path-report-file.

      * One grid's path trace; the manifest sweep writes one of
      * these per dataset into the already-open report.
       write-path-section.
           move report-header-line to path-report-line
           move "GRIDPATH82" to io-dataset
           perform count-io-write
           write path-report-line
           move spaces to path-report-line
           string "grid: " delimited by size
                  function trim (grid-file-path) delimited by size
             into path-report-line
           end-string
           move "GRIDPATH82" to io-dataset
           perform count-io-write
           write path-report-line
           move "ROW   COL   VALUE   RUNNING TOTAL"
             to path-report-line
           move "GRIDPATH82" to io-dataset
           perform count-io-write
           write path-report-line

           move 0 to running-total
           perform varying path-step-index from path-step-count
                   by -1 until path-step-index < 1
             move step-row (path-step-index) to path-row
             move step-col (path-step-index) to path-col
             add grid-cell (path-row, path-col) to running-total
             perform write-one-path-line
           end-perform.

       write-one-path-line.
           move spaces to path-report-line
           move path-row to path-row-edit
           move path-col to path-col-edit
           move grid-cell (path-row, path-col) to path-value-edit
           move running-total to path-total-edit
           string path-row-edit delimited by size
                  "   " delimited by size
                  path-col-edit delimited by size
                  "   " delimited by size
                  path-value-edit delimited by size
                  "   " delimited by size
                  path-total-edit delimited by size
             into path-report-line
           end-string
           move "GRIDPATH82" to io-dataset
           perform count-io-write
           write path-report-line.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy answer-key-procedure.
           copy report-header-procedure.
           copy data-version-procedure.

       end program euler-problem-082.
