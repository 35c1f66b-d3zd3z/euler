      * GRID-FILE (control-param-4, default data/grid-081.txt) names
      * the dataset, overridable through the card or PARAMLIB; the
      * grid's dimensions come off its own header.
      *
      * 15 October 2026 - MANIFEST= sweeps every grid named in
      * GRIDMANIFEST, resolving each through DATAVERSIONS.
       identification division.
       program-id. euler-problem-081.

           select path-report-file assign to "GRIDPATH81"
               organization line sequential
               file status path-report-status.
           select manifest-file assign to "GRIDMANIFEST"
               organization line sequential
               file status manifest-status.

       data division.
       file section.
       fd  path-report-file
           label records are omitted.
       01 path-report-line          pic x(80).
       fd  manifest-file
           label records are omitted.
       01 manifest-record           pic x(60).

       working-storage section.
           copy control-card.
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
           perform read-control-card
           move "euler-problem-081" to kp-program-id
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
           perform fold-path-sums
           move best-sum (1, 1) to minimal-path-sum

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
           move "euler-problem-081" to rr-program-id
           move spaces to rr-parameters
           string "file=" delimited by size
           end-string
           perform check-answer-key
           perform stop-run-timer
           perform write-run-result.

      * The manifest sweep: solve every listed grid in one step, each
      * with its own report section and ledger row.
       run-dataset-sweep.
           perform load-sweep-manifest
           if sweep-count = 0
             display "euler-problem-081: the manifest is empty or "
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
           move "GRIDPATH81" to io-dataset
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
                   display "euler-problem-081: manifest holds more "
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
           perform fold-path-sums
           move best-sum (1, 1) to minimal-path-sum
           perform write-path-section
           display minimal-path-sum
           perform write-dataset-ledger-row.

      * Read the grid file one row at a time, unstringing each
      * line's space-separated values into that row's cells - the
           perform verify-grid-header
           move 0 to grid-checksum
           perform varying y from 1 by 1 until y > row-count
             move grid-file-path to io-dataset
             perform count-io-read
             read grid-file into grid-line
               at end
                 display "load-grid: grid file ended early"
      * The standard data/ header record (see euler-data-validate);
      * its row and column counts size this run's walk.
       verify-grid-header.
           move grid-file-path to io-dataset
           perform count-io-read
           read grid-file into grid-line
             at end
               display "load-grid: grid file is empty"
       write-path-report.
           move "00" to path-report-status
           open output path-report-file
           perform write-path-section
           move report-footer-line to path-report-line
           move "GRIDPATH81" to io-dataset
           perform count-io-write
           write path-report-line
           close path-report-file.

      * One grid's path trace; the manifest sweep writes one of
      * these per dataset into the already-open report.
       write-path-section.
           move report-header-line to path-report-line
           move "GRIDPATH81" to io-dataset
           perform count-io-write
           write path-report-line
           move spaces to path-report-line
           string "grid: " delimited by size
                  function trim (grid-file-path) delimited by size
             into path-report-line
           end-string
           move "GRIDPATH81" to io-dataset
           perform count-io-write
           write path-report-line
           move "ROW   COL   VALUE   RUNNING TOTAL"
             to path-report-line
           move "GRIDPATH81" to io-dataset
           perform count-io-write
           write path-report-line

           move 1 to path-row
           perform trace-one-path-step
             until path-row = row-count and path-col = col-count
           add grid-cell (path-row, path-col) to running-total
           perform write-one-path-line.

       trace-one-path-step.
           add grid-cell (path-row, path-col) to running-total
                  path-total-edit delimited by size
             into path-report-line
           end-string
           move "GRIDPATH81" to io-dataset
           perform count-io-write
           write path-report-line.

           copy control-card-procedure.
