      * Problem 96
      *
      * 15 October 2026
      *
      * Solve each of the Su Doku puzzles in the puzzle file, and
      * find the sum of the three-digit numbers found in the top
      * left corner of each solution grid.
      *
      * The real Project Euler 096 puzzle file is not part of this
      * repository, so data/sudoku-096.txt is a stand-in in the same
      * spirit as data/grid-081.txt: fifty generated puzzles, each
      * checked to have exactly one solution, with 22 to 34 givens so
      * the set runs from the easy to the properly hard.  It keeps
      * the Project Euler layout - a "Grid nn" title line followed by
      * nine rows of nine digits, 0 for an empty cell - under the
      * usual HDR header, whose row count is the digit rows (nine
      * per puzzle, titles not counted), whose column count is 9 and
      * whose checksum sums every digit, so euler-data-validate
      * judges it with its SUDOKU rules.  The stand-in's top-left
      * numbers sum to 29496, the answer the shipped ANSWERKEY
      * carries for this file.
      *
      * Each puzzle is solved by depth-first search with the search
      * stack held in a table, since a paragraph cannot PERFORM
      * itself: every level takes the open cell with the fewest
      * candidates, so a forced cell is simply filled, and only a
      * cell with two or more candidates costs a guess.  Every
      * placement taken back is a backtrack.  The search does not
      * stop at the first solution - it goes on until it has
      * exhausted the puzzle or found a second one - so a puzzle
      * with no solution or with more than one lands on the
      * SUDOKUEXCEPT exception list instead of the answer, the way
      * euler-problem-042 lists the words it will not score; the run
      * ends with RETURN-CODE 4 when there are any.  So does a
      * puzzle whose givens already clash, and one that runs past
      * SEARCH-LIMIT placements.  SUDOKUREPORT carries every solved
      * grid with its guesses and backtracks.
      *
      * The HARDEST puzzles - the uniquely solved ones that needed
      * the most backtracks - are copied to SUDOKUHARD as a dataset
      * in the same format, header and all, so the search can be
      * timed on the workload that actually exercises it:
      *
      *   euler-benchmark PROGRAM=euler-problem-096
      *   euler-problem-096 PUZZLE-FILE=SUDOKUHARD
      *
      * in the PARAMLIB the benchmark runs under.  The puzzles are
      * all loaded and the file closed before SUDOKUHARD is written,
      * so a run against SUDOKUHARD just rewrites it with itself.
      *
      * HARDEST (control-param-1, default 5, 0 writes no SUDOKUHARD),
      * SEARCH-LIMIT (control-param-2, placements per puzzle, default
      * 1000000) and PUZZLE-FILE (control-param-4, default
      * data/sudoku-096.txt, resolved through DATAVERSIONS) are the
      * parameters.
       identification division.
       program-id. euler-problem-096.

       environment division.
       input-output section.
       file-control.
           select control-file assign to "CONTROLCARD"
               organization line sequential
               file status control-status.
           select param-library-file assign to "PARAMLIB"
               organization line sequential
               file status param-status.
           select puzzle-file
               assign to dynamic puzzle-file-path
               organization line sequential
               file status puzzle-status.
           copy run-result-select.
           select answer-key-file assign to "ANSWERKEY"
               organization line sequential
               file status answer-key-status.
           select sudoku-report-file assign to "SUDOKUREPORT"
               organization line sequential
               file status sudoku-report-status.
           select sudoku-exceptions-file assign to "SUDOKUEXCEPT"
               organization line sequential
               file status sudoku-exceptions-status.
           select hard-puzzle-file assign to "SUDOKUHARD"
               organization line sequential
               file status hard-puzzle-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
       fd  puzzle-file
           label records are omitted.
       01 puzzle-line               pic x(80).
           copy run-result-fd.
           copy answer-key-fd.
       fd  sudoku-report-file
           label records are omitted.
       01 sudoku-report-line        pic x(80).
       fd  sudoku-exceptions-file
           label records are omitted.
       01 sudoku-exceptions-line    pic x(80).
       fd  hard-puzzle-file
           label records are omitted.
       01 hard-puzzle-line          pic x(80).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy answer-key.
           copy report-header.
           copy data-version.
       01 puzzle-file-path  pic x(60) value "data/sudoku-096.txt".
       01 puzzle-status             pic xx.
       01 sudoku-report-status      pic xx.
       01 sudoku-exceptions-status  pic xx.
       01 hard-puzzle-status        pic xx.
       01 puzzle-read-switch        pic x value 'N'.
         88 puzzle-file-at-end       value 'Y'.
       01 hardest-count             pic 9(9) value 5.
       01 search-limit              pic 9(9) value 1000000.

      * Every puzzle in the file, with what the search made of it.
      * puzzle-result is 'S' solved, 'N' no solution, 'M' more than
      * one solution, 'C' givens that clash, 'L' search limit.
       01 puzzle-max constant as 100.
       01 puzzle-table.
         02 puzzle-entry occurs 100 times.
           03 puzzle-title          pic x(10).
           03 puzzle-givens         pic x(81).
           03 puzzle-solution       pic x(81).
           03 puzzle-result         pic x.
           03 puzzle-guesses        pic 9(9) comp-5.
           03 puzzle-backtracks     pic 9(9) comp-5.
           03 puzzle-picked         pic x.
       01 puzzle-count              pic 999 comp-5 value 0.
       01 puzzle-index              pic 999 comp-5.
       01 puzzle-rows-loaded        pic 99 comp-5.
       01 digit-row-count           pic 9(5) comp-5.
       01 row-offset                pic 99 comp-5.

       01 header-fields.
         02 hdr-tag                pic x(10).
         02 hdr-rows-text          pic x(10).
         02 hdr-cols-text          pic x(10).
         02 hdr-sum-text           pic x(12).
         02 hdr-rows               pic 9(5) comp-5.
         02 hdr-cols               pic 9(5) comp-5.
         02 hdr-checksum           pic 9(9) comp-5.
         02 puzzle-checksum        pic 9(9) comp-5.
       01 one-digit                 pic 9.
       01 digit-position            pic 99 comp-5.

      * The board under search, and where each cell sits.
       01 board.
         02 cell-value occurs 81 times pic 9.
       01 cell-places.
         02 cell-place occurs 81 times.
           03 cell-row              pic 9 comp-5.
           03 cell-col              pic 9 comp-5.
           03 cell-box              pic 9 comp-5.
       01 cell-index                pic 99 comp-5.
       01 place-quotient            pic 99 comp-5.
       01 place-remainder           pic 99 comp-5.
       01 box-band                  pic 9 comp-5.
       01 box-stack                 pic 9 comp-5.

      * 1 where the digit is already used in that row, column or
      * 3x3 box.
       01 digit-use.
         02 row-use occurs 9 times.
           03 row-has occurs 9 times pic 9 comp-5.
         02 col-use occurs 9 times.
           03 col-has occurs 9 times pic 9 comp-5.
         02 box-use occurs 9 times.
           03 box-has occurs 9 times pic 9 comp-5.

      * The search stack: one level per open cell filled, with the
      * digit it holds now and how many candidates it had to choose
      * from when the level was opened.
       01 search-stack.
         02 search-level occurs 81 times.
           03 level-cell            pic 99 comp-5.
           03 level-digit           pic 9 comp-5.
           03 level-choices         pic 9 comp-5.
       01 search-depth              pic 99 comp-5.
       01 search-mode               pic x.
         88 search-descending        value 'D'.
         88 search-trying-next       value 'N'.
         88 search-is-done           value 'X'.
       01 search-limit-switch       pic x.
         88 search-limit-reached     value 'Y'.
       01 clash-switch              pic x.
         88 givens-clash             value 'Y'.
       01 fit-switch                pic x.
         88 digit-fits               value 'Y'.
       01 best-cell                 pic 99 comp-5.
       01 best-count                pic 99 comp-5.
       01 candidate-count           pic 99 comp-5.
       01 try-cell                  pic 99 comp-5.
       01 try-digit                 pic 99 comp-5.
       01 solution-count            pic 9 comp-5.
       01 first-solution            pic x(81).
       01 placement-count           pic 9(9) comp-5.
       01 guess-count               pic 9(9) comp-5.
       01 backtrack-count           pic 9(9) comp-5.

       01 top-left-number           pic 999.
       01 top-left-sum              pic 9(9) comp-5 value 0.
       01 solved-count              pic 999 comp-5 value 0.
       01 exception-count           pic 999 comp-5 value 0.
       01 exception-reason          pic x(20).
       01 hard-written              pic 999 comp-5 value 0.
       01 hardest-index             pic 999 comp-5.
       01 hard-checksum             pic 9(9) comp-5.
       01 hard-rows                 pic 9(5) comp-5.
       01 hard-rows-display         pic 9(5).
       01 hard-checksum-display     pic 9(9).
       01 count-edit                pic z(8)9.
       01 small-edit                pic zz9.

       procedure division.

       main.
           move "euler-problem-096" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move hardest-count to control-param-1
           move search-limit to control-param-2
           move puzzle-file-path to control-param-4
           perform read-control-card
           move "euler-problem-096" to kp-program-id
           move "HARDEST" to kp-keyword (1)
           move "SEARCH-LIMIT" to kp-keyword (2)
           move "PUZZLE-FILE" to kp-keyword (4)
           perform read-parameter-library
           move control-param-1 to hardest-count
           move control-param-2 to search-limit
           if search-limit = 0
             move 1000000 to search-limit
           end-if
           if control-param-4 is not equal to spaces
             move control-param-4 to puzzle-file-path
           end-if

           move puzzle-file-path to dv-work-path
           perform resolve-dataset-version
           move dv-work-path to puzzle-file-path

           perform load-puzzles
           perform map-cell-places

           perform begin-sudoku-report
           perform begin-sudoku-exceptions
           perform solve-one-puzzle
                   varying puzzle-index from 1 by 1
                   until puzzle-index > puzzle-count
           perform end-sudoku-report
           perform end-sudoku-exceptions
           perform write-hardest-puzzles

           display top-left-sum
           if exception-count > 0
             move exception-count to count-edit
             display "euler-problem-096: " function trim (count-edit)
                     " puzzles on the exception list, see "
                     "SUDOKUEXCEPT"
             move 4 to return-code
           end-if

           perform format-report-footer
           display report-footer-line

           move "euler-problem-096" to rr-program-id
           move spaces to rr-parameters
           string "file=" delimited by size
                  function trim (puzzle-file-path) delimited by size
             into rr-parameters
           end-string
           perform flag-fallback-parameters
           move top-left-sum to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
      * The shipped key carries the precomputed 29496 for the
      * shipped stand-in.
           move "euler-problem-096" to ak-program-id
           move spaces to ak-signature
           string "file=" delimited by size
                  function trim (puzzle-file-path) delimited by size
             into ak-signature
           end-string
           perform check-answer-key
           perform stop-run-timer
           perform write-run-result

           goback.

      * HDR header checked, then "Grid nn" titles each followed by
      * nine rows of nine digits; the rows are counted and every
      * digit checksummed against the header.
       load-puzzles.
           open input puzzle-file
           if puzzle-status is not equal to "00"
             display "load-puzzles: puzzle file open failed, file "
                     "status " puzzle-status
             move 16 to return-code
             goback
           end-if
           perform verify-puzzle-header
           move 0 to puzzle-checksum
           move 0 to digit-row-count
           move 0 to puzzle-rows-loaded
           move 'N' to puzzle-read-switch
           perform read-one-puzzle-line until puzzle-file-at-end
           close puzzle-file

           if puzzle-count = 0
             display "load-puzzles: puzzle file holds no puzzles"
             move 16 to return-code
             goback
           end-if
           if puzzle-rows-loaded is not equal to 9
             display "load-puzzles: the last puzzle has "
                     puzzle-rows-loaded " rows, not 9"
             move 16 to return-code
             goback
           end-if
           if digit-row-count is not equal to hdr-rows
             display "load-puzzles: puzzle file has "
                     digit-row-count " digit rows but the header "
                     "says " hdr-rows
             move 16 to return-code
             goback
           end-if
           if puzzle-checksum is not equal to hdr-checksum
             display "load-puzzles: puzzle file checksum is "
                     puzzle-checksum " but the header says "
                     hdr-checksum
             move 16 to return-code
             goback
           end-if.

       verify-puzzle-header.
           move puzzle-file-path to io-dataset
           perform count-io-read
           read puzzle-file
             at end
               display "load-puzzles: puzzle file is empty"
               move 16 to return-code
               goback
           end-read
           if puzzle-line (1:4) is not equal to "HDR "
             display "load-puzzles: puzzle file has no HDR header"
             move 16 to return-code
             goback
           end-if
           move spaces to hdr-tag
           move spaces to hdr-rows-text
           move spaces to hdr-cols-text
           move spaces to hdr-sum-text
           unstring puzzle-line delimited by all " "
             into hdr-tag hdr-rows-text hdr-cols-text hdr-sum-text
           end-unstring
           compute hdr-rows = function numval (hdr-rows-text)
           compute hdr-cols = function numval (hdr-cols-text)
           compute hdr-checksum = function numval (hdr-sum-text)
           if hdr-cols is not equal to 9
             display "load-puzzles: header says " hdr-cols
                     " columns, a puzzle row is 9"
             move 16 to return-code
             goback
           end-if.

       read-one-puzzle-line.
           move puzzle-file-path to io-dataset
           perform count-io-read
           read puzzle-file
             at end
               move 'Y' to puzzle-read-switch
             not at end
               if puzzle-line (1:5) = "Grid "
                 perform start-next-puzzle
               else
                 if puzzle-line is not equal to spaces
                   perform take-puzzle-row
                 end-if
               end-if
           end-read.

       start-next-puzzle.
           if puzzle-count > 0 and puzzle-rows-loaded not = 9
             display "load-puzzles: "
                     function trim (puzzle-title (puzzle-count))
                     " has " puzzle-rows-loaded " rows, not 9"
             move 16 to return-code
             goback
           end-if
           if puzzle-count >= puzzle-max
             display "load-puzzles: more than " puzzle-max
                     " puzzles, this program's table is full"
             move 16 to return-code
             goback
           end-if
           add 1 to puzzle-count
           move puzzle-line (1:10) to puzzle-title (puzzle-count)
           move spaces to puzzle-givens (puzzle-count)
           move 0 to puzzle-rows-loaded.

       take-puzzle-row.
           if puzzle-count = 0
             display "load-puzzles: a digit row comes before the "
                     "first Grid title"
             move 16 to return-code
             goback
           end-if
           if puzzle-line (1:9) is not numeric
             or puzzle-line (10:71) is not equal to spaces
             display "load-puzzles: "
                     function trim (puzzle-title (puzzle-count))
                     " has a row that is not nine digits"
             move 16 to return-code
             goback
           end-if
           add 1 to puzzle-rows-loaded
           add 1 to digit-row-count
           if puzzle-rows-loaded > 9
             display "load-puzzles: "
                     function trim (puzzle-title (puzzle-count))
                     " has more than 9 rows"
             move 16 to return-code
             goback
           end-if
           compute row-offset = (puzzle-rows-loaded - 1) * 9 + 1
           move puzzle-line (1:9)
             to puzzle-givens (puzzle-count) (row-offset:9)
           perform varying digit-position from 1 by 1
                   until digit-position > 9
             move puzzle-line (digit-position:1) to one-digit
             add one-digit to puzzle-checksum
           end-perform
           if puzzle-checksum >= 1000000000
             subtract 1000000000 from puzzle-checksum
           end-if.

      * Row, column and box of each of the 81 cells, worked out once.
       map-cell-places.
           perform varying cell-index from 1 by 1
                   until cell-index > 81
             compute place-quotient = cell-index - 1
             divide place-quotient by 9
               giving place-quotient remainder place-remainder
             compute cell-row (cell-index) = place-quotient + 1
             compute cell-col (cell-index) = place-remainder + 1
             divide place-quotient by 3 giving box-band
             divide place-remainder by 3 giving box-stack
             compute cell-box (cell-index) =
                 box-band * 3 + box-stack + 1
           end-perform.

      * Set the givens on the board and search it to the end or to
      * a second solution, then file the puzzle as solved or as an
      * exception.
       solve-one-puzzle.
           move puzzle-givens (puzzle-index) to board
           move 0 to placement-count
           move 0 to guess-count
           move 0 to backtrack-count
           move 0 to solution-count
           move spaces to first-solution
           move 'N' to search-limit-switch
           perform mark-givens

           if not givens-clash
             move 0 to search-depth
             move 'D' to search-mode
             perform search-one-step until search-is-done
           end-if

           move guess-count to puzzle-guesses (puzzle-index)
           move backtrack-count to puzzle-backtracks (puzzle-index)
           move 'N' to puzzle-picked (puzzle-index)
           evaluate true
             when givens-clash
               move 'C' to puzzle-result (puzzle-index)
               move "GIVENS CLASH" to exception-reason
             when search-limit-reached
               move 'L' to puzzle-result (puzzle-index)
               move "SEARCH LIMIT" to exception-reason
             when solution-count = 0
               move 'N' to puzzle-result (puzzle-index)
               move "NO SOLUTION" to exception-reason
             when solution-count > 1
               move 'M' to puzzle-result (puzzle-index)
               move "MORE THAN ONE" to exception-reason
             when other
               move 'S' to puzzle-result (puzzle-index)
           end-evaluate

           if puzzle-result (puzzle-index) = 'S'
             move first-solution to puzzle-solution (puzzle-index)
             move first-solution (1:3) to top-left-number
             add top-left-number to top-left-sum
             add 1 to solved-count
             perform write-solved-puzzle
           else
             add 1 to exception-count
             perform write-one-exception-line
           end-if.

       mark-givens.
           move 'N' to clash-switch
           initialize digit-use
           perform varying cell-index from 1 by 1
                   until cell-index > 81 or givens-clash
             if cell-value (cell-index) > 0
               move cell-index to try-cell
               move cell-value (cell-index) to try-digit
               perform test-digit-fit
               if digit-fits
                 perform set-digit-use
               else
                 move 'Y' to clash-switch
               end-if
             end-if
           end-perform.

       search-one-step.
           if search-descending
             perform descend-one-level
           else
             perform try-next-candidate
           end-if.

      * Open a level on the most constrained open cell.  A full
      * board is a solution; an open cell with no candidates sends
      * the search back to the level above.
       descend-one-level.
           if placement-count > search-limit
             move 'Y' to search-limit-switch
             move 'X' to search-mode
             exit paragraph
           end-if
           perform choose-open-cell
           if best-cell = 0
             add 1 to solution-count
             if solution-count = 1
               move board to first-solution
             end-if
             if solution-count > 1
               move 'X' to search-mode
             else
               move 'N' to search-mode
             end-if
             exit paragraph
           end-if
           move 'N' to search-mode
           if best-count = 0
             exit paragraph
           end-if
           add 1 to search-depth
           move best-cell to level-cell (search-depth)
           move 0 to level-digit (search-depth)
           move best-count to level-choices (search-depth).

      * Take back this level's digit, if it holds one, and put the
      * next candidate in its place; with none left the level is
      * closed and the one above it moves on.
       try-next-candidate.
           if search-depth = 0
             move 'X' to search-mode
             exit paragraph
           end-if
           move level-cell (search-depth) to try-cell
           if level-digit (search-depth) > 0
             move level-digit (search-depth) to try-digit
             perform clear-digit-use
             move 0 to cell-value (try-cell)
             add 1 to backtrack-count
           end-if

           move 'N' to fit-switch
           compute try-digit = level-digit (search-depth) + 1
           perform until try-digit > 9 or digit-fits
             perform test-digit-fit
             if not digit-fits
               add 1 to try-digit
             end-if
           end-perform

           if digit-fits
             move try-digit to cell-value (try-cell)
             move try-digit to level-digit (search-depth)
             perform set-digit-use
             add 1 to placement-count
             if level-choices (search-depth) > 1
               add 1 to guess-count
             end-if
             move 'D' to search-mode
           else
             move 0 to level-digit (search-depth)
             subtract 1 from search-depth
           end-if.

      * The open cell with the fewest candidates, the first one on a
      * tie; best-cell 0 means the board is full.  A cell with one
      * candidate or none cannot be beaten, so the scan stops there.
       choose-open-cell.
           move 0 to best-cell
           move 10 to best-count
           perform varying try-cell from 1 by 1
                   until try-cell > 81 or best-count < 2
             if cell-value (try-cell) = 0
               perform count-cell-candidates
               if candidate-count < best-count
                 move try-cell to best-cell
                 move candidate-count to best-count
               end-if
             end-if
           end-perform.

       count-cell-candidates.
           move 0 to candidate-count
           perform varying try-digit from 1 by 1 until try-digit > 9
             perform test-digit-fit
             if digit-fits
               add 1 to candidate-count
             end-if
           end-perform.

       test-digit-fit.
           if row-has (cell-row (try-cell), try-digit) = 0
             and col-has (cell-col (try-cell), try-digit) = 0
             and box-has (cell-box (try-cell), try-digit) = 0
             move 'Y' to fit-switch
           else
             move 'N' to fit-switch
           end-if.

       set-digit-use.
           move 1 to row-has (cell-row (try-cell), try-digit)
           move 1 to col-has (cell-col (try-cell), try-digit)
           move 1 to box-has (cell-box (try-cell), try-digit).

       clear-digit-use.
           move 0 to row-has (cell-row (try-cell), try-digit)
           move 0 to col-has (cell-col (try-cell), try-digit)
           move 0 to box-has (cell-box (try-cell), try-digit).

       begin-sudoku-report.
           move "00" to sudoku-report-status
           open output sudoku-report-file
           move report-header-line to sudoku-report-line
           move "SUDOKUREPORT" to io-dataset
           perform count-io-write
           write sudoku-report-line
           move spaces to sudoku-report-line
           string "puzzles: " delimited by size
                  function trim (puzzle-file-path) delimited by size
             into sudoku-report-line
           end-string
           move "SUDOKUREPORT" to io-dataset
           perform count-io-write
           write sudoku-report-line
           move "GRID        GUESSES  BACKTRACKS  TOP-LEFT"
             to sudoku-report-line
           move "SUDOKUREPORT" to io-dataset
           perform count-io-write
           write sudoku-report-line.

      * One solved puzzle: its counts, then the grid in its 3x3
      * blocks.
       write-solved-puzzle.
           move spaces to sudoku-report-line
           move puzzle-title (puzzle-index) to sudoku-report-line
           move guess-count to count-edit
           move count-edit to sudoku-report-line (11:9)
           move backtrack-count to count-edit
           move count-edit to sudoku-report-line (23:9)
           move top-left-number to sudoku-report-line (36:3)
           move "SUDOKUREPORT" to io-dataset
           perform count-io-write
           write sudoku-report-line
           perform varying row-offset from 1 by 9
                   until row-offset > 81
             move spaces to sudoku-report-line
             string first-solution (row-offset:3) delimited by size
                    " " delimited by size
                    first-solution (row-offset + 3:3)
                      delimited by size
                    " " delimited by size
                    first-solution (row-offset + 6:3)
                      delimited by size
               into sudoku-report-line (5:11)
             end-string
             move "SUDOKUREPORT" to io-dataset
             perform count-io-write
             write sudoku-report-line
           end-perform.

       end-sudoku-report.
           move spaces to sudoku-report-line
           move solved-count to small-edit
           string "puzzles solved:         " delimited by size
                  small-edit delimited by size
             into sudoku-report-line
           end-string
           move "SUDOKUREPORT" to io-dataset
           perform count-io-write
           write sudoku-report-line
           move spaces to sudoku-report-line
           move exception-count to small-edit
           string "on the exception list:  " delimited by size
                  small-edit delimited by size
             into sudoku-report-line
           end-string
           move "SUDOKUREPORT" to io-dataset
           perform count-io-write
           write sudoku-report-line
           move spaces to sudoku-report-line
           move top-left-sum to count-edit
           string "sum of top-left numbers: " delimited by size
                  function trim (count-edit) delimited by size
             into sudoku-report-line
           end-string
           move "SUDOKUREPORT" to io-dataset
           perform count-io-write
           write sudoku-report-line
           move report-footer-line to sudoku-report-line
           move "SUDOKUREPORT" to io-dataset
           perform count-io-write
           write sudoku-report-line
           close sudoku-report-file.

       begin-sudoku-exceptions.
           move "00" to sudoku-exceptions-status
           open output sudoku-exceptions-file
           move report-header-line to sudoku-exceptions-line
           move "SUDOKUEXCEPT" to io-dataset
           perform count-io-write
           write sudoku-exceptions-line
           move "GRID        EXCEPTION             GUESSES  BACKTRACKS"
             to sudoku-exceptions-line
           move "SUDOKUEXCEPT" to io-dataset
           perform count-io-write
           write sudoku-exceptions-line.

       write-one-exception-line.
           move spaces to sudoku-exceptions-line
           move puzzle-title (puzzle-index)
             to sudoku-exceptions-line (1:10)
           move exception-reason to sudoku-exceptions-line (13:20)
           move guess-count to count-edit
           move count-edit to sudoku-exceptions-line (33:9)
           move backtrack-count to count-edit
           move count-edit to sudoku-exceptions-line (45:9)
           move "SUDOKUEXCEPT" to io-dataset
           perform count-io-write
           write sudoku-exceptions-line
           display "euler-problem-096: "
                   function trim (puzzle-title (puzzle-index))
                   " - " function trim (exception-reason).

       end-sudoku-exceptions.
           move spaces to sudoku-exceptions-line
           move exception-count to small-edit
           string "exceptions found: " delimited by size
                  small-edit delimited by size
             into sudoku-exceptions-line
           end-string
           move "SUDOKUEXCEPT" to io-dataset
           perform count-io-write
           write sudoku-exceptions-line
           move report-footer-line to sudoku-exceptions-line
           move "SUDOKUEXCEPT" to io-dataset
           perform count-io-write
           write sudoku-exceptions-line
           close sudoku-exceptions-file.

      * Copy the HARDEST solved puzzles, most backtracks first, to
      * SUDOKUHARD with a header of their own.
       write-hardest-puzzles.
           if hardest-count = 0
             exit paragraph
           end-if
           if hardest-count > solved-count
             move solved-count to hardest-count
           end-if
           if hardest-count = 0
             exit paragraph
           end-if

           move 0 to hard-checksum
           perform varying hard-written from 1 by 1
                   until hard-written > hardest-count
             perform pick-hardest-puzzle
             move 'Y' to puzzle-picked (hardest-index)
             perform varying digit-position from 1 by 1
                     until digit-position > 81
               move puzzle-givens (hardest-index) (digit-position:1)
                 to one-digit
               add one-digit to hard-checksum
             end-perform
           end-perform

           move "00" to hard-puzzle-status
           open output hard-puzzle-file
           compute hard-rows = hardest-count * 9
           move hard-rows to hard-rows-display
           move hard-checksum to hard-checksum-display
           move spaces to hard-puzzle-line
           string "HDR " delimited by size
                  hard-rows-display delimited by size
                  " 00009 " delimited by size
                  hard-checksum-display delimited by size
             into hard-puzzle-line
           end-string
           move "SUDOKUHARD" to io-dataset
           perform count-io-write
           write hard-puzzle-line

      * The same picks again, now in order, with the marks cleared
      * as each goes out.
           perform varying hard-written from 1 by 1
                   until hard-written > hardest-count
             perform pick-picked-puzzle
             move 'N' to puzzle-picked (hardest-index)
             move puzzle-title (hardest-index) to hard-puzzle-line
             move "SUDOKUHARD" to io-dataset
             perform count-io-write
             write hard-puzzle-line
             perform varying row-offset from 1 by 9
                     until row-offset > 81
               move spaces to hard-puzzle-line
               move puzzle-givens (hardest-index) (row-offset:9)
                 to hard-puzzle-line
               move "SUDOKUHARD" to io-dataset
               perform count-io-write
               write hard-puzzle-line
             end-perform
           end-perform
           close hard-puzzle-file
           move hardest-count to count-edit
           display "euler-problem-096: " function trim (count-edit)
                   " hardest puzzles written to SUDOKUHARD".

      * The unpicked solved puzzle with the most backtracks, the
      * first one on a tie.
       pick-hardest-puzzle.
           move 0 to hardest-index
           perform varying puzzle-index from 1 by 1
                   until puzzle-index > puzzle-count
             if puzzle-result (puzzle-index) = 'S'
               and puzzle-picked (puzzle-index) = 'N'
               if hardest-index = 0
                 move puzzle-index to hardest-index
               else
                 if puzzle-backtracks (puzzle-index)
                     > puzzle-backtracks (hardest-index)
                   move puzzle-index to hardest-index
                 end-if
               end-if
             end-if
           end-perform.

       pick-picked-puzzle.
           move 0 to hardest-index
           perform varying puzzle-index from 1 by 1
                   until puzzle-index > puzzle-count
             if puzzle-picked (puzzle-index) = 'Y'
               if hardest-index = 0
                 move puzzle-index to hardest-index
               else
                 if puzzle-backtracks (puzzle-index)
                     > puzzle-backtracks (hardest-index)
                   move puzzle-index to hardest-index
                 end-if
               end-if
             end-if
           end-perform.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy answer-key-procedure.
           copy report-header-procedure.
           copy data-version-procedure.

       end program euler-problem-096.
