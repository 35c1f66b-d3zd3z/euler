      * number and the column headings repeat at the top of every
      * page (REPORTDEPTH sets the shop-wide page depth), so a long
      * report survives printing and review.
      *
      * 15 October 2026 - ABUNDANTLIST is held exclusive while it is
      * rewritten (see enqueue.cpy).  If a reader keeps it past the
      * wait limit the old list is left as it is, the counts are
      * still reported, and the run ends with return code 4.
       identification division.
       program-id. euler-problem-021.

           copy report-header.
       01 trace-mode-switch            pic x value 'N'.
         88 trace-mode-is-on            value 'Y'.
           copy enqueue.
       01 abundant-list-switch         pic x value 'N'.
         88 abundant-list-is-held       value 'Y'.

      * There is a bit of trickery here to easily do this with the
      * relatively simplistic data types available to us.  All we care
           move "00" to class-report-status
           open output class-report-file
           move report-header-line to class-report-line
           move "DIVISORCLASS" to io-dataset
           perform count-io-write
           write class-report-line
           move "PERFECT NUMBERS FOUND:" to class-report-line
           move "DIVISORCLASS" to io-dataset
           perform count-io-write
           write class-report-line

           move "ABUNDANTLIST" to eq-dataset
           perform enqueue-exclusive
           if eq-granted
             move 'Y' to abundant-list-switch
             move "00" to abundant-status
             open output abundant-file
           else
             display "euler-problem-021: ABUNDANTLIST is in use; "
                     "the old list stands"
             move 4 to return-code
           end-if

           perform varying work-number from 1 by 1
                   until work-number > work-size
                        class-edit delimited by size
                   into class-report-line
                 end-string
                 move "DIVISORCLASS" to io-dataset
                 perform count-io-write
                 write class-report-line
               when divisor-sum (work-number) > work-number
                 add 1 to abundant-count
                 move work-number to class-edit
                 if abundant-list-is-held
                   move class-edit to abundant-line
                   move "ABUNDANTLIST" to io-dataset
                   perform count-io-write
                   write abundant-line
                 end-if
               when other
                 add 1 to deficient-count
             end-evaluate
           end-perform

           if abundant-list-is-held
             close abundant-file
             perform dequeue-dataset
           end-if

           move spaces to class-report-line
           move perfect-count to class-edit
                  class-edit delimited by size
             into class-report-line
           end-string
           move "DIVISORCLASS" to io-dataset
           perform count-io-write
           write class-report-line
           move spaces to class-report-line
           move abundant-count to class-edit
                  class-edit delimited by size
             into class-report-line
           end-string
           move "DIVISORCLASS" to io-dataset
           perform count-io-write
           write class-report-line
           move spaces to class-report-line
           move deficient-count to class-edit
                  class-edit delimited by size
             into class-report-line
           end-string
           move "DIVISORCLASS" to io-dataset
           perform count-io-write
           write class-report-line

           move report-footer-line to class-report-line
           move "DIVISORCLASS" to io-dataset
           perform count-io-write
           write class-report-line
           close class-report-file.

               perform count-report-line
               if rh-page-break-needed
                 move rh-page-title-line to pair-report-line
                 move "PAIRREPORT" to io-dataset
                 perform count-io-write
                 write pair-report-line
                 move rh-column-heading to pair-report-line
                 move "PAIRREPORT" to io-dataset
                 perform count-io-write
                 write pair-report-line
               end-if
               move work-number to pair-edit-1
                      pair-edit-2 delimited by size
                 into pair-report-line
               end-string
               move "PAIRREPORT" to io-dataset
               perform count-io-write
               write pair-report-line
               add 1 to pair-count
               add work-number to amicable-sum
           open output chain-report-file
           perform format-report-header
           move report-header-line to chain-report-line
           move "CHAINREPORT" to io-dataset
           perform count-io-write
           write chain-report-line
           move "SOCIABLE CHAINS FOUND (length, members)"
             to chain-report-line
           move "CHAINREPORT" to io-dataset
           perform count-io-write
           write chain-report-line

           perform varying start-number from 1 by 1

           if chain-count = 0
             move "  (none found in this range)" to chain-report-line
             move "CHAINREPORT" to io-dataset
             perform count-io-write
             write chain-report-line
           end-if

             end-string
           end-perform

           move "CHAINREPORT" to io-dataset
           perform count-io-write
           write chain-report-line.

      * The proper-divisor sums come from the shared divisor-sieve
           copy run-result-procedure.
           copy answer-key-procedure.
           copy report-header-procedure.
           copy enqueue-procedure.

       end program euler-problem-021.
