      * Procedure section for LEDGERCORRECTIONS.  See
      * ledger-correction.cpy for the fields each paragraph takes
      * and leaves.
       load-ledger-corrections.
           move 0 to cr-entry-count
           move 0 to cr-overflow-count
           move 'N' to cr-overflow-switch
           move "00" to ledger-correction-status
           open input ledger-correction-file
           if ledger-correction-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to ledger-correction-switch
           perform read-one-ledger-correction
                   until ledger-correction-at-end
           close ledger-correction-file
           if cr-overflow-count > 0
             move 'Y' to cr-overflow-switch
           end-if.

       read-one-ledger-correction.
           move "LEDGERCORRECTIONS" to io-dataset
           perform count-io-read
           read ledger-correction-file
             at end
               move 'Y' to ledger-correction-switch
             not at end
               if lx-is-reversal or lx-is-replacement
                 if cr-entry-count < cr-entry-max
                   add 1 to cr-entry-count
                   move lx-action to cr-action (cr-entry-count)
                   move lx-entry-key
                     to cr-entry-key (cr-entry-count)
                   move lx-orig-key to cr-orig-key (cr-entry-count)
                   move lx-orig-run-id
                     to cr-orig-run-id (cr-entry-count)
                   move lx-orig-submitter
                     to cr-orig-submitter (cr-entry-count)
                 else
                   add 1 to cr-overflow-count
                 end-if
               end-if
           end-read.

       refuse-overflowed-corrections.
           move cr-overflow-count to cr-count-edit
           display function trim (cr-reader-program)
                   ": LEDGERCORRECTIONS holds more than "
                   cr-entry-max " entries, "
                   function trim (cr-count-edit)
                   " over - nothing totalled"
           move spaces to cr-alert-text
           string "LEDGERCORRECTIONS over " delimited by size
                  cr-entry-max delimited by size
                  " entries by " delimited by size
                  function trim (cr-count-edit) delimited by size
             into cr-alert-text
           end-string
           call "euler-alert-writer"
             using by content "CRIT"
                   by content cr-reader-program
                   by content "CORRFULL"
                   by content cr-alert-text
           move 16 to return-code.

      * The row's key is the first 36 bytes of run-result-fields -
      * program, run date, run time - as it is on the ledger.
       classify-ledger-row.
           move 'O' to cr-row-state
           move spaces to cr-row-orig-key
           move spaces to cr-row-orig-run-id
           move spaces to cr-row-orig-submitter
           move run-result-fields (1:36) to cr-row-key
           perform varying cr-scan from 1 by 1
                   until cr-scan > cr-entry-count
             if cr-action (cr-scan) = "REVERSAL"
               and cr-orig-key (cr-scan) = cr-row-key
               move 'R' to cr-row-state
               exit paragraph
             end-if
             if cr-entry-key (cr-scan) = cr-row-key
               if cr-action (cr-scan) = "REVERSAL"
                 move 'V' to cr-row-state
               else
                 move 'N' to cr-row-state
                 move cr-orig-key (cr-scan) to cr-row-orig-key
                 move cr-orig-run-id (cr-scan)
                   to cr-row-orig-run-id
                 move cr-orig-submitter (cr-scan)
                   to cr-row-orig-submitter
               end-if
             end-if
           end-perform.

       append-ledger-correction.
           move function current-date to lx-current-date
           move lx-cdt-stamp to lx-stamp
           move spaces to lx-stamp-offset
           if (lx-cdt-offset-sign = "+" or lx-cdt-offset-sign = "-")
             and lx-cdt-offset-hh is numeric
             and lx-cdt-offset-mm is numeric
             move lx-cdt-offset to lx-stamp-offset
           end-if
           move "00" to ledger-correction-status
           open extend ledger-correction-file
           if ledger-correction-status = "35"
             open output ledger-correction-file
           end-if
           if ledger-correction-status is not equal to "00"
             display "append-ledger-correction: LEDGERCORRECTIONS "
                     "open failed, file status "
                     ledger-correction-status
             exit paragraph
           end-if
           move "LEDGERCORRECTIONS" to io-dataset
           perform count-io-write
           write ledger-correction-record
           close ledger-correction-file.
