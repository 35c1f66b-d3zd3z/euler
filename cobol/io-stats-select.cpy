      * SELECT for IOSTATS, the per-dataset read and write counts of
      * every ledger-writing run (see io-stats-fd.cpy).  Copy this
      * into FILE-CONTROL; io-stats-status is the caller's own.
           select io-stats-file assign to "IOSTATS"
               organization line sequential
               file status io-stats-status.
