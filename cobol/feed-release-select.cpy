      * SELECT for FEEDRELEASELOG, the permanent record of every
      * OPSFEED staged, released, rejected or held past its cutoff
      * (see feed-release-fd.cpy).  Copy this into FILE-CONTROL
      * alongside the feed's own SELECT; feed-release-status comes
      * from feed-release.cpy in WORKING-STORAGE.
           select feed-release-file assign to "FEEDRELEASELOG"
               organization line sequential
               file status feed-release-status.
