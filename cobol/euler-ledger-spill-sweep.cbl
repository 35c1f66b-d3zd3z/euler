      * use), so a row is only ever moved, never dropped, however
      * many there are.  RETURN-CODE is the count of rows still
      * spilled when the sweep ends.
      *
      * 15 October 2026 - The work file holds the 161-byte version 5
      * row; a row spilled under version 4 sweeps in as it was.
       identification division.
       program-id. euler-ledger-spill-sweep.

           copy run-result-fd.
       fd  spill-work-file
           label records are omitted.
       01 spill-work-record        pic x(161).

       working-storage section.
           copy run-result.
           end-if.

       sweep-one-row.
           move "LEDGERSPILL" to io-dataset
           perform count-io-read
           read ledger-spill-file
             at end
               move 'Y' to spill-read-switch
                     "spilled"
             add 1 to rows-held
             move run-result-fields to spill-work-record
             move "LEDGERSPILLWORK" to io-dataset
             perform count-io-write
             write spill-work-record
           end-if.

           close spill-work-file.

       copy-one-held-row.
           move "LEDGERSPILLWORK" to io-dataset
           perform count-io-read
           read spill-work-file
             at end
               move 'Y' to spill-read-switch
             not at end
               move spill-work-record to ledger-spill-record
               move "LEDGERSPILL" to io-dataset
               perform count-io-write
               write ledger-spill-record
           end-read.

