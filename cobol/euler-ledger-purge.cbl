      * use it, stops with a nonzero return code when refused, and
      * either way the use lands on the permanent AUTHLOG.  A shop
      * with no AUTHUSERS dataset runs exactly as before, logged.
      *
      * 15 October 2026 - Archive rows are the 161-byte version 5
      * run-result row, with its UTC offset.
       identification division.
       program-id. euler-ledger-purge.

           copy run-result-fd.
       fd  archive-file
           label records are omitted.
       01 archive-record               pic x(161).
       fd  archive-catalog-file
           label records are omitted.
       01 archive-catalog-record.
           close result-ledger-file.

       read-one-tally.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
           end-if.

       read-one-archive.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
           else
             perform route-row-to-generation
             move run-result-fields to archive-record
             move archive-generation-path to io-dataset
             perform count-io-write
             write archive-record
             delete result-ledger-file record
             add 1 to archived-count
             move ct-from (catalog-scan) to ac-from-date
             move ct-to (catalog-scan) to ac-to-date
             move ct-count (catalog-scan) to ac-row-count
             move "ARCHIVECATALOG" to io-dataset
             perform count-io-write
             write archive-catalog-record
           end-perform
           close archive-catalog-file.

       load-one-catalog-row.
           move "ARCHIVECATALOG" to io-dataset
           perform count-io-read
           read archive-catalog-file
             at end
               move 'Y' to catalog-switch
