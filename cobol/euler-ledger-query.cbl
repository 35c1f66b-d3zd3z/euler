      * rows are written raw to LEDGEREXTRACT (the run-result layout,
      * ready to feed another tool) and formatted one per line
      * to LEDGERQUERYRPT.
      *
      * 15 October 2026 - Every query now appends who ran it, from
      * where, the selection given and the rows returned to ACCESSLOG
      * (access-log.cpy), so a pull of the run history no longer goes
      * unrecorded.
      *
      * 15 October 2026 - Extract rows are the 161-byte version 5
      * run-result row, with its UTC offset.
       identification division.
       program-id. euler-ledger-query.

               file status param-status.
           copy run-result-select.
           copy archive-reader-select.
           copy access-log-select.
           select extract-file assign to "LEDGEREXTRACT"
               organization line sequential
               file status extract-status.
           copy param-library-fd.
           copy run-result-fd.
           copy archive-reader-fd.
           copy access-log-fd.
       fd  extract-file
           label records are omitted.
       01 extract-record               pic x(161).
       fd  query-report-file
           label records are omitted.
       01 query-report-line            pic x(130).
           copy run-result.
           copy report-header.
           copy archive-reader.
           copy access-log.
       01 extract-status               pic xx.
       01 query-report-status          pic xx.
       01 ledger-switch                pic x value 'N'.
           open output query-report-file

           move report-header-line to query-report-line
           move "LEDGERQUERYRPT" to io-dataset
           perform count-io-write
           write query-report-line

           move spaces to query-report-line
           move "P/F"                  to query-report-line (54:4)
           move "ACTUAL RESULT"        to query-report-line (58:21)
           move "PARAMETERS"           to query-report-line (80:40)
           move "LEDGERQUERYRPT" to io-dataset
           perform count-io-write
           write query-report-line

           perform scan-archive
                  matched-edit delimited by size
             into query-report-line
           end-string
           move "LEDGERQUERYRPT" to io-dataset
           perform count-io-write
           write query-report-line

           perform format-report-footer
           move report-footer-line to query-report-line
           move "LEDGERQUERYRPT" to io-dataset
           perform count-io-write
           write query-report-line

           close query-report-file
                   archive-read-count " archive rows read, "
                   matched-count " selected"

           move "euler-ledger-query" to ax-program
           move spaces to ax-criteria
           string "from=" delimited by size
                  from-date delimited by size
                  " to=" delimited by size
                  to-date delimited by size
                  " program=" delimited by size
                  function trim (program-filter) delimited by size
                  " pass-flag=" delimited by size
                  pass-flag-filter delimited by size
             into ax-criteria
           end-string
           move matched-count to ax-rows
           perform write-access-record

           goback.

      * The archive's rows are older than anything still on the
           close result-ledger-file.

       read-one-ledger-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
           if row-matches
             add 1 to matched-count
             move run-result-fields to extract-record
             move "LEDGEREXTRACT" to io-dataset
             perform count-io-write
             write extract-record
             perform write-one-query-line
           end-if.
           move rr-pass-flag to query-report-line (54:1)
           move rr-actual-result to query-report-line (58:20)
           move rr-parameters to query-report-line (80:40)
           move "LEDGERQUERYRPT" to io-dataset
           perform count-io-write
           write query-report-line.

           copy control-card-procedure.
           copy run-result-procedure.
           copy report-header-procedure.
           copy archive-reader-procedure.
           copy access-log-procedure.

       end program euler-ledger-query.
