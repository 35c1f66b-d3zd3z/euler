           perform varying kept-scan from 1 by 1
                   until kept-scan > kept-count
             move kept-record (kept-scan) to closed-date-record
             move "CLOSEDDATES" to io-dataset
             perform count-io-write
             write closed-date-record
           end-perform
           close closed-dates-file.

       keep-one-record.
           move "CLOSEDDATES" to io-dataset
           perform count-io-read
           read closed-dates-file
             at end
               move 'Y' to closed-scan-switch
