           close closed-dates-file.

       check-one-record.
           move "CLOSEDDATES" to io-dataset
           perform count-io-read
           read closed-dates-file
             at end
               move 'Y' to closed-scan-switch
           move close-date-text to cdr-date
           move function current-date (1:14) to cdr-stamp
           move closer-name to cdr-user
           move "CLOSEDDATES" to io-dataset
           perform count-io-write
           write closed-date-record
           close closed-dates-file.

