           move "00" to restart-status
           open input restart-file
           if restart-status = "00"
             move "PRIME10RESTART" to io-dataset
             perform count-io-read
             read restart-file
               at end
                 continue
           move found-prime to restart-last-prime
           move prime-sum   to restart-prime-sum
           open output restart-file
           move "PRIME10RESTART" to io-dataset
           perform count-io-write
           write restart-record
           close restart-file.

