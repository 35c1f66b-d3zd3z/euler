           move "00" to expansion-status
           open output expansion-file
           move report-header-line to expansion-line
           move "FACTEXPANSION" to io-dataset
           perform count-io-write
           write expansion-line

           move spaces to expansion-line
                  digit-total-edit delimited by size
             into expansion-line
           end-string
           move "FACTEXPANSION" to io-dataset
           perform count-io-write
           write expansion-line

           move 1 to expansion-pos
                   until expansion-pos > bignum-digit-count

           move report-footer-line to expansion-line
           move "FACTEXPANSION" to io-dataset
           perform count-io-write
           write expansion-line
           close expansion-file.

             add expansion-take to expansion-pos
             add 11 to expansion-out
           end-perform
           move "FACTEXPANSION" to io-dataset
           perform count-io-write
           write expansion-line.

      * Byproduct report: how many of each decimal digit 0-9 appear in
           move "00" to digit-freq-report-status
           open output digit-freq-report-file
           move report-header-line to digit-freq-report-line
           move "FACTDIGITFREQ" to io-dataset
           perform count-io-write
           write digit-freq-report-line
           move "DIGIT  COUNT" to digit-freq-report-line
           move "FACTDIGITFREQ" to io-dataset
           perform count-io-write
           write digit-freq-report-line

           perform varying bignum-i from 1 by 1 until bignum-i > 10
                    digit-count-edit delimited by size
               into digit-freq-report-line
             end-string
             move "FACTDIGITFREQ" to io-dataset
             perform count-io-write
             write digit-freq-report-line
           end-perform

           move report-footer-line to digit-freq-report-line
           move "FACTDIGITFREQ" to io-dataset
           perform count-io-write
           write digit-freq-report-line
           close digit-freq-report-file.

