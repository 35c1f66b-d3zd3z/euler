      * for a digit-series file the checksum is the sum of every
      * digit, modulo one billion.
       verify-numbers-header.
           move numbers-file-path to io-dataset
           perform count-io-read
           read numbers-file into numbers-line
             at end
               display "euler-problem-013: numbers file is empty"
           compute hdr-checksum = function numval (hdr-sum-text).

       add-one-number.
           move numbers-file-path to io-dataset
           perform count-io-read
           read numbers-file into numbers-line
             at end
               move 'Y' to numbers-switch
