      * Paragraphs for PRIMESBITMAP (see prime-bitmap.cpy for the
      * layout and how to use them).  COPY this into the PROCEDURE
      * DIVISION of any program that copies prime-bitmap-select,
      * prime-bitmap-fd and prime-bitmap.

      * Read the map into memory once.  Every check the header and
      * trailer allow is made: the header's bit-record count must be
      * what its ceiling needs, that many bit records must follow,
      * and the trailer's prime count must match the bits actually
      * set.  Anything short of that leaves the map unloaded.
       load-prime-bitmap.
           if pb-load-state is not equal to space
             exit paragraph
           end-if
           move 'N' to pb-load-state
           move 0 to pb-ceiling
           perform build-prime-bitmap-tables
           move spaces to pb-lookup-mode
           accept pb-lookup-mode from environment "EULERPRIMELOOKUP"
           if pb-lookup-mode = "FILE"
             display "prime lookup: EULERPRIMELOOKUP=FILE, "
                     "PRIMESBITMAP not used this run"
             exit paragraph
           end-if

           move "00" to prime-bitmap-status
           open input prime-bitmap-file
           if prime-bitmap-status is not equal to "00"
             exit paragraph
           end-if
           move "PRIMESBITMAP" to io-dataset
           perform count-io-read
           read prime-bitmap-file
             at end
               close prime-bitmap-file
               exit paragraph
           end-read
           if pb-record-tag is not equal to "HDR "
             or pb-record-value is not numeric
             or pb-record-blocks is not numeric
             display "prime lookup: PRIMESBITMAP has no header, "
                     "not trusting it"
             close prime-bitmap-file
             exit paragraph
           end-if
           move pb-record-value to pb-file-ceiling
           move pb-record-blocks to pb-blocks-expected
           perform count-prime-bitmap-blocks
           if pb-target-block is not equal to pb-blocks-expected
             display "prime lookup: PRIMESBITMAP header says "
                     pb-blocks-expected " bit records, its ceiling "
                     "needs " pb-target-block ", not trusting it"
             close prime-bitmap-file
             exit paragraph
           end-if

           move 0 to pb-blocks-read
           move 0 to pb-primes-counted
           if pb-file-ceiling >= 2
             move 1 to pb-primes-counted
           end-if
           move 'N' to pb-end-switch
           perform read-one-bitmap-block
                   until pb-blocks-read = pb-blocks-expected
                      or prime-bitmap-at-end
           if prime-bitmap-at-end
             display "prime lookup: PRIMESBITMAP ends after "
                     pb-blocks-read " bit records, not trusting it"
             close prime-bitmap-file
             exit paragraph
           end-if

           move "PRIMESBITMAP" to io-dataset
           perform count-io-read
           read prime-bitmap-file
             at end
               move spaces to prime-bitmap-control
           end-read
           close prime-bitmap-file
           if pb-record-tag is not equal to "TRL "
             display "prime lookup: PRIMESBITMAP has no trailer, "
                     "not trusting it"
             exit paragraph
           end-if
           if pb-record-value is not equal to pb-primes-counted
             or pb-record-blocks is not equal to pb-blocks-expected
             display "prime lookup: PRIMESBITMAP trailer says "
                     pb-record-value " primes but the map holds "
                     pb-primes-counted ", not trusting it"
             exit paragraph
           end-if

           move pb-file-ceiling to pb-ceiling
           if pb-ceiling > pb-byte-max * 16 - 1
             compute pb-ceiling = pb-byte-max * 16 - 1
           end-if
           move 'Y' to pb-load-state.

      * Every bit record's set bits go toward the trailer check;
      * those that fit are spread into pb-flag.
       read-one-bitmap-block.
           move "PRIMESBITMAP" to io-dataset
           perform count-io-read
           read prime-bitmap-file
             at end
               move 'Y' to pb-end-switch
               exit paragraph
           end-read
           add 1 to pb-blocks-read
           compute pb-store-offset =
               (pb-blocks-read - 1) * pb-record-size
           perform varying pb-scan from 1 by 1
                   until pb-scan > pb-record-size
             compute pb-byte-value = pb-record-code (pb-scan) + 1
             add pb-bit-count (pb-byte-value) to pb-primes-counted
             compute pb-store-byte = pb-store-offset + pb-scan
             if pb-store-byte <= pb-byte-max
               move pb-bit-flags (pb-byte-value)
                 to pb-flag-octet (pb-store-byte)
             end-if
           end-perform.

      * The bit records a ceiling needs, left in pb-target-block:
      * one bit for each odd number up to the ceiling, eight to the
      * byte, pb-record-size bytes to the record.
       count-prime-bitmap-blocks.
           divide pb-file-ceiling by 2 giving pb-odd-count
               remainder pb-parity
           add pb-parity to pb-odd-count
           compute pb-target-block =
               (pb-odd-count + pb-record-size * 8 - 1)
                 / (pb-record-size * 8).

      * The lookup itself: pb-number in, pb-result out.  An even
      * number needs no map, so only an odd one past the ceiling
      * comes back beyond it.  This is the paragraph the consumers
      * spend their time in, so it is kept to a subscript and plain
      * COMPUTEs - DIVIDE ... REMAINDER costs several times as much.
       test-prime-bitmap.
           if pb-number < 3
             if pb-number = 2
               move 'Y' to pb-result
             else
               move 'N' to pb-result
             end-if
             exit paragraph
           end-if
           compute pb-odd-index = pb-number / 2
           if pb-odd-index * 2 = pb-number
             move 'N' to pb-result
             exit paragraph
           end-if
           if pb-number > pb-ceiling
             move 'B' to pb-result
             exit paragraph
           end-if
           move pb-flag (pb-odd-index + 1) to pb-result.

       build-prime-bitmap-tables.
           if prime-bitmap-tables-built
             exit paragraph
           end-if
           perform varying pb-table-value from 0 by 1
                   until pb-table-value > 255
             move pb-table-value to pb-table-work
             move 0 to pb-bit-count (pb-table-value + 1)
             perform varying pb-bit-index from 1 by 1
                     until pb-bit-index > 8
               divide pb-table-work by 2 giving pb-table-work
                   remainder pb-bit (pb-table-value + 1, pb-bit-index)
               add pb-bit (pb-table-value + 1, pb-bit-index)
                 to pb-bit-count (pb-table-value + 1)
               if pb-bit (pb-table-value + 1, pb-bit-index) = 1
                 move 'Y' to pb-bit-flags (pb-table-value + 1)
                                          (pb-bit-index:1)
               else
                 move 'N' to pb-bit-flags (pb-table-value + 1)
                                          (pb-bit-index:1)
               end-if
             end-perform
           end-perform
           move 'Y' to pb-tables-switch.

      * The writing side.  The header goes out at once, since the
      * ceiling fixes how many bit records will follow; each record
      * is then built in the record area and written when the first
      * prime past it arrives.
       open-prime-bitmap-output.
           move 'N' to pb-output-switch
           perform build-prime-bitmap-tables
           move 0 to pb-primes-counted
           perform count-prime-bitmap-blocks
           move pb-target-block to pb-blocks-expected
           move "00" to prime-bitmap-status
           open output prime-bitmap-file
           if prime-bitmap-status is not equal to "00"
             display "prime lookup: PRIMESBITMAP open failed, file "
                     "status " prime-bitmap-status
                     "; the bitmap is skipped this run"
             exit paragraph
           end-if
           move 'Y' to pb-output-switch
           move spaces to prime-bitmap-control
           move "HDR " to pb-record-tag
           move pb-file-ceiling to pb-record-value
           move pb-generation-date to pb-record-date
           move pb-blocks-expected to pb-record-blocks
           perform write-one-bitmap-record
           move 1 to pb-current-block
           move low-values to prime-bitmap-record.

       add-prime-to-bitmap.
           if not prime-bitmap-output-open
             exit paragraph
           end-if
           add 1 to pb-primes-counted
           if pb-number < 3
             exit paragraph
           end-if
           divide pb-number by 2 giving pb-odd-index
           divide pb-odd-index by 8 giving pb-byte-index
               remainder pb-bit-index
           divide pb-byte-index by pb-record-size
               giving pb-target-block remainder pb-store-offset
           add 1 to pb-target-block
           perform flush-bitmap-block
                   until pb-current-block >= pb-target-block
                      or not prime-bitmap-output-open
           if not prime-bitmap-output-open
             exit paragraph
           end-if
           add 1 to pb-store-offset
           add 1 to pb-bit-index
           compute pb-byte-value = pb-record-code (pb-store-offset) + 1
           if pb-bit (pb-byte-value, pb-bit-index) = 0
             compute pb-record-code (pb-store-offset) =
                 pb-record-code (pb-store-offset)
                   + 2 ** (pb-bit-index - 1)
           end-if.

       flush-bitmap-block.
           perform write-one-bitmap-record
           add 1 to pb-current-block
           move low-values to prime-bitmap-record.

      * The bit records still owed (the last partly filled one and
      * any past the last prime), then the trailer.
       close-prime-bitmap-output.
           if not prime-bitmap-output-open
             exit paragraph
           end-if
           perform flush-bitmap-block
                   until pb-current-block > pb-blocks-expected
                      or not prime-bitmap-output-open
           if not prime-bitmap-output-open
             exit paragraph
           end-if
           move spaces to prime-bitmap-control
           move "TRL " to pb-record-tag
           move pb-primes-counted to pb-record-value
           move pb-generation-date to pb-record-date
           move pb-blocks-expected to pb-record-blocks
           perform write-one-bitmap-record
           if prime-bitmap-output-open
             close prime-bitmap-file
             move 'N' to pb-output-switch
           end-if.

       write-one-bitmap-record.
           move "00" to prime-bitmap-status
           move "PRIMESBITMAP" to io-dataset
           perform count-io-write
           write prime-bitmap-record
           if prime-bitmap-status is not equal to "00"
             display "prime lookup: PRIMESBITMAP write failed, file "
                     "status " prime-bitmap-status
                     "; the bitmap is abandoned this run"
             close prime-bitmap-file
             move 'N' to pb-output-switch
           end-if.
