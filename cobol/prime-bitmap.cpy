      * Working storage for PRIMESBITMAP, the one-bit-per-odd-number
      * companion euler-prime-gen writes alongside PRIMESFILE, so a
      * program asking "is n prime?" over and over answers each
      * question from memory instead of with a keyed read on
      * PRIMESINDEX or a flag table filled line by line from
      * PRIMESFILE.  The whole map for the default ceiling of
      * 1999999 is 125 records of 1000 bytes.
      *
      * The file (see prime-bitmap-fd.cpy) is a header record ("HDR",
      * the ceiling sieved to, the generation date and the number of
      * bit records to follow), the bit records, and a trailer
      * ("TRL", the prime count - 2 included - the date and the bit
      * record count again), so a consumer can tell a complete map
      * from one cut short, exactly as PRIMESFILE's own header and
      * trailer allow.  Bit k of the map, counting from zero, stands
      * for the odd number 2k + 1: byte k / 8 + 1, bit k mod 8
      * counting up from the low-order end of the byte.  2 is the one
      * prime the map leaves out; the lookup answers for it directly.
      *
      * To look numbers up: PERFORM load-prime-bitmap (from
      * prime-bitmap-procedure.cpy) - it reads the file once per run
      * and does nothing when PERFORMed again - then, while
      * prime-bitmap-is-loaded, move each number to pb-number and
      * PERFORM test-prime-bitmap; pb-number-is-prime,
      * pb-number-is-composite or pb-number-beyond (past pb-ceiling,
      * which the map cannot answer for) says how it came out.  A
      * map that is missing, fails its header or trailer checks, or
      * is refused below is not loaded, and the consumer falls back
      * to the way it looked primes up before the map existed - the
      * same fall-back-or-regenerate rule PRIMESINDEX consumers keep.
      * A consumer that keeps its own flag table may instead spread
      * the map into it once loaded: pb-flag (k + 1) below is the
      * flag for 2k + 1, up to pb-ceiling.
      * To load again after regenerating the file, move space to
      * pb-load-state first.
      *
      * EULERPRIMELOOKUP=FILE in the environment makes
      * load-prime-bitmap decline the map, so those fallbacks can be
      * timed against it (euler-benchmark's COMPARE switch does
      * exactly that).
      *
      * The writing side is open-prime-bitmap-output (with the
      * ceiling in pb-file-ceiling and the date in
      * pb-generation-date), add-prime-to-bitmap for each prime in
      * ascending order, and close-prime-bitmap-output; a failure
      * anywhere only warns and drops the map, never the caller's
      * run.
       01 prime-bitmap-status          pic xx.
       01 pb-record-size constant as 1000.
      * The map in memory is spread out to one byte per odd number -
      * pb-flag (k + 1) is 'Y' when 2k + 1 is prime - so a lookup is
      * a single subscript rather than bit arithmetic; the file stays
      * compact, the table only has to be fast.  pb-byte-max bytes
      * of the file (every odd number up to 19999999) are kept; a
      * file sieved past that still validates whole, but pb-ceiling
      * stops there.
       01 pb-byte-max constant as 1250000.
       01 prime-bitmap-table.
         02 pb-flag-octet              pic x(8)
              occurs pb-byte-max times.
       01 prime-bitmap-flags redefines prime-bitmap-table.
         02 pb-flag                    pic x
              occurs 10000000 times.
       01 pb-ceiling                   pic 9(10) comp-5 value 0.
       01 pb-file-ceiling              pic 9(10) comp-5.
       01 pb-generation-date           pic 9(8).
       01 pb-load-state                pic x value space.
         88 prime-bitmap-is-loaded      value 'Y'.
       01 pb-output-switch             pic x value 'N'.
         88 prime-bitmap-output-open    value 'Y'.
       01 pb-end-switch                pic x.
         88 prime-bitmap-at-end         value 'Y'.
       01 pb-lookup-mode               pic x(10).

       01 pb-number                    pic 9(10) comp-5.
       01 pb-result                    pic x.
         88 pb-number-is-prime          value 'Y'.
         88 pb-number-is-composite      value 'N'.
         88 pb-number-beyond            value 'B'.
       01 pb-odd-index                 pic 9(9) comp-5.
       01 pb-parity                    pic 9 comp-5.
       01 pb-byte-index                pic 9(9) comp-5.
       01 pb-bit-index                 pic 9 comp-5.
       01 pb-store-byte                pic 9(9) comp-5.
       01 pb-byte-value                pic 999 comp-5.
       01 pb-blocks-expected           pic 9(10) comp-5.
       01 pb-blocks-read               pic 9(10) comp-5.
       01 pb-current-block             pic 9(10) comp-5.
       01 pb-target-block              pic 9(10) comp-5.
       01 pb-store-offset              pic 9(10) comp-5.
       01 pb-odd-count                 pic 9(10) comp-5.
       01 pb-primes-counted            pic 9(10) comp-5.
       01 pb-scan                      pic 9(4) comp-5.

      * pb-bit (v + 1, b) is bit b (1 the low-order) of the byte
      * value v, pb-bit-count (v + 1) how many of them are set, and
      * pb-bit-flags (v + 1) the same eight bits as the 'Y'/'N'
      * flags they spread to, worked out once by
      * build-prime-bitmap-tables.
       01 pb-tables-switch             pic x value 'N'.
         88 prime-bitmap-tables-built   value 'Y'.
       01 pb-bit-table.
         02 pb-bit-row occurs 256 times.
           03 pb-bit                   pic 9 occurs 8 times.
           03 pb-bit-count             pic 9.
           03 pb-bit-flags             pic x(8).
       01 pb-table-value               pic 999 comp-5.
       01 pb-table-work                pic 999 comp-5.
