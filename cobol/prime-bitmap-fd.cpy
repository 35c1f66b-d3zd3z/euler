      * File description for PRIMESBITMAP (see prime-bitmap.cpy for
      * the conventions).  Every record is pb-record-size bytes: the
      * first is the header, the last the trailer, and every one
      * between carries the bits for pb-record-size * 8 odd numbers.
      * The header and trailer share one layout - the tag, a count,
      * the generation date and the number of bit records between
      * them.
       fd  prime-bitmap-file
           record contains 1000 characters.
       01 prime-bitmap-record          pic x(1000).
       01 prime-bitmap-control.
         02 pb-record-tag              pic x(4).
         02 pb-record-value            pic 9(10).
         02 filler                     pic x.
         02 pb-record-date             pic 9(8).
         02 filler                     pic x.
         02 pb-record-blocks           pic 9(10).
         02 filler                     pic x(966).
      * A bit record byte by byte, as the unsigned value 0-255.
       01 prime-bitmap-codes.
         02 pb-record-code             pic x comp-x occurs 1000 times.
