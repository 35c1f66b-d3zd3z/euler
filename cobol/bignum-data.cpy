      * swaps the main bignum with bignum-b cell for cell - the
      * two-term recurrences want "previous" and "current" to trade
      * places each step without copying through the caller.
      *
      * 15 October 2026 - Bignum-by-bignum arithmetic: PERFORM
      * multiply-bignum-by-b to replace the main bignum with its
      * product with bignum-b, and reduce-bignum-modulo-b to replace
      * it with its remainder on division by bignum-b (schoolbook
      * long division in base 10000, each quotient cell estimated
      * from the leading cells and corrected).  copy-bignum-to-b
      * loads bignum-b from the main bignum, so squaring is a copy
      * and a multiply, and subtract-factor-from-bignum takes a
      * small bignum-factor off the main bignum the way
      * multiply-bignum-by-factor multiplies by one.  bignum-w-data
      * is their work area, one cell wider than the operands so a
      * full-width dividend's first quotient window still has a top
      * cell to read; the caller never needs to touch it.
       01 bignum-cell-count        constant as 300.
       01 bignum-data.
         02 bignum-cell            pic 9(4) comp-5
       01 bignum-one-digit         pic 9 comp-5.
       01 bignum-digit-string      pic x(1200).
       01 bignum-digit-count       pic 9(4) comp-5.
       01 bignum-work-count        constant as bignum-cell-count + 1.
       01 bignum-w-data.
         02 bignum-w-cell          pic 9(4) comp-5
           occurs bignum-work-count times.
       01 bignum-top-a             pic 999  comp-5.
       01 bignum-top-b             pic 999  comp-5.
       01 bignum-k                 pic 999  comp-5.
       01 bignum-shift             pic 999  comp-5.
       01 bignum-quotient-digit    pic 9(9) comp-5.
       01 bignum-estimate          pic 9(18) comp-5.
       01 bignum-divisor-lead      pic 9(9) comp-5.
       01 bignum-product-digit     pic 9(4) comp-5.
       01 bignum-borrow            pic 9    comp-5.
       01 bignum-difference        pic s9(9) comp-5.
       01 bignum-window-compare    pic x.
