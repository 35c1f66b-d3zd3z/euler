                 to bignum-digit-string (bignum-digit-count:1)
             end-perform
           end-perform.

      * Leave the main bignum's highest nonzero cell in bignum-top-a
      * and bignum-b's in bignum-top-b; 0 for an operand that is
      * zero.
       find-bignum-top-cells.
           move 0 to bignum-top-a
           perform varying bignum-i from bignum-cell-count by -1
                   until bignum-i < 1
             if bignum-cell (bignum-i) is not equal to zero
               move bignum-i to bignum-top-a
               exit perform
             end-if
           end-perform
           move 0 to bignum-top-b
           perform varying bignum-i from bignum-cell-count by -1
                   until bignum-i < 1
             if bignum-b-cell (bignum-i) is not equal to zero
               move bignum-i to bignum-top-b
               exit perform
             end-if
           end-perform.

      * Load bignum-b from the main bignum, cell for cell.
       copy-bignum-to-b.
           perform varying bignum-i from 1 by 1
                   until bignum-i > bignum-cell-count
             move bignum-cell (bignum-i) to bignum-b-cell (bignum-i)
           end-perform.

      * Take bignum-factor (a small number, as for
      * multiply-bignum-by-factor) off the main bignum, borrowing
      * between base-10000 cells.  A result below zero stops the run
      * the same way an overflow does.
       subtract-factor-from-bignum.
           move bignum-factor to bignum-temp
           perform varying bignum-i from 1 by 1
                   until bignum-i > bignum-cell-count
                      or bignum-temp = 0
             divide bignum-temp by 10000 giving bignum-temp
               remainder bignum-product-digit
             compute bignum-difference =
                 bignum-cell (bignum-i) - bignum-product-digit
             if bignum-difference < 0
               add 10000 to bignum-difference
               add 1 to bignum-temp
             end-if
             move bignum-difference to bignum-cell (bignum-i)
           end-perform

           if bignum-temp is not equal to zero
             display "subtract-factor-from-bignum: result would be "
                     "negative"
             move 16 to return-code
             goback
           end-if.

      * Replace the main bignum with its product with bignum-b -
      * long multiplication a row per main-bignum cell, each row
      * carried between base-10000 cells into bignum-w-data the way
      * multiply-bignum-by-factor carries.  A product wider than
      * bignum-cell-count cells stops the run.
       multiply-bignum-by-b.
           perform find-bignum-top-cells
           if bignum-top-a = 0 or bignum-top-b = 0
             perform varying bignum-i from 1 by 1
                     until bignum-i > bignum-cell-count
               move zero to bignum-cell (bignum-i)
             end-perform
             exit paragraph
           end-if
           if bignum-top-a + bignum-top-b - 1 > bignum-cell-count
             display "multiply-bignum-by-b: overflow, "
                     "bignum-cell-count too small"
             move 16 to return-code
             goback
           end-if

           compute bignum-top-cell = bignum-top-a + bignum-top-b
           perform varying bignum-i from 1 by 1
                   until bignum-i > bignum-top-cell
             move zero to bignum-w-cell (bignum-i)
           end-perform
           perform multiply-one-bignum-row
                   varying bignum-i from 1 by 1
                   until bignum-i > bignum-top-a
           if bignum-top-cell > bignum-cell-count
             if bignum-w-cell (bignum-top-cell) is not equal to 0
               display "multiply-bignum-by-b: overflow, "
                       "bignum-cell-count too small"
               move 16 to return-code
               goback
             end-if
             move bignum-cell-count to bignum-top-cell
           end-if

      * Only the product's own cells need copying back: every cell
      * of the old value lies below it.
           perform varying bignum-i from 1 by 1
                   until bignum-i > bignum-top-cell
             move bignum-w-cell (bignum-i) to bignum-cell (bignum-i)
           end-perform.

       multiply-one-bignum-row.
           if bignum-cell (bignum-i) is not equal to zero
             move zero to bignum-carry
             perform varying bignum-j from 1 by 1
                     until bignum-j > bignum-top-b
               compute bignum-k = bignum-i + bignum-j - 1
               compute bignum-temp = bignum-w-cell (bignum-k)
                   + bignum-cell (bignum-i) * bignum-b-cell (bignum-j)
                   + bignum-carry
               divide bignum-temp by 10000 giving bignum-carry
                 remainder bignum-w-cell (bignum-k)
             end-perform
             compute bignum-k = bignum-i + bignum-top-b
             move bignum-carry to bignum-w-cell (bignum-k)
           end-if.

      * Replace the main bignum with its remainder on division by
      * bignum-b.  The dividend is worked in bignum-w-data from its
      * top down: each quotient cell is estimated from the three
      * leading cells of the window above it and the two leading
      * cells of the divisor, which can be one too high or one too
      * low, so the estimate's multiple is subtracted, added back
      * while the window goes negative, and the divisor taken off
      * again while the window is still not below it.  A zero
      * divisor stops the run.
       reduce-bignum-modulo-b.
           perform find-bignum-top-cells
           if bignum-top-b = 0
             display "reduce-bignum-modulo-b: modulus is zero"
             move 16 to return-code
             goback
           end-if
           if bignum-top-a < bignum-top-b
             exit paragraph
           end-if

           perform varying bignum-i from 1 by 1
                   until bignum-i > bignum-top-a
             move bignum-cell (bignum-i) to bignum-w-cell (bignum-i)
           end-perform
           compute bignum-k = bignum-top-a + 1
           move zero to bignum-w-cell (bignum-k)
           if bignum-top-b = 1
             move bignum-b-cell (1) to bignum-divisor-lead
           else
             compute bignum-divisor-lead =
                 bignum-b-cell (bignum-top-b) * 10000
                 + bignum-b-cell (bignum-top-b - 1)
           end-if

           compute bignum-shift = bignum-top-a - bignum-top-b + 1
           perform reduce-one-quotient-cell
                   varying bignum-shift from bignum-shift by -1
                   until bignum-shift < 1

           perform varying bignum-i from 1 by 1
                   until bignum-i > bignum-top-a
             move bignum-w-cell (bignum-i) to bignum-cell (bignum-i)
           end-perform.

      * The window is bignum-w-cell (bignum-shift) up through
      * bignum-w-cell (bignum-shift + bignum-top-b), and is always
      * below bignum-b times 10000 on the way in.
       reduce-one-quotient-cell.
           compute bignum-k = bignum-shift + bignum-top-b
           if bignum-top-b = 1
             compute bignum-estimate =
                 bignum-w-cell (bignum-k) * 10000
                 + bignum-w-cell (bignum-k - 1)
           else
             compute bignum-estimate =
                 bignum-w-cell (bignum-k) * 100000000
                 + bignum-w-cell (bignum-k - 1) * 10000
                 + bignum-w-cell (bignum-k - 2)
           end-if
           divide bignum-estimate by bignum-divisor-lead
             giving bignum-quotient-digit
           if bignum-quotient-digit > 9999
             move 9999 to bignum-quotient-digit
           end-if

           if bignum-quotient-digit > 0
             perform subtract-divisor-multiple
             perform add-back-divisor until bignum-borrow = 0
           end-if
           perform compare-window-with-b
           perform until bignum-window-compare = '<'
             move 1 to bignum-quotient-digit
             perform subtract-divisor-multiple
             perform compare-window-with-b
           end-perform.

      * Window less bignum-quotient-digit times bignum-b; a borrow
      * left over at the top means the window went below zero.
       subtract-divisor-multiple.
           move zero to bignum-carry
           move zero to bignum-borrow
           perform varying bignum-j from 1 by 1
                   until bignum-j > bignum-top-b + 1
             if bignum-j > bignum-top-b
               move bignum-carry to bignum-temp
             else
               compute bignum-temp =
                   bignum-b-cell (bignum-j) * bignum-quotient-digit
                   + bignum-carry
             end-if
             divide bignum-temp by 10000 giving bignum-carry
               remainder bignum-product-digit
             compute bignum-k = bignum-shift + bignum-j - 1
             compute bignum-difference = bignum-w-cell (bignum-k)
                 - bignum-product-digit - bignum-borrow
             if bignum-difference < 0
               add 10000 to bignum-difference
               move 1 to bignum-borrow
             else
               move 0 to bignum-borrow
             end-if
             move bignum-difference to bignum-w-cell (bignum-k)
           end-perform.

      * One bignum-b back onto a window that went below zero; the
      * carry out of its top cell is the window coming back up.
       add-back-divisor.
           subtract 1 from bignum-quotient-digit
           move zero to bignum-carry
           perform varying bignum-j from 1 by 1
                   until bignum-j > bignum-top-b + 1
             compute bignum-k = bignum-shift + bignum-j - 1
             if bignum-j > bignum-top-b
               compute bignum-temp =
                   bignum-w-cell (bignum-k) + bignum-carry
             else
               compute bignum-temp = bignum-w-cell (bignum-k)
                   + bignum-b-cell (bignum-j) + bignum-carry
             end-if
             divide bignum-temp by 10000 giving bignum-carry
               remainder bignum-w-cell (bignum-k)
           end-perform
           if bignum-carry is not equal to zero
             move 0 to bignum-borrow
           end-if.

      * Leave '<', '=' or '>' in bignum-window-compare, comparing the
      * window against bignum-b from the top cell down.
       compare-window-with-b.
           compute bignum-k = bignum-shift + bignum-top-b
           if bignum-w-cell (bignum-k) is not equal to zero
             move '>' to bignum-window-compare
             exit paragraph
           end-if
           move '=' to bignum-window-compare
           perform varying bignum-j from bignum-top-b by -1
                   until bignum-j < 1
             compute bignum-k = bignum-shift + bignum-j - 1
             if bignum-w-cell (bignum-k) > bignum-b-cell (bignum-j)
               move '>' to bignum-window-compare
               exit perform
             end-if
             if bignum-w-cell (bignum-k) < bignum-b-cell (bignum-j)
               move '<' to bignum-window-compare
               exit perform
             end-if
           end-perform.
