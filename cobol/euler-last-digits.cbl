      * Problems 48 and 97
      *
      * 15 October 2026
      *
      * Problem 48: the series, 1^1 + 2^2 + 3^3 + ... + 10^10 =
      * 10405071317.  Find the last ten digits of the series, 1^1 +
      * 2^2 + 3^3 + ... + 1000^1000.
      *
      * 9110846700
      *
      * Problem 97: the first known prime found to exceed one million
      * digits was discovered in 1999, and is a Mersenne prime of the
      * form 2^6972593 - 1; it contains exactly 2,098,960 digits.
      * Subsequently other Mersenne primes, of the form 2^p - 1, have
      * been found which contain more digits.  However, in 2004 there
      * was found a massive non-Mersenne prime which contains
      * 2,357,207 digits: 28433 x 2^7830457 + 1.  Find the last ten
      * digits of this prime number.
      *
      * 8739992577
      *
      * Both ask only for the low digits of numbers far too big to
      * write down - 1000^1000 has three thousand digits and the
      * Problem 97 prime over two million, where the shared bignum
      * (see bignum-data.cpy) holds a few hundred - so nothing here
      * is ever expanded the way euler-problem-016 expands 2^1000.
      * Every value is kept modulo 10^DIGITS and every power is
      * taken by repeated squaring, the exponent halved at each step
      * and the base multiplied in wherever it has a one bit, so
      * 2^7830457 is some two dozen squarings rather than millions
      * of doublings.
      *
      * A residue can be up to eighteen digits and the product of
      * two of them twice that, past anything a COMPUTE will carry.
      * Each residue is therefore held as two nine-digit halves, and
      * a product is built from the four half products, each under
      * 10^18: the high half times the high half is a multiple of
      * 10^18 and drops out entirely, and of the two cross products
      * only their low nine digits reach the result.  Whatever lies
      * above DIGITS is then cut off both halves.
      *
      * MODE (control-param-4) chooses 48, 97 or BOTH, the default,
      * so the nightly stream checks both answers.  Each mode is
      * timed on its own and posts its own ledger row and answer-key
      * lookup, signed with the mode and DIGITS, the way
      * euler-digit-primes posts one row per problem.  The Problem
      * 48 series is the problem's own, 1^1 to 1000^1000.  The
      * Problem 97 mode takes MULTIPLIER (control-param-1, default
      * 28433), BASE (control-param-2, default 2) and EXPONENT
      * (control-param-3, default 7830457), and works out the last
      * digits of MULTIPLIER x BASE^EXPONENT + 1, so any other
      * Proth-style number can be checked the same way; the row's
      * signature spells the number out.  DIGITS (control-param-6,
      * default 10, 1 to 18; set through PARAMLIB, as the control
      * card stops short of it) is the number of trailing digits,
      * kept with their leading zeros - the last ten digits of a
      * number ending ...0001234567 are 0001234567, not 1234567.
      *
      * LASTDIGITS lists, mode by mode, what was computed, the
      * trailing digits and the multiplications it took.
       identification division.
       program-id. euler-last-digits.

       environment division.
       input-output section.
       file-control.
           select control-file assign to "CONTROLCARD"
               organization line sequential
               file status control-status.
           select param-library-file assign to "PARAMLIB"
               organization line sequential
               file status param-status.
           copy run-result-select.
           select answer-key-file assign to "ANSWERKEY"
               organization line sequential
               file status answer-key-status.
           select digits-report-file assign to "LASTDIGITS"
               organization line sequential
               file status digits-report-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
           copy run-result-fd.
           copy answer-key-fd.
       fd  digits-report-file
           label records are omitted.
       01 digits-report-line        pic x(80).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy answer-key.
           copy report-header.
       01 digits-report-status      pic xx.

       01 power-mode                pic x(4) value "BOTH".
         88 mode-is-48               value "48".
         88 mode-is-97               value "97".
         88 mode-is-both             value "BOTH".
       01 mode-text                 pic x(4).
       01 trailing-digits           pic 9(9) value 10.
       01 digits-max constant as 18.
       01 series-end                pic 9(9) comp-5 value 1000.
       01 proth-multiplier          pic 9(9) value 28433.
       01 proth-base                pic 9(9) value 2.
       01 proth-exponent            pic 9(9) value 7830457.

      * Every residue is a high and a low half of nine digits each,
      * the value being high * 10^9 + low.  DIGITS at 9 or more
      * keeps DIGITS - 9 digits of the high half and the whole low
      * half; below 9 the high half is always zero and DIGITS digits
      * of the low half are kept.
       01 half-base                 pic 9(10) comp-5 value 1000000000.
       01 high-modulus              pic 9(10) comp-5.
       01 low-modulus               pic 9(10) comp-5.

      * multiply-residues: product = factor-a * factor-b.
       01 factor-a.
         02 fa-high                 pic 9(9) comp-5.
         02 fa-low                  pic 9(9) comp-5.
       01 factor-b.
         02 fb-high                 pic 9(9) comp-5.
         02 fb-low                  pic 9(9) comp-5.
       01 product.
         02 pr-high                 pic 9(9) comp-5.
         02 pr-low                  pic 9(9) comp-5.
       01 half-product              pic 9(18) comp-5.
       01 product-carry             pic 9(18) comp-5.
       01 cross-sum                 pic 9(18) comp-5.
       01 discarded                 pic 9(18) comp-5.

      * raise-to-power: power-result = power-base ^ power-exponent.
       01 power-base.
         02 pb-high                 pic 9(9) comp-5.
         02 pb-low                  pic 9(9) comp-5.
       01 power-result.
         02 pw-high                 pic 9(9) comp-5.
         02 pw-low                  pic 9(9) comp-5.
       01 power-exponent            pic 9(9) comp-5.
       01 exponent-bit              pic 9 comp-5.

       01 running-total.
         02 rt-high                 pic 9(9) comp-5.
         02 rt-low                  pic 9(9) comp-5.
       01 series-term               pic 9(9) comp-5.
       01 multiply-count            pic 9(9) comp-5.

      * The trailing digits as text, leading zeros kept.
       01 digit-image.
         02 di-high                 pic 9(9).
         02 di-low                  pic 9(9).
       01 digit-text                pic x(18).

       01 number-edit               pic z(8)9.
       01 digits-edit               pic z9.
       01 report-pointer            pic 99 comp-5.

       procedure division.

       main.
           move "euler-last-digits" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move proth-multiplier to control-param-1
           move proth-base to control-param-2
           move proth-exponent to control-param-3
           move power-mode to control-param-4
           move trailing-digits to control-param-6
           perform read-control-card
      * An old, shorter control card leaves control-param-6 as
      * spaces, not a number (see control-card.cpy) - fall back to
      * the compiled-in default before trusting it.
           if control-param-6 is not numeric
             move trailing-digits to control-param-6
           end-if
           move "euler-last-digits" to kp-program-id
           move "MULTIPLIER" to kp-keyword (1)
           move "BASE" to kp-keyword (2)
           move "EXPONENT" to kp-keyword (3)
           move "MODE" to kp-keyword (4)
           move "DIGITS" to kp-keyword (6)
           perform read-parameter-library
           move control-param-1 to proth-multiplier
           move control-param-2 to proth-base
           move control-param-3 to proth-exponent
           move control-param-6 to trailing-digits
           if control-param-4 is not equal to spaces
             move function upper-case (control-param-4) to power-mode
           end-if
           if not mode-is-48
             and not mode-is-97
             and not mode-is-both
             display "euler-last-digits: MODE "
                     function trim (control-param-4)
                     " is not 48, 97 or BOTH"
             move 16 to return-code
             goback
           end-if
           if trailing-digits < 1 or trailing-digits > digits-max
             display "euler-last-digits: DIGITS " trailing-digits
                     " is outside 1-" digits-max
             move 16 to return-code
             goback
           end-if
           if mode-is-97 or mode-is-both
             if proth-multiplier < 1 or proth-base < 1
               display "euler-last-digits: MULTIPLIER and BASE must "
                       "be at least 1"
               move 16 to return-code
               goback
             end-if
           end-if
           perform set-residue-moduli
           move trailing-digits to digits-edit

           move "00" to digits-report-status
           open output digits-report-file
           move report-header-line to digits-report-line
           perform write-digits-line

           if mode-is-48 or mode-is-both
             perform run-series-mode
           end-if
           if mode-is-97 or mode-is-both
             perform run-proth-mode
           end-if

           perform format-report-footer
           move report-footer-line to digits-report-line
           perform write-digits-line
           close digits-report-file

           perform format-report-footer
           display report-footer-line

           goback.

       set-residue-moduli.
           if trailing-digits >= 9
             compute high-modulus = 10 ** (trailing-digits - 9)
             move half-base to low-modulus
           else
             move 1 to high-modulus
             compute low-modulus = 10 ** trailing-digits
           end-if.

      ******************************************************************
      * Problem 48: the sum of n^n for n from 1 to the series end,
      * every term and the running total kept modulo 10^DIGITS.
      ******************************************************************
       run-series-mode.
           perform start-run-timer
           move "48" to mode-text
           move 0 to multiply-count
           move 0 to rt-high
           move 0 to rt-low
           perform add-one-series-term
                   varying series-term from 1 by 1
                   until series-term > series-end
           move running-total to power-result
           perform format-digit-text

           move spaces to digits-report-line
           move series-end to number-edit
           string "mode 48: 1^1 + 2^2 + ... + " delimited by size
                  function trim (number-edit) delimited by size
                  "^" delimited by size
                  function trim (number-edit) delimited by size
             into digits-report-line
           end-string
           perform write-digits-line
           perform write-result-lines

           display "last digits of the series: "
                   digit-text (19 - trailing-digits:trailing-digits)
           move spaces to rr-parameters
           string "mode=48 digits=" delimited by size
                  function trim (digits-edit) delimited by size
             into rr-parameters
           end-string
           perform post-mode-result.

       add-one-series-term.
           move 0 to pb-high
           move series-term to pb-low
           perform reduce-power-base
           move series-term to power-exponent
           perform raise-to-power
           add pw-low to rt-low
           add pw-high to rt-high
           if rt-low >= half-base
             subtract half-base from rt-low
             add 1 to rt-high
           end-if
           divide rt-high by high-modulus
             giving discarded remainder rt-high
           divide rt-low by low-modulus
             giving discarded remainder rt-low.

      ******************************************************************
      * Problem 97: MULTIPLIER x BASE^EXPONENT + 1.
      ******************************************************************
       run-proth-mode.
           perform start-run-timer
           move "97" to mode-text
           move 0 to multiply-count
           move 0 to pb-high
           move proth-base to pb-low
           perform reduce-power-base
           move proth-exponent to power-exponent
           perform raise-to-power

           move power-result to factor-a
           move 0 to fb-high
           move proth-multiplier to fb-low
           divide fb-low by low-modulus
             giving discarded remainder fb-low
           perform multiply-residues
           move product to power-result
           add 1 to pw-low
           if pw-low >= half-base
             subtract half-base from pw-low
             add 1 to pw-high
           end-if
           divide pw-high by high-modulus
             giving discarded remainder pw-high
           divide pw-low by low-modulus
             giving discarded remainder pw-low
           perform format-digit-text

           move spaces to digits-report-line
           move 1 to report-pointer
           string "mode 97: " delimited by size
             into digits-report-line with pointer report-pointer
           end-string
           perform append-proth-number
           perform write-digits-line
           perform write-result-lines

           display "last digits of the number: "
                   digit-text (19 - trailing-digits:trailing-digits)
           move spaces to rr-parameters
           move spaces to digits-report-line
           move 1 to report-pointer
           string "mode=97 digits=" delimited by size
                  function trim (digits-edit) delimited by size
                  " " delimited by size
             into digits-report-line with pointer report-pointer
           end-string
           perform append-proth-number
           move digits-report-line to rr-parameters
           perform post-mode-result.

      * The number as "k*b^n+1" at report-pointer in
      * digits-report-line.
       append-proth-number.
           move proth-multiplier to number-edit
           string function trim (number-edit) delimited by size
                  "*" delimited by size
             into digits-report-line with pointer report-pointer
           end-string
           move proth-base to number-edit
           string function trim (number-edit) delimited by size
                  "^" delimited by size
             into digits-report-line with pointer report-pointer
           end-string
           move proth-exponent to number-edit
           string function trim (number-edit) delimited by size
                  "+1" delimited by size
             into digits-report-line with pointer report-pointer
           end-string.

      ******************************************************************
      * power-result = power-base ^ power-exponent, by repeated
      * squaring: the exponent's bits from the lowest up, the base
      * squared at each one and multiplied into the result where the
      * bit is set.  power-base is used up.
      ******************************************************************
       raise-to-power.
           move 0 to pw-high
           move 1 to pw-low
           divide pw-low by low-modulus
             giving discarded remainder pw-low
           perform take-one-exponent-bit
             until power-exponent = 0.

       take-one-exponent-bit.
           divide power-exponent by 2
             giving power-exponent remainder exponent-bit
           if exponent-bit = 1
             move power-result to factor-a
             move power-base to factor-b
             perform multiply-residues
             move product to power-result
           end-if
           if power-exponent > 0
             move power-base to factor-a
             move power-base to factor-b
             perform multiply-residues
             move product to power-base
           end-if.

       reduce-power-base.
           divide pb-high by high-modulus
             giving discarded remainder pb-high
           divide pb-low by low-modulus
             giving discarded remainder pb-low.

      * product = factor-a * factor-b modulo 10^DIGITS.  The low
      * halves' product gives the low half and a carry; the cross
      * products count only modulo 10^9, as they stand 10^9 up; the
      * high halves' product stands 10^18 up and is never needed.
       multiply-residues.
           add 1 to multiply-count
           compute half-product = fa-low * fb-low
           divide half-product by half-base
             giving product-carry remainder half-product
           move half-product to pr-low
           compute half-product = fa-high * fb-low
           divide half-product by half-base
             giving discarded remainder cross-sum
           compute half-product = fa-low * fb-high
           divide half-product by half-base
             giving discarded remainder half-product
           add half-product to cross-sum
           add product-carry to cross-sum
           divide cross-sum by half-base
             giving discarded remainder cross-sum
           move cross-sum to pr-high
           divide pr-high by high-modulus
             giving discarded remainder pr-high
           divide pr-low by low-modulus
             giving discarded remainder pr-low.

       format-digit-text.
           move pw-high to di-high
           move pw-low to di-low
           move digit-image to digit-text.

       write-result-lines.
           move spaces to digits-report-line
           string "last " delimited by size
                  function trim (digits-edit) delimited by size
                  " digits: " delimited by size
                  digit-text (19 - trailing-digits:trailing-digits)
                    delimited by size
             into digits-report-line
           end-string
           perform write-digits-line
           move spaces to digits-report-line
           move multiply-count to number-edit
           string "multiplications: " delimited by size
                  function trim (number-edit) delimited by size
             into digits-report-line
           end-string
           perform write-digits-line.

      * One ledger row and one answer-key lookup per mode, signed
      * with the mode and DIGITS, so each problem keeps its own
      * history.
       post-mode-result.
           move "euler-last-digits" to rr-program-id
           move digit-text (19 - trailing-digits:trailing-digits)
             to rr-actual-result
      * The shipped key carries the documented 9110846700 and
      * 8739992577 under digits=10 and the default number.
           move "euler-last-digits" to ak-program-id
           move rr-parameters to ak-signature
           perform check-answer-key
           perform stop-run-timer
           perform write-run-result.

       write-digits-line.
           move "LASTDIGITS" to io-dataset
           perform count-io-write
           write digits-report-line.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy answer-key-procedure.
           copy report-header-procedure.

       end program euler-last-digits.
