      * Roman-numeral subroutine
      *
      * 15 October 2026
      *
      * Roman numerals are the other text form numbers take in our
      * reports - edition numbers, lease schedules - and the whole
      * of Problem 89, so the conversion lives here as a callable
      * service the way number-to-english and words-to-number do,
      * in both directions.
      *
      * Usage: call "roman-numeral" using by content rn-direction
      *                                  by reference rn-number
      *                                  by reference rn-numeral
      *                                  by reference rn-status.
      *
      * Direction 'R' writes rn-number as a numeral in minimal form
      * into rn-numeral: each decimal digit on its own, largest
      * first, with the subtractive pairs IV, IX, XL, XC, CD and CM
      * for the fours and nines.  There is no symbol past M, so the
      * thousands are that many Ms.  Direction 'N' reads the
      * numeral in rn-numeral (upper or lower case, left-justified)
      * back into rn-number.  It accepts any valid numeral, minimal
      * or not, under the Problem 89 rules:
      *
      *   the symbols run largest first, except that I may stand
      *     before V or X, X before L or C, and C before D or M to
      *     subtract; each such pair is the whole of its decade
      *   V, L and D appear at most once, and never with a
      *     subtractive pair of their own decade
      *   the Is (with any V) stay below ten, the Xs (with any L)
      *     below a hundred and the Cs (with any D) below a
      *     thousand - VIIII is a valid nine, IIIIIIIIII is not ten
      *
      * Both directions handle 1 to 9999.  rn-status comes back 'Y'
      * on success and 'N' otherwise: a number outside that range,
      * or a numeral that is empty, holds anything but the seven
      * symbols, or breaks one of the rules above (IIX, IL, VX, XCX,
      * DD and the like).  Treat 'N' as a failure, never as zero.
       identification division.
       program-id. roman-numeral.

       environment division.
       configuration section.
       repository.
           function upper-case intrinsic.

       data division.
       working-storage section.
      * The seven symbols in ascending order, and what each is worth.
      * A symbol's decade is (position - 1) / 2 - I and V the units,
      * X and L the tens, C and D the hundreds, M the thousands -
      * and the even positions are the fives.
       01 numeral-symbols.
         02 symbol-characters           pic x(7) value "IVXLCDM".
         02 symbol-values-raw           pic x(28) value
           "0001000500100050010005001000".
         02 symbol-value        redefines symbol-values-raw
           occurs 7 times               pic 9(4).

       01 max-numeral-length constant as 30.
       01 max-roman-value constant as 9999.

       01 encode-state.
         02 remaining-value             pic 9(4) comp-5.
         02 decade-digit                pic 9 comp-5.
         02 decade-index                pic s9 comp-5.
         02 decade-divisor              pic 9(4) comp-5.
         02 unit-symbol                 pic x.
         02 five-symbol                 pic x.
         02 ten-symbol                  pic x.
         02 numeral-length              pic 99 comp-5.
         02 repeat-count                pic 9 comp-5.

       01 decode-state.
         02 work-numeral                pic x(30).
         02 scan-position               pic 99 comp-5.
         02 look-position               pic 99 comp-5.
         02 found-index                 pic 9 comp-5.
         02 symbol-scan                 pic 9 comp-5.
         02 text-end                    pic 99 comp-5.
         02 symbol-index                pic 9 comp-5.
         02 next-symbol-index           pic 9 comp-5.
         02 token-value                 pic 9(4) comp-5.
         02 token-decade                pic 9 comp-5.
         02 token-kind                  pic x.
           88 token-is-unit              value 'U'.
           88 token-is-five              value 'F'.
           88 token-is-pair              value 'P'.
         02 current-decade              pic 9 comp-5.
         02 decade-units                pic 99 comp-5.
         02 decade-fives                pic 9 comp-5.
         02 decade-pair-switch          pic x.
           88 decade-has-pair            value 'Y'.
         02 running-value               pic 9(6) comp-5.
       01 parse-ok-switch               pic x.
         88 parse-is-ok                  value 'Y'.

       linkage section.
       01 rn-direction                  pic x.
       01 rn-number                     pic 9(9) comp-5.
       01 rn-numeral                    pic x(30).
       01 rn-status                     pic x.

       procedure division
           using rn-direction, rn-number, rn-numeral, rn-status.

       main-entry.
           move 'Y' to parse-ok-switch
           evaluate rn-direction
             when 'R'
               perform encode-number
             when 'N'
               perform decode-numeral
             when other
               move 'N' to parse-ok-switch
           end-evaluate
           move parse-ok-switch to rn-status
           exit program.

      ******************************************************************
      * Number to numeral, one decimal digit at a time from the
      * thousands down.
      ******************************************************************
       encode-number.
           move spaces to rn-numeral
           if rn-number < 1 or rn-number > max-roman-value
             move 'N' to parse-ok-switch
             exit paragraph
           end-if
           move rn-number to remaining-value
           move 0 to numeral-length
           move 1000 to decade-divisor
           perform varying decade-index from 3 by -1
                   until decade-index < 0
             divide remaining-value by decade-divisor
               giving decade-digit remainder remaining-value
             perform encode-one-decade
             divide decade-divisor by 10 giving decade-divisor
           end-perform.

      * The thousands are only ever Ms; below them the digit's unit,
      * five and ten symbols come from the decade.
       encode-one-decade.
           if decade-index = 3
             move "M" to unit-symbol
             move decade-digit to repeat-count
             perform append-unit-symbols
             exit paragraph
           end-if
           move symbol-characters (decade-index * 2 + 1:1)
             to unit-symbol
           move symbol-characters (decade-index * 2 + 2:1)
             to five-symbol
           move symbol-characters (decade-index * 2 + 3:1)
             to ten-symbol
           evaluate true
             when decade-digit = 9
               add 1 to numeral-length
               move unit-symbol to rn-numeral (numeral-length:1)
               add 1 to numeral-length
               move ten-symbol to rn-numeral (numeral-length:1)
             when decade-digit = 4
               add 1 to numeral-length
               move unit-symbol to rn-numeral (numeral-length:1)
               add 1 to numeral-length
               move five-symbol to rn-numeral (numeral-length:1)
             when decade-digit >= 5
               add 1 to numeral-length
               move five-symbol to rn-numeral (numeral-length:1)
               compute repeat-count = decade-digit - 5
               perform append-unit-symbols
             when other
               move decade-digit to repeat-count
               perform append-unit-symbols
           end-evaluate.

       append-unit-symbols.
           perform repeat-count times
             add 1 to numeral-length
             move unit-symbol to rn-numeral (numeral-length:1)
           end-perform.

      ******************************************************************
      * Numeral to number.  The numeral is taken a token at a time -
      * a single symbol, or a subtractive pair - and each token is
      * checked against the decade it belongs to: the decades must
      * come largest first, and within one decade a pair stands
      * alone, a five comes once and ahead of its units, and the
      * decade's total stays below the next decade's unit.
      ******************************************************************
       decode-numeral.
           move 0 to rn-number
           move upper-case (rn-numeral) to work-numeral
           move 0 to text-end
           perform varying scan-position from 1 by 1
                   until scan-position > max-numeral-length
             if work-numeral (scan-position:1) is not equal to space
               move scan-position to text-end
             end-if
           end-perform
           if text-end = 0
             move 'N' to parse-ok-switch
             exit paragraph
           end-if

           move 0 to running-value
           move 4 to current-decade
           move 1 to scan-position
           perform take-one-token
             until scan-position > text-end
                or not parse-is-ok
           if not parse-is-ok
             exit paragraph
           end-if
           if running-value > max-roman-value
             move 'N' to parse-ok-switch
             exit paragraph
           end-if
           move running-value to rn-number.

       take-one-token.
           move scan-position to look-position
           perform find-symbol-index
           move found-index to symbol-index
           if symbol-index = 0
             move 'N' to parse-ok-switch
             exit paragraph
           end-if
      * With nothing after it, a symbol is its own token.
           move 1 to next-symbol-index
           if scan-position < text-end
             add 1 to look-position
             perform find-symbol-index
             move found-index to next-symbol-index
           end-if
           if next-symbol-index = 0
             move 'N' to parse-ok-switch
             exit paragraph
           end-if

           compute token-decade = (symbol-index - 1) / 2
           if function mod (symbol-index, 2) = 1
             and symbol-index < 7
             and (next-symbol-index = symbol-index + 1
               or next-symbol-index = symbol-index + 2)
             move 'P' to token-kind
             compute token-value = symbol-value (next-symbol-index)
                                 - symbol-value (symbol-index)
             add 2 to scan-position
           else
             if function mod (symbol-index, 2) = 0
               move 'F' to token-kind
             else
               move 'U' to token-kind
             end-if
             move symbol-value (symbol-index) to token-value
             add 1 to scan-position
           end-if

           perform check-token-decade
           if parse-is-ok
             add token-value to running-value
           end-if.

      * The symbol at look-position as its place in
      * symbol-characters, or 0 when it is not one of the seven.
       find-symbol-index.
           move 0 to found-index
           perform varying symbol-scan from 1 by 1
                   until symbol-scan > 7
             if work-numeral (look-position:1)
                 = symbol-characters (symbol-scan:1)
               move symbol-scan to found-index
               exit perform
             end-if
           end-perform.

       check-token-decade.
           if token-decade > current-decade
             move 'N' to parse-ok-switch
             exit paragraph
           end-if
           if token-decade < current-decade
             move token-decade to current-decade
             move 0 to decade-units
             move 0 to decade-fives
             move 'N' to decade-pair-switch
           else
             if decade-has-pair or token-is-pair
               move 'N' to parse-ok-switch
               exit paragraph
             end-if
           end-if

           evaluate true
             when token-is-pair
               move 'Y' to decade-pair-switch
             when token-is-five
               if decade-fives > 0 or decade-units > 0
                 move 'N' to parse-ok-switch
               else
                 move 1 to decade-fives
               end-if
             when other
               add 1 to decade-units
               if current-decade < 3
                 and decade-fives * 5 + decade-units > 9
                 move 'N' to parse-ok-switch
               end-if
           end-evaluate.

       end program roman-numeral.
