      * Reverse-digits subroutine
      *
      * 15 October 2026
      *
      * Moved out of euler-problem-004's source into a member of its
      * own, the same way number-to-english has one, now that
      * euler-problem-055 calls it too; the program itself is
      * unchanged.
      *
      * Usage: call "reverse-digits" using by content item
      *                            by content number-base
      *                            by reference result.
      *
      * Reverses the digits of item, in whatever base number-base
      * asks for - base 10 for euler-problem-004's decimal palindrome
      * test and euler-problem-055's reverse-and-add, base 2 for
      * euler-problem-004's dual-base binary test.
       identification division.
       program-id. reverse-digits.

       data division.
       working-storage section.

       linkage section.
       01 item          pic 9(10) usage comp-5.
       01 number-base   pic 9(4) usage comp-5.
       01 result        pic 9(10) usage comp-5.

       procedure division
           using item, number-base, result.

           move 0 to result
           perform until item = 0
                   compute result = result * number-base +
                           function mod (item, number-base)
                   divide item by number-base giving item
           end-perform
           exit program.

       end program reverse-digits.
