      * Problem 54
      *
      * 15 October 2026
      *
      * The deal file holds two-player poker deals, ten cards to a
      * line: the first five are Player 1's hand, the last five
      * Player 2's.  How many hands does Player 1 win?
      *
      * The real Project Euler 054 file is not part of this
      * repository, so data/poker-054.txt is a stand-in in the same
      * spirit as data/grid-081.txt: a thousand generated deals from
      * a shuffled deck, with a sprinkling of dealt-in straights,
      * flushes, full houses and better so every category turns up,
      * and no deal that comes out a true tie.  Each card is its
      * rank (2-9, T, J, Q, K, A) and suit (C, D, H, S), space
      * separated, under the usual HDR header: 1000 rows, 10 cards
      * to a row, and for a checksum the sum of the card ranks, 2
      * for a two up to 14 for an ace - euler-data-validate's CARDS
      * rules.  Player 1 wins 501 of the stand-in's deals, the
      * answer the shipped ANSWERKEY carries for this file.
      *
      * The rules engine classifies each hand into one of the ten
      * categories in hand-category-names, high card up through
      * royal flush.  An ace plays low in A-2-3-4-5, a five-high
      * straight.  Within a category hands are compared rank group
      * by rank group - the biggest group first, the higher rank
      * first among groups the same size, so two pairs are judged
      * on the high pair, then the low pair, then the odd card, and
      * a straight on its top card alone.  Suits never break a tie.
      * The category and the ordered ranks pack into one hand-value,
      * one base-15 digit each, so the higher hand-value is the
      * better hand.
      *
      * POKERREPORT54 carries every deal with both classifications
      * and the winner, then the frequency of each category for each
      * player.  A deal with a malformed card, the same card twice,
      * or a count other than ten is not scored at all, and a deal
      * whose two hands come out exactly equal is not a win for
      * either: both kinds go to the POKEREXCEPT54 exception list,
      * the way euler-problem-042 lists the words it will not score,
      * and the run ends with RETURN-CODE 4 when there are any.
      *
      * DEAL-FILE (control-param-4, default data/poker-054.txt,
      * resolved through DATAVERSIONS) names the deals.
       identification division.
       program-id. euler-problem-054.

       environment division.
       input-output section.
       file-control.
           select control-file assign to "CONTROLCARD"
               organization line sequential
               file status control-status.
           select param-library-file assign to "PARAMLIB"
               organization line sequential
               file status param-status.
           select deal-file
               assign to dynamic deal-file-path
               organization line sequential
               file status deal-status.
           copy run-result-select.
           select answer-key-file assign to "ANSWERKEY"
               organization line sequential
               file status answer-key-status.
           select poker-report-file assign to "POKERREPORT54"
               organization line sequential
               file status poker-report-status.
           select poker-exceptions-file assign to "POKEREXCEPT54"
               organization line sequential
               file status poker-exceptions-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
       fd  deal-file
           label records are omitted.
       01 deal-line                 pic x(80).
           copy run-result-fd.
           copy answer-key-fd.
       fd  poker-report-file
           label records are omitted.
       01 poker-report-line         pic x(80).
       fd  poker-exceptions-file
           label records are omitted.
       01 poker-exceptions-line     pic x(80).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy answer-key.
           copy report-header.
           copy data-version.
       01 deal-file-path    pic x(60) value "data/poker-054.txt".
       01 deal-status               pic xx.
       01 poker-report-status       pic xx.
       01 poker-exceptions-status   pic xx.
       01 deal-read-switch          pic x value 'N'.
         88 deal-file-at-end         value 'Y'.

      * Every deal as it was read; the checksum is taken over the
      * whole file before any deal is scored.
       01 deal-max constant as 2000.
       01 deal-table.
         02 deal-text occurs 2000 times pic x(80).
       01 deal-count                pic 9(5) comp-5 value 0.
       01 deal-index                pic 9(5) comp-5.

       01 header-fields.
         02 hdr-tag                pic x(10).
         02 hdr-rows-text          pic x(10).
         02 hdr-cols-text          pic x(10).
         02 hdr-sum-text           pic x(12).
         02 hdr-rows               pic 9(5) comp-5.
         02 hdr-cols               pic 9(5) comp-5.
         02 hdr-checksum           pic 9(9) comp-5.
         02 deal-checksum          pic 9(9) comp-5.

       01 rank-characters           pic x(13) value "23456789TJQKA".
       01 suit-characters           pic x(4) value "CDHS".
       01 rank-scan                 pic 99 comp-5.
       01 suit-scan                 pic 9 comp-5.
       01 rank-found                pic 99 comp-5.

      * One deal taken apart: card-rank is 2 to 14, ace high.
       01 deal-cards.
         02 card-text occurs 10 times pic x(4).
         02 card-rank occurs 10 times pic 99 comp-5.
         02 card-suit occurs 10 times pic x.
       01 card-count                pic 99 comp-5.
       01 card-index                pic 99 comp-5.
       01 other-index               pic 99 comp-5.
       01 text-pointer              pic 99 comp-5.
       01 extra-card                pic x(10).
       01 deal-fault-switch         pic x.
         88 deal-is-faulty           value 'Y'.
       01 exception-reason          pic x(20).
       01 exception-card            pic x(4).

      * One hand under evaluation.
       01 hand-first-card           pic 99 comp-5.
       01 rank-tallies.
         02 rank-tally occurs 14 times pic 9 comp-5.
       01 group-ranks.
         02 group-rank occurs 5 times pic 99 comp-5.
       01 group-sizes.
         02 group-size occurs 5 times pic 9 comp-5.
       01 group-count               pic 9 comp-5.
       01 group-index               pic 9 comp-5.
       01 tally-size                pic 9 comp-5.
       01 flush-switch              pic x.
         88 hand-is-flush            value 'Y'.
       01 straight-switch           pic x.
         88 hand-is-straight         value 'Y'.
       01 hand-category             pic 99 comp-5.
       01 hand-value                pic 9(9) comp-5.
       01 player-1-category         pic 99 comp-5.
       01 player-1-value            pic 9(9) comp-5.
       01 player-2-category         pic 99 comp-5.
       01 player-2-value            pic 9(9) comp-5.

       01 hand-category-names.
         02 filler pic x(15) value "HIGH CARD".
         02 filler pic x(15) value "ONE PAIR".
         02 filler pic x(15) value "TWO PAIRS".
         02 filler pic x(15) value "THREE OF A KIND".
         02 filler pic x(15) value "STRAIGHT".
         02 filler pic x(15) value "FLUSH".
         02 filler pic x(15) value "FULL HOUSE".
         02 filler pic x(15) value "FOUR OF A KIND".
         02 filler pic x(15) value "STRAIGHT FLUSH".
         02 filler pic x(15) value "ROYAL FLUSH".
       01 category-name-table redefines hand-category-names.
         02 category-name occurs 10 times pic x(15).
       01 category-tallies.
         02 category-tally occurs 10 times.
           03 player-1-tally        pic 9(5) comp-5.
           03 player-2-tally        pic 9(5) comp-5.
       01 category-index            pic 99 comp-5.

       01 player-1-wins             pic 9(5) comp-5 value 0.
       01 player-2-wins             pic 9(5) comp-5 value 0.
       01 exception-count           pic 9(5) comp-5 value 0.
       01 hand-text                 pic x(14).
       01 deal-edit                 pic zzz9.
       01 count-edit                pic zzzz9.

       procedure division.

       main.
           move "euler-problem-054" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move deal-file-path to control-param-4
           perform read-control-card
           move "euler-problem-054" to kp-program-id
           move "DEAL-FILE" to kp-keyword (4)
           perform read-parameter-library
           if control-param-4 is not equal to spaces
             move control-param-4 to deal-file-path
           end-if

           move deal-file-path to dv-work-path
           perform resolve-dataset-version
           move dv-work-path to deal-file-path

           perform load-deals
           initialize category-tallies

           perform begin-poker-report
           perform begin-poker-exceptions
           perform score-one-deal
                   varying deal-index from 1 by 1
                   until deal-index > deal-count
           perform end-poker-report
           perform end-poker-exceptions

           display player-1-wins
           if exception-count > 0
             move exception-count to count-edit
             display "euler-problem-054: " function trim (count-edit)
                     " deals on the exception list, see "
                     "POKEREXCEPT54"
             move 4 to return-code
           end-if

           perform format-report-footer
           display report-footer-line

           move "euler-problem-054" to rr-program-id
           move spaces to rr-parameters
           string "file=" delimited by size
                  function trim (deal-file-path) delimited by size
             into rr-parameters
           end-string
           perform flag-fallback-parameters
           move player-1-wins to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
      * The shipped key carries the precomputed 501 for the shipped
      * stand-in.
           move "euler-problem-054" to ak-program-id
           move spaces to ak-signature
           string "file=" delimited by size
                  function trim (deal-file-path) delimited by size
             into ak-signature
           end-string
           perform check-answer-key
           perform stop-run-timer
           perform write-run-result

           goback.

      * HDR header checked, every deal kept, and the card ranks
      * summed against the header before anything is scored.
       load-deals.
           open input deal-file
           if deal-status is not equal to "00"
             display "load-deals: deal file open failed, file "
                     "status " deal-status
             move 16 to return-code
             goback
           end-if
           perform verify-deal-header
           move 0 to deal-checksum
           move 'N' to deal-read-switch
           perform read-one-deal-line until deal-file-at-end
           close deal-file

           if deal-count is not equal to hdr-rows
             display "load-deals: deal file has " deal-count
                     " deals but the header says " hdr-rows
             move 16 to return-code
             goback
           end-if
           if deal-checksum is not equal to hdr-checksum
             display "load-deals: deal file checksum is "
                     deal-checksum " but the header says "
                     hdr-checksum
             move 16 to return-code
             goback
           end-if.

       verify-deal-header.
           move deal-file-path to io-dataset
           perform count-io-read
           read deal-file
             at end
               display "load-deals: deal file is empty"
               move 16 to return-code
               goback
           end-read
           if deal-line (1:4) is not equal to "HDR "
             display "load-deals: deal file has no HDR header"
             move 16 to return-code
             goback
           end-if
           move spaces to hdr-tag
           move spaces to hdr-rows-text
           move spaces to hdr-cols-text
           move spaces to hdr-sum-text
           unstring deal-line delimited by all " "
             into hdr-tag hdr-rows-text hdr-cols-text hdr-sum-text
           end-unstring
           compute hdr-rows = function numval (hdr-rows-text)
           compute hdr-cols = function numval (hdr-cols-text)
           compute hdr-checksum = function numval (hdr-sum-text)
           if hdr-cols is not equal to 10
             display "load-deals: header says " hdr-cols
                     " cards to a deal, a deal is 10"
             move 16 to return-code
             goback
           end-if
           if hdr-rows > deal-max
             display "load-deals: header says " hdr-rows
                     " deals, this program's table holds "
                     deal-max
             move 16 to return-code
             goback
           end-if.

       read-one-deal-line.
           move deal-file-path to io-dataset
           perform count-io-read
           read deal-file
             at end
               move 'Y' to deal-read-switch
             not at end
               if deal-line is not equal to spaces
                 perform take-deal-line
               end-if
           end-read.

       take-deal-line.
           if deal-count >= deal-max
             display "load-deals: more than " deal-max
                     " deals, this program's table is full"
             move 16 to return-code
             goback
           end-if
           add 1 to deal-count
           move deal-line to deal-text (deal-count)
           perform split-deal-cards
           perform varying card-index from 1 by 1
                   until card-index > card-count
             add card-rank (card-index) to deal-checksum
           end-perform
           if deal-checksum >= 1000000000
             subtract 1000000000 from deal-checksum
           end-if.

      * Split deal-line into its cards and read each one's rank and
      * suit; a rank that is not recognised stays 0, which is also
      * what it adds to the checksum.
       split-deal-cards.
           initialize deal-cards
           move spaces to extra-card
           move 0 to card-count
           move 0 to text-pointer
           inspect deal-line tallying text-pointer for leading spaces
           add 1 to text-pointer
           unstring deal-line delimited by all " "
             into card-text (1) card-text (2) card-text (3)
                  card-text (4) card-text (5) card-text (6)
                  card-text (7) card-text (8) card-text (9)
                  card-text (10) extra-card
             with pointer text-pointer
           end-unstring
           perform varying card-index from 1 by 1
                   until card-index > 10
             if card-text (card-index) is not equal to spaces
               add 1 to card-count
             end-if
             move 0 to card-rank (card-index)
             move space to card-suit (card-index)
             move 0 to rank-found
             perform varying rank-scan from 1 by 1
                     until rank-scan > 13 or rank-found > 0
               if card-text (card-index) (1:1)
                   = rank-characters (rank-scan:1)
                 compute rank-found = rank-scan + 1
               end-if
             end-perform
             move rank-found to card-rank (card-index)
             perform varying suit-scan from 1 by 1
                     until suit-scan > 4
               if card-text (card-index) (2:1)
                   = suit-characters (suit-scan:1)
                 move card-text (card-index) (2:1)
                   to card-suit (card-index)
               end-if
             end-perform
           end-perform.

      * Re-split the deal, turn it away if it is faulty, and
      * otherwise classify both hands and settle the winner.
       score-one-deal.
           move deal-text (deal-index) to deal-line
           perform split-deal-cards
           perform check-deal-cards
           if deal-is-faulty
             perform list-deal-exception
             perform write-faulty-deal-line
             exit paragraph
           end-if

           move 1 to hand-first-card
           perform evaluate-hand
           move hand-category to player-1-category
           move hand-value to player-1-value
           move 6 to hand-first-card
           perform evaluate-hand
           move hand-category to player-2-category
           move hand-value to player-2-value
           add 1 to player-1-tally (player-1-category)
           add 1 to player-2-tally (player-2-category)

           evaluate true
             when player-1-value > player-2-value
               add 1 to player-1-wins
             when player-2-value > player-1-value
               add 1 to player-2-wins
             when other
               move "TRUE TIE" to exception-reason
               move spaces to exception-card
               perform list-deal-exception
           end-evaluate
           perform write-deal-line.

       check-deal-cards.
           move 'N' to deal-fault-switch
           if card-count is not equal to 10 or extra-card not = spaces
             move 'Y' to deal-fault-switch
             move "WRONG CARD COUNT" to exception-reason
             move spaces to exception-card
             exit paragraph
           end-if
           perform varying card-index from 1 by 1
                   until card-index > 10 or deal-is-faulty
             if card-rank (card-index) = 0
               or card-suit (card-index) = space
               or card-text (card-index) (3:2) is not equal to spaces
               move 'Y' to deal-fault-switch
               move "MALFORMED CARD" to exception-reason
               move card-text (card-index) to exception-card
             end-if
           end-perform
           if deal-is-faulty
             exit paragraph
           end-if
           perform varying card-index from 1 by 1
                   until card-index > 9 or deal-is-faulty
             perform varying other-index from card-index by 1
                     until other-index > 10 or deal-is-faulty
               if other-index > card-index
                 and card-text (other-index) = card-text (card-index)
                 move 'Y' to deal-fault-switch
                 move "DUPLICATE CARD" to exception-reason
                 move card-text (card-index) to exception-card
               end-if
             end-perform
           end-perform.

      * Classify the five cards from hand-first-card on and pack the
      * category and the deciding ranks into hand-value.
       evaluate-hand.
           initialize rank-tallies
           move 'Y' to flush-switch
           perform varying card-index from hand-first-card by 1
                   until card-index > hand-first-card + 4
             add 1 to rank-tally (card-rank (card-index))
             if card-suit (card-index)
                 is not equal to card-suit (hand-first-card)
               move 'N' to flush-switch
             end-if
           end-perform

      * The rank groups, biggest first, higher rank first within a
      * size.
           move 0 to group-count
           initialize group-ranks group-sizes
           perform varying tally-size from 4 by -1 until tally-size < 1
             perform varying rank-scan from 14 by -1
                     until rank-scan < 2
               if rank-tally (rank-scan) = tally-size
                 add 1 to group-count
                 move rank-scan to group-rank (group-count)
                 move tally-size to group-size (group-count)
               end-if
             end-perform
           end-perform

           move 'N' to straight-switch
           if group-count = 5
             if group-rank (1) - group-rank (5) = 4
               move 'Y' to straight-switch
             end-if
             if group-rank (1) = 14 and group-rank (2) = 5
               move 'Y' to straight-switch
               move 5 to group-rank (1)
             end-if
           end-if
           if hand-is-straight
             move 0 to group-rank (2) group-rank (3)
                       group-rank (4) group-rank (5)
           end-if

           evaluate true
             when hand-is-straight and hand-is-flush
                                   and group-rank (1) = 14
               move 10 to hand-category
             when hand-is-straight and hand-is-flush
               move 9 to hand-category
             when group-size (1) = 4
               move 8 to hand-category
             when group-size (1) = 3 and group-size (2) = 2
               move 7 to hand-category
             when hand-is-flush
               move 6 to hand-category
             when hand-is-straight
               move 5 to hand-category
             when group-size (1) = 3
               move 4 to hand-category
             when group-size (1) = 2 and group-size (2) = 2
               move 3 to hand-category
             when group-size (1) = 2
               move 2 to hand-category
             when other
               move 1 to hand-category
           end-evaluate

           compute hand-value =
               hand-category * 759375 + group-rank (1) * 50625
                 + group-rank (2) * 3375 + group-rank (3) * 225
                 + group-rank (4) * 15 + group-rank (5).

       begin-poker-report.
           move "00" to poker-report-status
           open output poker-report-file
           move report-header-line to poker-report-line
           move "POKERREPORT54" to io-dataset
           perform count-io-write
           write poker-report-line
           move spaces to poker-report-line
           string "deals: " delimited by size
                  function trim (deal-file-path) delimited by size
             into poker-report-line
           end-string
           move "POKERREPORT54" to io-dataset
           perform count-io-write
           write poker-report-line
           move spaces to poker-report-line
           move "DEAL" to poker-report-line (1:4)
           move "PLAYER 1" to poker-report-line (7:8)
           move "PLAYER 2" to poker-report-line (38:8)
           move "WINNER" to poker-report-line (69:6)
           move "POKERREPORT54" to io-dataset
           perform count-io-write
           write poker-report-line.

       build-hand-text.
           move spaces to hand-text
           string card-text (hand-first-card) (1:2) " "
                  card-text (hand-first-card + 1) (1:2) " "
                  card-text (hand-first-card + 2) (1:2) " "
                  card-text (hand-first-card + 3) (1:2) " "
                  card-text (hand-first-card + 4) (1:2)
                  delimited by size
             into hand-text
           end-string.

       write-deal-line.
           move spaces to poker-report-line
           move deal-index to deal-edit
           move deal-edit to poker-report-line (1:4)
           move 1 to hand-first-card
           perform build-hand-text
           move hand-text to poker-report-line (7:14)
           move category-name (player-1-category)
             to poker-report-line (22:15)
           move 6 to hand-first-card
           perform build-hand-text
           move hand-text to poker-report-line (38:14)
           move category-name (player-2-category)
             to poker-report-line (53:15)
           evaluate true
             when player-1-value > player-2-value
               move "PLAYER 1" to poker-report-line (69:8)
             when player-2-value > player-1-value
               move "PLAYER 2" to poker-report-line (69:8)
             when other
               move "TIE" to poker-report-line (69:3)
           end-evaluate
           move "POKERREPORT54" to io-dataset
           perform count-io-write
           write poker-report-line.

       write-faulty-deal-line.
           move spaces to poker-report-line
           move deal-index to deal-edit
           move deal-edit to poker-report-line (1:4)
           move deal-text (deal-index) (1:61)
             to poker-report-line (7:61)
           move "NOT SCORED" to poker-report-line (69:10)
           move "POKERREPORT54" to io-dataset
           perform count-io-write
           write poker-report-line.

      * The category frequency table and the tally of wins.
       end-poker-report.
           move spaces to poker-report-line
           move "POKERREPORT54" to io-dataset
           perform count-io-write
           write poker-report-line
           move "CATEGORY         PLAYER 1  PLAYER 2     TOTAL"
             to poker-report-line
           move "POKERREPORT54" to io-dataset
           perform count-io-write
           write poker-report-line
           perform varying category-index from 1 by 1
                   until category-index > 10
             move spaces to poker-report-line
             move category-name (category-index)
               to poker-report-line (1:15)
             move player-1-tally (category-index) to count-edit
             move count-edit to poker-report-line (22:5)
             move player-2-tally (category-index) to count-edit
             move count-edit to poker-report-line (32:5)
             compute count-edit = player-1-tally (category-index)
                                + player-2-tally (category-index)
             move count-edit to poker-report-line (42:5)
             move "POKERREPORT54" to io-dataset
             perform count-io-write
             write poker-report-line
           end-perform
           move spaces to poker-report-line
           move "POKERREPORT54" to io-dataset
           perform count-io-write
           write poker-report-line
           move spaces to poker-report-line
           move player-1-wins to count-edit
           string "player 1 wins:     " delimited by size
                  count-edit delimited by size
             into poker-report-line
           end-string
           move "POKERREPORT54" to io-dataset
           perform count-io-write
           write poker-report-line
           move spaces to poker-report-line
           move player-2-wins to count-edit
           string "player 2 wins:     " delimited by size
                  count-edit delimited by size
             into poker-report-line
           end-string
           move "POKERREPORT54" to io-dataset
           perform count-io-write
           write poker-report-line
           move spaces to poker-report-line
           move exception-count to count-edit
           string "exceptions:        " delimited by size
                  count-edit delimited by size
             into poker-report-line
           end-string
           move "POKERREPORT54" to io-dataset
           perform count-io-write
           write poker-report-line
           move report-footer-line to poker-report-line
           move "POKERREPORT54" to io-dataset
           perform count-io-write
           write poker-report-line
           close poker-report-file.

       begin-poker-exceptions.
           move "00" to poker-exceptions-status
           open output poker-exceptions-file
           move report-header-line to poker-exceptions-line
           move "POKEREXCEPT54" to io-dataset
           perform count-io-write
           write poker-exceptions-line
           move "DEAL  EXCEPTION         CARD  DEAL AS READ"
             to poker-exceptions-line
           move "POKEREXCEPT54" to io-dataset
           perform count-io-write
           write poker-exceptions-line.

       list-deal-exception.
           add 1 to exception-count
           move spaces to poker-exceptions-line
           move deal-index to deal-edit
           move deal-edit to poker-exceptions-line (1:4)
           move exception-reason to poker-exceptions-line (7:16)
           move exception-card to poker-exceptions-line (25:4)
           move deal-text (deal-index) (1:50)
             to poker-exceptions-line (31:50)
           move "POKEREXCEPT54" to io-dataset
           perform count-io-write
           write poker-exceptions-line.

       end-poker-exceptions.
           move spaces to poker-exceptions-line
           move exception-count to count-edit
           string "exceptions found: " delimited by size
                  count-edit delimited by size
             into poker-exceptions-line
           end-string
           move "POKEREXCEPT54" to io-dataset
           perform count-io-write
           write poker-exceptions-line
           move report-footer-line to poker-exceptions-line
           move "POKEREXCEPT54" to io-dataset
           perform count-io-write
           write poker-exceptions-line
           close poker-exceptions-file.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy answer-key-procedure.
           copy report-header-procedure.
           copy data-version-procedure.

       end program euler-problem-054.
