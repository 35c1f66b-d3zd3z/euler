      * Phonetic near-duplicate report over NAMESMASTER
      *
      * 15 October 2026
      *
      * NAMESMASTER keys names by exact spelling, so a supplier's
      * CATHERINE, KATHERINE and KATHRYN, or a one-letter slip like
      * JONATHON, stand as separate names and skew NAMESDELTA.  This
      * groups the master's names two ways and writes NAMESTWINS:
      *
      *   sound    a Soundex code with the initial letter coded like
      *            the rest (B F P V 1, C G J K Q S X Z 2, D T 3,
      *            L 4, M N 5, R 6) - plain Soundex keeps the
      *            initial letter, which is what keeps CATHERINE
      *            and KATHERINE apart; a name starting with a vowel,
      *            H, W or Y keeps its initial letter
      *   spelling an edit distance (insert, delete or change one
      *            letter) of at most MAX-EDIT (control-param-1,
      *            default 1, 0 to 2; 0 turns it off)
      *
      * Two names joined either way are in one group, and the groups
      * close transitively.  For each group of two or more every
      * member is listed with its code, the processing date it was
      * first seen and the date of the delivery it was last seen in,
      * and its euler-problem-022 score in that delivery (letter
      * value times rank).  A member first seen in the current
      * delivery (the latest last-seen date on the master) whose
      * group holds a name first seen TWIN-YEARS (control-param-2,
      * default 2) or more years earlier is flagged KEYING? - the
      * likeliest supplier keying errors.
      *
      * 15 October 2026 - NAMESMASTER is held shared while it loads
      * (see enqueue.cpy), so euler-names-master cannot fold a
      * delivery into it mid-read.  A master still held exclusive
      * past the wait limit is reported as not available, with who
      * holds it, the same as one that will not open.
       identification division.
       program-id. euler-names-twins.

       environment division.
       input-output section.
       file-control.
           select control-file assign to "CONTROLCARD"
               organization line sequential
               file status control-status.
           select param-library-file assign to "PARAMLIB"
               organization line sequential
               file status param-status.
           select names-master-file assign to "NAMESMASTER"
               organization indexed
               access dynamic
               record key nm-name
               file status names-master-status.
           copy run-result-select.
           select twins-report-file assign to "NAMESTWINS"
               organization line sequential
               file status twins-report-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
       fd  names-master-file.
       01 names-master-record.
         02 nm-name                pic x(11).
         02 nm-first-seen          pic 9(8).
         02 nm-last-seen           pic 9(8).
         02 nm-last-rank           pic 9(7).
           copy run-result-fd.
       fd  twins-report-file
           label records are omitted.
       01 twins-report-line        pic x(100).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
           copy enqueue.
       01 names-master-status      pic xx.
       01 twins-report-status      pic xx.
       01 master-read-switch       pic x value 'N'.
         88 master-at-end           value 'Y'.

       01 max-edit                 pic 9 value 1.
       01 twin-years               pic 99 value 2.

      * The master in key order, one entry per name, with its code,
      * its group (parent, for the union-find join) and its score.
       01 name-table-max constant as 20000.
       01 name-table.
         02 name-entry occurs 20000 times.
           03 nt-name              pic x(11).
           03 nt-length            pic 99 comp-5.
           03 nt-first-seen        pic 9(8).
           03 nt-last-seen         pic 9(8).
           03 nt-last-rank         pic 9(7).
           03 nt-score             pic 9(9) comp-5.
           03 nt-code              pic x(4).
           03 nt-parent            pic 9(5) comp-5.
           03 nt-next              pic 9(5) comp-5.
       01 name-count               pic 9(5) comp-5 value 0.
       01 name-overflow            pic 9(7) comp-5 value 0.
       01 i                        pic 9(5) comp-5.
       01 j                        pic 9(5) comp-5.

      * The first name seen with each code: the code's first
      * character's ordinal times 343, plus its three digits in
      * base 7.
       01 code-slot-table.
         02 code-first             occurs 88200 times
                                    pic 9(5) comp-5 value 0.
       01 code-slot                pic 9(5) comp-5.

      * Names by length, for the edit-distance pass: only names
      * whose lengths are within MAX-EDIT can be that close.
       01 length-table.
         02 length-start           occurs 12 times pic 9(5) comp-5.
         02 length-size            occurs 12 times pic 9(5) comp-5.
       01 by-length-table.
         02 by-length              occurs 20000 times pic 9(5) comp-5.
       01 length-fill              occurs 12 times pic 9(5) comp-5.
       01 length-at                pic 99 comp-5.
       01 length-low               pic 99 comp-5.
       01 length-high              pic 99 comp-5.
       01 bucket-scan              pic 9(5) comp-5.

      * Soundex work.
       01 sound-name               pic x(11).
       01 sound-code               pic x(4).
       01 sound-at                 pic 99 comp-5.
       01 sound-out                pic 9 comp-5.
       01 sound-digit              pic x.
       01 sound-previous           pic x.
       01 letter                   pic x.

      * Edit-distance work: two rows of the usual table, columns
      * 0 to 11 held in 1 to 12.
       01 edit-rows.
         02 edit-previous          occurs 12 times pic 99 comp-5.
         02 edit-current           occurs 12 times pic 99 comp-5.
       01 edit-a                   pic 9(5) comp-5.
       01 edit-b                   pic 9(5) comp-5.
       01 edit-x                   pic 99 comp-5.
       01 edit-y                   pic 99 comp-5.
       01 edit-cost                pic 99 comp-5.
       01 edit-best                pic 99 comp-5.
       01 edit-row-low             pic 99 comp-5.
       01 edit-distance            pic 99 comp-5.

      * Union-find.
       01 find-item                pic 9(5) comp-5.
       01 found-root               pic 9(5) comp-5.
       01 root-a                   pic 9(5) comp-5.
       01 root-b                   pic 9(5) comp-5.

      * Letter values for the score.
       01 letter-value             pic 99 comp-5.
       01 name-value               pic 9(5) comp-5.
       01 letter-order             pic x(26)
                                    value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01 current-delivery         pic 9(8) value 0.
       01 current-year             pic 9(4).
       01 oldest-in-group          pic 9(8).
       01 group-members            pic 9(5) comp-5.
       01 group-at                 pic 9(5) comp-5.
       01 group-count              pic 9(7) value 0.
       01 grouped-names            pic 9(7) value 0.
       01 flagged-count            pic 9(7) value 0.
       01 count-edit               pic z(6)9.
       01 rank-edit                pic z(6)9.
       01 score-edit               pic z(8)9.

       procedure division.

       main.
           move "euler-names-twins" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move max-edit to control-param-1
           move twin-years to control-param-2
           perform read-control-card
           move "euler-names-twins" to kp-program-id
           move "MAX-EDIT" to kp-keyword (1)
           move "TWIN-YEARS" to kp-keyword (2)
           perform read-parameter-library
           move control-param-1 to max-edit
           move control-param-2 to twin-years
           if max-edit > 2
             move 2 to max-edit
           end-if
           if twin-years = 0
             move 2 to twin-years
           end-if

           move "00" to twins-report-status
           open output twins-report-file
           move report-header-line to twins-report-line
           move "NAMESTWINS" to io-dataset
           perform count-io-write
           write twins-report-line

           perform load-names-master
           perform link-by-sound
           if max-edit > 0
             perform link-by-spelling
           end-if
           perform chain-groups
           perform write-groups
           perform write-totals

           perform format-report-footer
           move report-footer-line to twins-report-line
           move "NAMESTWINS" to io-dataset
           perform count-io-write
           write twins-report-line
           close twins-report-file

           display "names twins: " group-count " groups over "
                   grouped-names " names, " flagged-count
                   " flagged as likely keying errors"

           display report-footer-line
           move "euler-names-twins" to rr-program-id
           move spaces to rr-parameters
           string "max-edit=" delimited by size
                  max-edit delimited by size
                  " twin-years=" delimited by size
                  twin-years delimited by size
             into rr-parameters
           end-string
           move flagged-count to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
           move spaces to rr-expected-result
           move space to rr-pass-flag
           perform stop-run-timer
           perform write-run-result

           goback.

       load-names-master.
           move "NAMESMASTER" to eq-dataset
           perform enqueue-shared
           if not eq-granted
             move spaces to twins-report-line
             string "NAMESMASTER not available - " delimited by size
                    eq-holder delimited by size
               into twins-report-line
             end-string
             move "NAMESTWINS" to io-dataset
             perform count-io-write
             write twins-report-line
             exit paragraph
           end-if
           move "00" to names-master-status
           open input names-master-file
           if names-master-status is not equal to "00"
             perform dequeue-dataset
             move spaces to twins-report-line
             string "NAMESMASTER not available, file status "
                      delimited by size
                    names-master-status delimited by size
               into twins-report-line
             end-string
             move "NAMESTWINS" to io-dataset
             perform count-io-write
             write twins-report-line
             exit paragraph
           end-if
           move 'N' to master-read-switch
           perform load-one-name until master-at-end
           close names-master-file
           perform dequeue-dataset
           move current-delivery (1:4) to current-year.

       load-one-name.
           move "NAMESMASTER" to io-dataset
           perform count-io-read
           read names-master-file next record
             at end
               move 'Y' to master-read-switch
             not at end
               if name-count < name-table-max
                 add 1 to name-count
                 perform stage-one-name
               else
                 add 1 to name-overflow
               end-if
           end-read.

       stage-one-name.
           move nm-name to nt-name (name-count)
           move nm-first-seen to nt-first-seen (name-count)
           move nm-last-seen to nt-last-seen (name-count)
           move nm-last-rank to nt-last-rank (name-count)
           move name-count to nt-parent (name-count)
           move 0 to nt-next (name-count)
           move 0 to nt-length (name-count)
           inspect nm-name tallying nt-length (name-count)
             for characters before initial space
           if nm-last-seen > current-delivery
             move nm-last-seen to current-delivery
           end-if

           move 0 to name-value
           perform varying sound-at from 1 by 1
                   until sound-at > nt-length (name-count)
             move nm-name (sound-at:1) to letter
             move 0 to letter-value
             inspect letter-order tallying letter-value
               for characters before initial letter
             if letter-value < 26
               add letter-value 1 to name-value
             end-if
           end-perform
           compute nt-score (name-count) = name-value * nm-last-rank

           move nm-name to sound-name
           perform compute-sound-code
           move sound-code to nt-code (name-count).

      * Soundex, the initial letter coded like the rest when it has
      * a code: letters with no code (vowels and Y) separate equal
      * codes, H and W do not, and the code is padded with zeros.
       compute-sound-code.
           move spaces to sound-code
           move sound-name (1:1) to letter
           perform classify-letter
           if sound-digit = space or sound-digit = "0"
             move letter to sound-code (1:1)
           else
             move sound-digit to sound-code (1:1)
           end-if
           move sound-digit to sound-previous
           move 1 to sound-out
           perform varying sound-at from 2 by 1
                   until sound-at > 11 or sound-out > 3
             move sound-name (sound-at:1) to letter
             if letter = space
               exit perform
             end-if
             perform classify-letter
             evaluate true
               when sound-digit = space
                 continue
               when sound-digit = "0"
                 move "0" to sound-previous
               when sound-digit = sound-previous
                 continue
               when other
                 add 1 to sound-out
                 move sound-digit to sound-code (sound-out:1)
                 move sound-digit to sound-previous
             end-evaluate
           end-perform
           inspect sound-code replacing all space by "0".

       classify-letter.
           evaluate letter
             when "B" when "F" when "P" when "V"
               move "1" to sound-digit
             when "C" when "G" when "J" when "K"
             when "Q" when "S" when "X" when "Z"
               move "2" to sound-digit
             when "D" when "T"
               move "3" to sound-digit
             when "L"
               move "4" to sound-digit
             when "M" when "N"
               move "5" to sound-digit
             when "R"
               move "6" to sound-digit
             when "H" when "W"
               move space to sound-digit
             when other
               move "0" to sound-digit
           end-evaluate.

       link-by-sound.
           perform varying i from 1 by 1 until i > name-count
             compute code-slot =
                 function ord (nt-code (i) (1:1)) * 343
                   + function numval (nt-code (i) (2:1)) * 49
                   + function numval (nt-code (i) (3:1)) * 7
                   + function numval (nt-code (i) (4:1)) + 1
             if code-first (code-slot) = 0
               move i to code-first (code-slot)
             else
               move i to edit-a
               move code-first (code-slot) to edit-b
               perform join-groups
             end-if
           end-perform.

      * Bucket the names by length, then hold each name against the
      * names no more than MAX-EDIT letters longer.
       link-by-spelling.
           perform varying length-at from 1 by 1 until length-at > 12
             move 0 to length-size (length-at)
             move 0 to length-fill (length-at)
           end-perform
           perform varying i from 1 by 1 until i > name-count
             add 1 to length-size (nt-length (i) + 1)
           end-perform
           move 1 to length-start (1)
           perform varying length-at from 2 by 1 until length-at > 12
             compute length-start (length-at) =
                 length-start (length-at - 1)
                   + length-size (length-at - 1)
           end-perform
           perform varying i from 1 by 1 until i > name-count
             move nt-length (i) to length-at
             add 1 to length-at
             compute bucket-scan =
                 length-start (length-at) + length-fill (length-at)
             move i to by-length (bucket-scan)
             add 1 to length-fill (length-at)
           end-perform

           perform varying i from 1 by 1 until i > name-count
             compute length-low = nt-length (i) + 1
             compute length-high = length-low + max-edit
             if length-high > 12
               move 12 to length-high
             end-if
             perform varying length-at from length-low by 1
                     until length-at > length-high
               perform varying bucket-scan
                       from length-start (length-at) by 1
                       until bucket-scan > length-start (length-at)
                                 + length-size (length-at) - 1
                 move by-length (bucket-scan) to j
                 if length-at > length-low or j > i
                   move i to edit-a
                   move j to edit-b
                   perform compute-edit-distance
                   if edit-distance <= max-edit
                     perform join-groups
                   end-if
                 end-if
               end-perform
             end-perform
           end-perform.

      * The usual edit-distance table, a row at a time, given up as
      * soon as a whole row is past MAX-EDIT.
       compute-edit-distance.
           perform varying edit-y from 0 by 1
                   until edit-y > nt-length (edit-b)
             move edit-y to edit-previous (edit-y + 1)
           end-perform
           perform varying edit-x from 1 by 1
                   until edit-x > nt-length (edit-a)
             move edit-x to edit-current (1)
             move edit-x to edit-row-low
             perform varying edit-y from 1 by 1
                     until edit-y > nt-length (edit-b)
               if nt-name (edit-a) (edit-x:1)
                    = nt-name (edit-b) (edit-y:1)
                 move 0 to edit-cost
               else
                 move 1 to edit-cost
               end-if
               compute edit-best = edit-previous (edit-y) + edit-cost
               if edit-previous (edit-y + 1) + 1 < edit-best
                 compute edit-best = edit-previous (edit-y + 1) + 1
               end-if
               if edit-current (edit-y) + 1 < edit-best
                 compute edit-best = edit-current (edit-y) + 1
               end-if
               move edit-best to edit-current (edit-y + 1)
               if edit-best < edit-row-low
                 move edit-best to edit-row-low
               end-if
             end-perform
             if edit-row-low > max-edit
               compute edit-distance = max-edit + 1
               exit paragraph
             end-if
             perform varying edit-y from 1 by 1
                     until edit-y > nt-length (edit-b) + 1
               move edit-current (edit-y) to edit-previous (edit-y)
             end-perform
           end-perform
           move edit-previous (nt-length (edit-b) + 1)
             to edit-distance.

      * Join the groups of names edit-a and edit-b; the root is
      * always the group's first name in key order.
       join-groups.
           move edit-a to find-item
           perform find-group-root
           move found-root to root-a
           move edit-b to find-item
           perform find-group-root
           move found-root to root-b
           if root-a < root-b
             move root-a to nt-parent (root-b)
           else
             if root-b < root-a
               move root-b to nt-parent (root-a)
             end-if
           end-if.

       find-group-root.
           move find-item to found-root
           perform until nt-parent (found-root) = found-root
             move nt-parent (nt-parent (found-root))
               to nt-parent (found-root)
             move nt-parent (found-root) to found-root
           end-perform.

      * Settle every name on its root, then thread each group's
      * members in key order off the root's nt-next; a root is the
      * one name whose nt-parent is itself.
       chain-groups.
           perform varying i from name-count by -1 until i < 1
             move i to find-item
             perform find-group-root
             move found-root to nt-parent (i)
             if found-root is not equal to i
               move nt-next (found-root) to nt-next (i)
               move i to nt-next (found-root)
             end-if
           end-perform.

       write-groups.
           perform varying i from 1 by 1 until i > name-count
             if nt-parent (i) = i and nt-next (i) > 0
               perform write-one-group
             end-if
           end-perform.

       write-one-group.
           add 1 to group-count
           move 0 to group-members
           move 99999999 to oldest-in-group
           move i to group-at
           perform until group-at = 0
             add 1 to group-members
             if nt-first-seen (group-at) < oldest-in-group
               move nt-first-seen (group-at) to oldest-in-group
             end-if
             move nt-next (group-at) to group-at
           end-perform
           add group-members to grouped-names

           move spaces to twins-report-line
           move "NAMESTWINS" to io-dataset
           perform count-io-write
           write twins-report-line
           move group-members to count-edit
           move spaces to twins-report-line
           string "GROUP " delimited by size
                  nt-name (i) delimited by space
                  " - members " delimited by size
                  function trim (count-edit) delimited by size
             into twins-report-line
           end-string
           move "NAMESTWINS" to io-dataset
           perform count-io-write
           write twins-report-line

           move i to group-at
           perform until group-at = 0
             perform write-one-member
             move nt-next (group-at) to group-at
           end-perform.

      * New in the current delivery, next to a name the supplier has
      * sent for TWIN-YEARS years or more.
       write-one-member.
           move spaces to twins-report-line
           move nt-name (group-at) to twins-report-line (3:11)
           move nt-code (group-at) to twins-report-line (16:4)
           move "first" to twins-report-line (22:5)
           move nt-first-seen (group-at) to twins-report-line (28:8)
           move "last" to twins-report-line (38:4)
           move nt-last-seen (group-at) to twins-report-line (43:8)
           move nt-last-rank (group-at) to rank-edit
           move "rank" to twins-report-line (53:4)
           move rank-edit to twins-report-line (58:7)
           move nt-score (group-at) to score-edit
           move "score" to twins-report-line (67:5)
           move score-edit to twins-report-line (73:9)
           if nt-first-seen (group-at) = current-delivery
             and current-delivery > 0
             and oldest-in-group (1:4) is numeric
             and function numval (oldest-in-group (1:4)) + twin-years
                   <= current-year
             move "KEYING?" to twins-report-line (84:7)
             add 1 to flagged-count
           end-if
           move "NAMESTWINS" to io-dataset
           perform count-io-write
           write twins-report-line.

       write-totals.
           move spaces to twins-report-line
           move "NAMESTWINS" to io-dataset
           perform count-io-write
           write twins-report-line
           move spaces to twins-report-line
           move name-count to count-edit
           string "names on the master " delimited by size
                  count-edit delimited by size
                  "   current delivery " delimited by size
                  current-delivery delimited by size
             into twins-report-line
           end-string
           move "NAMESTWINS" to io-dataset
           perform count-io-write
           write twins-report-line
           move spaces to twins-report-line
           move group-count to count-edit
           string "groups              " delimited by size
                  count-edit delimited by size
             into twins-report-line
           end-string
           move "NAMESTWINS" to io-dataset
           perform count-io-write
           write twins-report-line
           move spaces to twins-report-line
           move flagged-count to count-edit
           string "flagged KEYING?     " delimited by size
                  count-edit delimited by size
             into twins-report-line
           end-string
           move "NAMESTWINS" to io-dataset
           perform count-io-write
           write twins-report-line
           if name-overflow > 0
             move spaces to twins-report-line
             move name-overflow to count-edit
             string "names beyond the table, not grouped "
                      delimited by size
                    count-edit delimited by size
               into twins-report-line
             end-string
             move "NAMESTWINS" to io-dataset
             perform count-io-write
             write twins-report-line
           end-if.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.
           copy enqueue-procedure.

       end program euler-names-twins.
