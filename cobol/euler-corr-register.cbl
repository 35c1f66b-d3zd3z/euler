      * Ledger corrections register
      *
      * 15 October 2026
      *
      * Every reversing and replacement entry euler-ledger-correct
      * books is recorded on LEDGERCORRECTIONS with the key of the
      * row it corrects, the reason and the corrector; this is the
      * register the auditors read.  It writes CORRECTREGISTER: per
      * processing date the entries booked to it, in date order,
      * each with when it was made, the entry's own key, the key
      * and processing date of the row it corrects, the reason code
      * and the corrector, and the correction id and any reason
      * words beneath; the date's counts of reversals and
      * replacements follow it, and the register's totals close the
      * report.  An entry shows under the date it actually booked
      * to, which for a correction of a closed date is the day the
      * correction was made - the row it corrects shows its own.
      *
      * FROM-DATE/TO-DATE (control-params 1 and 2, yyyymmdd, zero
      * for no bound) limit the processing dates listed, the way
      * euler-chargeback's bounds do.
       identification division.
       program-id. euler-corr-register.

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
           copy ledger-correction-select.
           select register-file assign to "CORRECTREGISTER"
               organization line sequential
               file status register-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
           copy run-result-fd.
           copy ledger-correction-fd.
       fd  register-file
           label records are omitted.
       01 register-line            pic x(132).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
           copy ledger-correction.
       01 register-status          pic xx.
       01 read-switch              pic x.
         88 read-at-end             value 'Y'.
       01 from-date                pic 9(8) value 0.
       01 to-date                  pic 9(8) value 0.

      * One slot per processing date with entries booked to it.
       01 date-max constant as 200.
       01 date-table.
         02 date-slot occurs 200 times.
           03 dt-date               pic 9(8).
           03 dt-reversals          pic 9(7) comp-5.
           03 dt-replacements       pic 9(7) comp-5.
       01 date-count               pic 999 comp-5 value 0.
       01 date-scan                pic 999 comp-5.
       01 date-at                  pic 999 comp-5.
       01 date-swap.
         02 swap-date              pic 9(8).
         02 swap-reversals         pic 9(7) comp-5.
         02 swap-replacements      pic 9(7) comp-5.
       01 sort-outer               pic 999 comp-5.
       01 sort-inner               pic 999 comp-5.

       01 total-reversals          pic 9(7) comp-5 value 0.
       01 total-replacements       pic 9(7) comp-5 value 0.
       01 overflow-entries         pic 9(7) comp-5 value 0.
       01 total-entries            pic 9(7) value 0.
       01 count-edit               pic z(6)9.
       01 count-edit-2             pic z(6)9.

       procedure division.

       main.
           move "euler-corr-register" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move from-date to control-param-1
           move to-date to control-param-2
           perform read-control-card
           move "euler-corr-register" to kp-program-id
           move "FROM-DATE" to kp-keyword (1)
           move "TO-DATE" to kp-keyword (2)
           perform read-parameter-library
           move control-param-1 to from-date
           move control-param-2 to to-date

           move "00" to register-status
           open output register-file
           move report-header-line to register-line
           perform write-register-line
           move spaces to register-line
           string "Ledger corrections by processing date, from "
                    delimited by size
                  from-date delimited by size
                  " to " delimited by size
                  to-date delimited by size
                  " (zero - no bound)" delimited by size
             into register-line
           end-string
           perform write-register-line

           perform tally-dates
           perform sort-dates
           perform varying date-at from 1 by 1
                   until date-at > date-count
             perform write-one-date
           end-perform
           perform write-register-totals

           perform format-report-footer
           move report-footer-line to register-line
           perform write-register-line
           close register-file

           compute total-entries = total-reversals
                                 + total-replacements
           display "correction register: " total-entries
                   " entries over " date-count " processing dates"

           display report-footer-line
           move "euler-corr-register" to rr-program-id
           move spaces to rr-parameters
           string "from=" delimited by size
                  from-date delimited by size
                  " to=" delimited by size
                  to-date delimited by size
             into rr-parameters
           end-string
           move total-entries to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
           move spaces to rr-expected-result
           move space to rr-pass-flag
           perform stop-run-timer
           perform write-run-result

           goback.

       write-register-line.
           move "CORRECTREGISTER" to io-dataset
           perform count-io-write
           write register-line.

      * First pass: which processing dates have entries, and how
      * many of each kind.
       tally-dates.
           move "00" to ledger-correction-status
           open input ledger-correction-file
           if ledger-correction-status is not equal to "00"
             move "  LEDGERCORRECTIONS not found - nothing recorded"
               to register-line
             perform write-register-line
             exit paragraph
           end-if
           move 'N' to read-switch
           perform tally-one-entry until read-at-end
           close ledger-correction-file.

       tally-one-entry.
           move "LEDGERCORRECTIONS" to io-dataset
           perform count-io-read
           read ledger-correction-file
             at end
               move 'Y' to read-switch
             not at end
               if (lx-is-reversal or lx-is-replacement)
                 and lx-entry-proc-date is numeric
                 and (from-date = 0
                      or lx-entry-proc-date >= from-date)
                 and (to-date = 0
                      or lx-entry-proc-date <= to-date)
                 perform find-date-slot
                 if date-scan > 0
                   if lx-is-reversal
                     add 1 to dt-reversals (date-scan)
                   else
                     add 1 to dt-replacements (date-scan)
                   end-if
                 else
                   add 1 to overflow-entries
                 end-if
               end-if
           end-read.

       find-date-slot.
           perform varying date-scan from 1 by 1
                   until date-scan > date-count
             if dt-date (date-scan) = lx-entry-proc-date
               exit paragraph
             end-if
           end-perform
           if date-count < date-max
             add 1 to date-count
             move date-count to date-scan
             move lx-entry-proc-date to dt-date (date-scan)
             move 0 to dt-reversals (date-scan)
             move 0 to dt-replacements (date-scan)
           else
             move 0 to date-scan
           end-if.

       sort-dates.
           perform varying sort-outer from 1 by 1
                   until sort-outer >= date-count
             perform varying sort-inner from 1 by 1
                     until sort-inner > date-count - sort-outer
               if dt-date (sort-inner) > dt-date (sort-inner + 1)
                 move date-slot (sort-inner) to date-swap
                 move date-slot (sort-inner + 1)
                   to date-slot (sort-inner)
                 move date-swap
                   to date-slot (sort-inner + 1)
               end-if
             end-perform
           end-perform.

      * Second pass per date: its entries in the order they were
      * made, then its counts.
       write-one-date.
           move spaces to register-line
           perform write-register-line
           move spaces to register-line
           string "PROCESSING DATE " delimited by size
                  dt-date (date-at) delimited by size
             into register-line
           end-string
           perform write-register-line
           move spaces to register-line
           move "  made"             to register-line (1:16)
           move "entry"              to register-line (18:8)
           move "program"            to register-line (27:20)
           move "entry run"          to register-line (48:17)
           move "corrects run"       to register-line (66:17)
           move "of date"            to register-line (84:8)
           move "reason"             to register-line (93:8)
           move "by"                 to register-line (102:8)
           perform write-register-line

           move "00" to ledger-correction-status
           open input ledger-correction-file
           if ledger-correction-status = "00"
             move 'N' to read-switch
             perform list-one-entry until read-at-end
             close ledger-correction-file
           end-if

           move spaces to register-line
           move dt-reversals (date-at) to count-edit
           move dt-replacements (date-at) to count-edit-2
           string "  reversals " delimited by size
                  count-edit delimited by size
                  "   replacements " delimited by size
                  count-edit-2 delimited by size
             into register-line
           end-string
           perform write-register-line
           add dt-reversals (date-at) to total-reversals
           add dt-replacements (date-at) to total-replacements.

       list-one-entry.
           move "LEDGERCORRECTIONS" to io-dataset
           perform count-io-read
           read ledger-correction-file
             at end
               move 'Y' to read-switch
             not at end
               if (lx-is-reversal or lx-is-replacement)
                 and lx-entry-proc-date is numeric
                 and lx-entry-proc-date = dt-date (date-at)
                 perform write-entry-lines
               end-if
           end-read.

       write-entry-lines.
           move spaces to register-line
           move lx-stamp to register-line (3:14)
           move lx-action to register-line (18:8)
           move lx-entry-program to register-line (27:20)
           move lx-entry-run-date to register-line (48:8)
           move lx-entry-run-time to register-line (57:8)
           move lx-orig-run-date to register-line (66:8)
           move lx-orig-run-time to register-line (75:8)
           move lx-orig-proc-date to register-line (84:8)
           move lx-reason-code to register-line (93:8)
           move lx-corrector to register-line (102:8)
           perform write-register-line
           move spaces to register-line
           string "correction " delimited by size
                  lx-correction-id delimited by size
                  "  " delimited by size
                  lx-reason-text delimited by size
             into register-line (18:115)
           end-string
           perform write-register-line.

       write-register-totals.
           move spaces to register-line
           perform write-register-line
           move spaces to register-line
           move total-reversals to count-edit
           move total-replacements to count-edit-2
           string "REGISTER TOTAL  reversals " delimited by size
                  count-edit delimited by size
                  "   replacements " delimited by size
                  count-edit-2 delimited by size
             into register-line
           end-string
           perform write-register-line
           if overflow-entries > 0
             move overflow-entries to count-edit
             move spaces to register-line
             string "  " delimited by size
                    count-edit delimited by size
                    " further entries on dates beyond the first "
                      delimited by size
                    "200 are not itemised" delimited by size
               into register-line
             end-string
             perform write-register-line
           end-if.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.

       end program euler-corr-register.
