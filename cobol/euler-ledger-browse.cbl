      * Online run-ledger browse screen
      *
      * 15 October 2026
      *
      * euler-ledger-query answers a card: write it, run it, read
      * LEDGERQUERYRPT.  In the middle of an incident that is three
      * steps too many.  This is a plain ACCEPT/DISPLAY screen in the
      * shape of euler-console that pages through RESULTLEDGER
      * directly, a screenful at a time, forward and back:
      *
      *   - in key order (program-id, then run date and time) on the
      *     primary key, or
      *   - in run-id order on the run-id alternate index, so one
      *     stream's rows sit together
      *
      * From either the user can go to a program (key order) or jump
      * to a run id (run-id order), and open one row on the screen
      * for its full detail: every field of the row, its chain-hash
      * status against LEDGERCHAIN (does the row still match the
      * hash stamped when it was written, and is the chain intact up
      * to it - the same tests euler-ledger-audit applies to the
      * whole file), and the STEPJOURNAL attempts for that program
      * in that run.
      *
      * Nothing here writes to the ledger: it is opened INPUT, and
      * only for as long as it takes to fill one page, since the
      * ledger's exclusive lock would otherwise hold off the
      * stream's own writers for as long as the screen sat open.
      * Every position browsed and every row opened goes to
      * ACCESSLOG (access-log.cpy) like any other ledger read, with
      * the rows shown.  This program is interactive and never
      * belongs in STEPTABLE; it writes no ledger row.
      *
      * 15 October 2026 - The detail shows the row's UTC offset
      * beside its run date and time, and each journaled attempt's
      * stamps with theirs; page rows are the 161-byte version 5
      * layout.
       identification division.
       program-id. euler-ledger-browse.

       environment division.
       configuration section.
       repository.
           function trim intrinsic.
       input-output section.
       file-control.
           copy run-result-select.
           copy access-log-select.
           select step-journal-file assign to "STEPJOURNAL"
               organization line sequential
               file status step-journal-status.

       data division.
       file section.
           copy run-result-fd.
           copy access-log-fd.
       fd  step-journal-file
           label records are omitted.
       01 step-journal-record.
         02 sj-run-id               pic x(14).
         02 filler                  pic x.
         02 sj-step                 pic 99.
         02 filler                  pic x.
         02 sj-program              pic x(20).
         02 filler                  pic x.
         02 sj-start-stamp          pic x(14).
         02 filler                  pic x.
         02 sj-end-stamp            pic x(14).
         02 filler                  pic x.
         02 sj-return-code          pic 9(4).
         02 filler                  pic x.
         02 sj-attempt              pic 99.
         02 filler                  pic x.
         02 sj-resumed              pic x.
         02 filler                  pic x.
         02 sj-start-offset         pic x(5).
         02 filler                  pic x.
         02 sj-end-offset           pic x(5).

       working-storage section.
           copy run-result.
           copy report-header.
           copy access-log.
       01 step-journal-status      pic xx.
       01 journal-switch           pic x.
         88 journal-at-end          value 'Y'.

       01 browse-done-switch       pic x value 'N'.
         88 browse-is-done          value 'Y'.
       01 menu-choice              pic x.
       01 browse-order             pic x value 'K'.
         88 browse-by-key           value 'K'.
         88 browse-by-run-id        value 'R'.
       01 ledger-open-switch       pic x value 'N'.
         88 ledger-is-open          value 'Y'.
       01 browse-switch            pic x.
         88 browse-at-end           value 'Y'.
       01 anchor-switch            pic x.
         88 anchor-found            value 'Y'.

      * The page on the screen, and the one being filled - a fetch
      * that finds nothing leaves the old page standing.
       01 page-max constant as 15.
       01 page-rows.
         02 page-row occurs page-max times pic x(161).
       01 page-count               pic 99 comp-5 value 0.
       01 fetch-rows.
         02 fetch-row occurs page-max times pic x(161).
       01 fetch-count              pic 99 comp-5.
       01 page-scan                pic 99 comp-5.
       01 fetch-scan               pic 99 comp-5.
       01 anchor-key               pic x(36).
       01 anchor-run-id            pic x(14).
       01 row-view                 pic x(161).
       01 row-view-fields redefines row-view.
         02 rv-ledger-key          pic x(36).
         02 filler                 pic x(52).
         02 rv-run-id              pic x(14).
         02 filler                 pic x(59).

       01 prompt-program           pic x(20).
       01 prompt-run-id            pic x(14).
       01 prompt-row               pic xx.
       01 detail-row               pic 99 comp-5.
       01 row-number-edit          pic z9.
       01 elapsed-edit             pic z(6)9.

      * The access trail: one record per position browsed (rows
      * shown from it) and one per row opened.
       01 trail-criteria           pic x(60) value spaces.
       01 trail-rows               pic 9(7) comp-5 value 0.

      * Chain-hash check of the row opened.
       01 chain-switch             pic x.
         88 chain-at-end            value 'Y'.
       01 chain-running-value      pic 9(9) comp-5.
       01 chain-expected-value     pic 9(9) comp-5.
       01 chain-records-read       pic 9(7) comp-5.
       01 chain-first-break        pic 9(7) comp-5.
       01 chain-row-position       pic 9(7) comp-5.
       01 chain-row-hash           pic 9(9) comp-5.
       01 chain-found-switch       pic x.
         88 chain-record-found      value 'Y'.
       01 chain-edit               pic z(6)9.
       01 attempts-shown           pic 99 comp-5.

       procedure division.

       main.
           move "euler-ledger-browse" to rh-program-id
           perform format-report-header
           display report-header-line

           perform show-top
           perform take-one-command until browse-is-done
           perform flush-access-trail

           perform format-report-footer
           display report-footer-line
           goback.

       take-one-command.
           display " "
           display "  N - next page          P - previous page"
           display "  T - top (current order)"
           display "  G - go to a program (key order)"
           display "  J - jump to a run id (run-id order)"
           display "  D - open one row's detail"
           display "  X - exit"
           display "enter choice: " with no advancing
           move space to menu-choice
           accept menu-choice
           evaluate menu-choice
             when 'N'
             when 'n'
               perform page-forward
             when 'P'
             when 'p'
               perform page-backward
             when 'T'
             when 't'
               perform show-top
             when 'G'
             when 'g'
               perform go-to-program
             when 'J'
             when 'j'
               perform jump-to-run-id
             when 'D'
             when 'd'
               perform show-row-detail
             when 'X'
             when 'x'
               move 'Y' to browse-done-switch
             when other
               display "unrecognized choice: " menu-choice
           end-evaluate.

      * The ledger is held only while a page is read; see the
      * banner for why.
       open-browse-ledger.
           move 'N' to ledger-open-switch
           perform open-ledger-for-input
           if run-result-status = "00"
             move 'Y' to ledger-open-switch
           else
             display "RESULTLEDGER cannot be opened, file status "
                     run-result-status
           end-if.

       close-browse-ledger.
           if ledger-is-open
             close result-ledger-file
             move 'N' to ledger-open-switch
           end-if.

       show-top.
           perform flush-access-trail
           perform open-browse-ledger
           if not ledger-is-open
             exit paragraph
           end-if
           move 'N' to browse-switch
           move 0 to fetch-count
           if browse-by-run-id
             move low-values to rr-key-run-id
             start result-ledger-file
                   key is not less than rr-key-run-id
               invalid key
                 move 'Y' to browse-switch
             end-start
             move "browse order=RUN-ID from=top" to trail-criteria
           else
             move low-values to rr-ledger-key
             start result-ledger-file
                   key is not less than rr-ledger-key
               invalid key
                 move 'Y' to browse-switch
             end-start
             move "browse order=KEY from=top" to trail-criteria
           end-if
           perform fill-page-forward
           perform close-browse-ledger
           perform show-page.

       go-to-program.
           display "program: " with no advancing
           move spaces to prompt-program
           accept prompt-program
           perform flush-access-trail
           move 'K' to browse-order
           perform open-browse-ledger
           if not ledger-is-open
             exit paragraph
           end-if
           move 'N' to browse-switch
           move 0 to fetch-count
           move prompt-program to rr-key-program-id
           move 0 to rr-key-run-date
           move 0 to rr-key-run-time
           start result-ledger-file
                 key is not less than rr-ledger-key
             invalid key
               move 'Y' to browse-switch
           end-start
           move spaces to trail-criteria
           string "browse order=KEY program=" delimited by size
                  trim (prompt-program) delimited by size
             into trail-criteria
           end-string
           perform fill-page-forward
           perform close-browse-ledger
           if page-count > 0
             move page-row (1) to row-view
             if rv-ledger-key (1:20) is not equal to prompt-program
               display "no rows for " trim (prompt-program)
                       " - showing from the next program on"
             end-if
           end-if
           perform show-page.

       jump-to-run-id.
           display "run id: " with no advancing
           move spaces to prompt-run-id
           accept prompt-run-id
           perform flush-access-trail
           move 'R' to browse-order
           perform open-browse-ledger
           if not ledger-is-open
             exit paragraph
           end-if
           move 'N' to browse-switch
           move 0 to fetch-count
           move prompt-run-id to rr-key-run-id
           start result-ledger-file
                 key is not less than rr-key-run-id
             invalid key
               move 'Y' to browse-switch
           end-start
           move spaces to trail-criteria
           string "browse order=RUN-ID run-id=" delimited by size
                  trim (prompt-run-id) delimited by size
             into trail-criteria
           end-string
           perform fill-page-forward
           perform close-browse-ledger
           if page-count > 0
             move page-row (1) to row-view
             if rv-run-id is not equal to prompt-run-id
               display "no rows for run " trim (prompt-run-id)
                       " - showing from the next run id on"
             end-if
           end-if
           perform show-page.

      * Forward from the last row on the screen.  On the primary
      * key that is one START past it; the run-id index carries
      * duplicates, so there the START lands on the first row of
      * the same run id and the read skips forward to the anchor
      * row (or to the first row past its run id, should the anchor
      * have been purged meanwhile).
       page-forward.
           if page-count = 0
             perform show-top
             exit paragraph
           end-if
           move page-row (page-count) to row-view
           move rv-ledger-key to anchor-key
           move rv-run-id to anchor-run-id
           perform open-browse-ledger
           if not ledger-is-open
             exit paragraph
           end-if
           move 'N' to browse-switch
           move 0 to fetch-count
           if browse-by-run-id
             move anchor-run-id to rr-key-run-id
             start result-ledger-file
                   key is not less than rr-key-run-id
               invalid key
                 move 'Y' to browse-switch
             end-start
             move 'N' to anchor-switch
             perform skip-to-forward-anchor
                     until anchor-found or browse-at-end
           else
             move anchor-key to rr-ledger-key
             start result-ledger-file
                   key is greater than rr-ledger-key
               invalid key
                 move 'Y' to browse-switch
             end-start
           end-if
           perform fill-page-forward
           perform close-browse-ledger
           perform show-page.

       skip-to-forward-anchor.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record
             at end
               move 'Y' to browse-switch
             not at end
               if rr-ledger-key = anchor-key
                 move 'Y' to anchor-switch
               else
                 if rr-key-run-id > anchor-run-id
                   move 'Y' to anchor-switch
                   add 1 to fetch-count
                   move run-result-record to fetch-row (fetch-count)
                 end-if
               end-if
           end-read.

      * Reads on from wherever the file is positioned until the page
      * is full; fetch-count may already hold the row
      * skip-to-forward-anchor kept.
       fill-page-forward.
           perform read-one-forward
                   until fetch-count >= page-max or browse-at-end
           perform take-fetched-page.

       read-one-forward.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record
             at end
               move 'Y' to browse-switch
             not at end
               add 1 to fetch-count
               move run-result-record to fetch-row (fetch-count)
           end-read.

      * Back from the first row on the screen: the mirror of
      * page-forward, reading PREVIOUS and filling the page from the
      * bottom up.
       page-backward.
           if page-count = 0
             perform show-top
             exit paragraph
           end-if
           move page-row (1) to row-view
           move rv-ledger-key to anchor-key
           move rv-run-id to anchor-run-id
           perform open-browse-ledger
           if not ledger-is-open
             exit paragraph
           end-if
           move 'N' to browse-switch
           move 0 to fetch-count
           if browse-by-run-id
             move anchor-run-id to rr-key-run-id
             start result-ledger-file
                   key is less than or equal to rr-key-run-id
               invalid key
                 move 'Y' to browse-switch
             end-start
             move 'N' to anchor-switch
             perform skip-to-backward-anchor
                     until anchor-found or browse-at-end
           else
             move anchor-key to rr-ledger-key
             start result-ledger-file
                   key is less than rr-ledger-key
               invalid key
                 move 'Y' to browse-switch
             end-start
           end-if
           perform read-one-backward
                   until fetch-count >= page-max or browse-at-end
           perform close-browse-ledger
           if fetch-count = 0
             display "already at the top"
             exit paragraph
           end-if
           perform reverse-fetched-rows
           perform take-fetched-page
           perform show-page.

       skip-to-backward-anchor.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file previous record
             at end
               move 'Y' to browse-switch
             not at end
               if rr-ledger-key = anchor-key
                 move 'Y' to anchor-switch
               else
                 if rr-key-run-id < anchor-run-id
                   move 'Y' to anchor-switch
                   add 1 to fetch-count
                   move run-result-record to fetch-row (fetch-count)
                 end-if
               end-if
           end-read.

       read-one-backward.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file previous record
             at end
               move 'Y' to browse-switch
             not at end
               add 1 to fetch-count
               move run-result-record to fetch-row (fetch-count)
           end-read.

       reverse-fetched-rows.
           move 1 to fetch-scan
           move fetch-count to page-scan
           perform until fetch-scan >= page-scan
             move fetch-row (fetch-scan) to row-view
             move fetch-row (page-scan) to fetch-row (fetch-scan)
             move row-view to fetch-row (page-scan)
             add 1 to fetch-scan
             subtract 1 from page-scan
           end-perform.

       take-fetched-page.
           if fetch-count = 0
             if page-count > 0
               display "no more rows that way"
             end-if
             exit paragraph
           end-if
           move fetch-count to page-count
           perform varying page-scan from 1 by 1
                   until page-scan > page-count
             move fetch-row (page-scan) to page-row (page-scan)
           end-perform
           add fetch-count to trail-rows.

       show-page.
           display " "
           if browse-by-run-id
             display "RESULTLEDGER in run-id order"
           else
             display "RESULTLEDGER in key order"
           end-if
           if page-count = 0
             display "  (no rows)"
             exit paragraph
           end-if
           display " #  PROGRAM              RUN DATE RUN TIME "
                   "RUN ID         F ACTUAL RESULT"
           perform show-one-page-row
                   varying page-scan from 1 by 1
                   until page-scan > page-count.

       show-one-page-row.
           move page-row (page-scan) to run-result-fields
           move page-scan to row-number-edit
           display row-number-edit "  " rr-program-id " "
                   rr-run-date " " rr-run-time " " rr-run-id " "
                   rr-pass-flag " " trim (rr-actual-result).

      * One row in full, then its chain-hash status and its
      * journaled attempts.
       show-row-detail.
           if page-count = 0
             display "nothing on the screen to open"
             exit paragraph
           end-if
           move page-count to row-number-edit
           display "row number (1-" trim (row-number-edit) "): "
                   with no advancing
           move spaces to prompt-row
           accept prompt-row
           move 0 to detail-row
           if trim (prompt-row) is numeric
             move function numval (prompt-row) to detail-row
           end-if
           if detail-row < 1 or detail-row > page-count
             display "no such row on this page"
             exit paragraph
           end-if
           move page-row (detail-row) to run-result-fields

           display " "
           display "program          " rr-program-id
           display "run date/time    " rr-run-date " " rr-run-time
                   " " rr-utc-offset
           display "processing date  " rr-processing-date
           display "run id           " rr-run-id
           display "submitter        " rr-submitter
           move rr-elapsed-hundredths to elapsed-edit
           display "elapsed          " trim (elapsed-edit)
                   " hundredths"
           display "parameters       " trim (rr-parameters)
           display "actual result    " trim (rr-actual-result)
           display "expected result  " trim (rr-expected-result)
           evaluate true
             when rr-pass
               display "pass flag        P (passed)"
             when rr-fail
               display "pass flag        F (FAILED)"
             when other
               display "pass flag        (not checked)"
           end-evaluate
           display "record version   " rr-record-version
           perform validate-run-result-fields
           if not rr-row-is-valid
             display "structure        INVALID - fields fail the "
                     "ledger's validation"
           end-if

           perform check-row-chain
           perform show-row-attempts

           move spaces to ax-criteria
           string "detail program=" delimited by size
                  trim (rr-program-id) delimited by size
                  " run=" delimited by size
                  rr-run-date delimited by size
                  rr-run-time delimited by size
             into ax-criteria
           end-string
           move "euler-ledger-browse" to ax-program
           move 1 to ax-rows
           perform write-access-record
           move page-row (detail-row) to run-result-fields.

      * The row against LEDGERCHAIN: refold the chain from the
      * start to the row's own chain record - noting the first
      * record whose fold does not hold - and re-hash the row as
      * write-run-result hashed it.
       check-row-chain.
           move "00" to ledger-chain-status
           open input ledger-chain-file
           if ledger-chain-status is not equal to "00"
             display "chain            no LEDGERCHAIN on hand"
             exit paragraph
           end-if
           move 0 to chain-running-value
           move 0 to chain-records-read
           move 0 to chain-first-break
           move 'N' to chain-found-switch
           move 'N' to chain-switch
           perform walk-one-chain-record
                   until chain-at-end or chain-record-found
           close ledger-chain-file

           if not chain-record-found
             display "chain            NOT CHAINED - no LEDGERCHAIN "
                     "record for this row"
             exit paragraph
           end-if
           move run-result-fields to rr-hash-image
           perform compute-row-chain-hash
           move chain-row-position to chain-edit
           if rr-row-hash = chain-row-hash
             display "chain            row matches its hash "
                     "(chain record " trim (chain-edit) ")"
           else
             display "chain            ROW ALTERED - no longer "
                     "matches its hash (chain record "
                     trim (chain-edit) ")"
           end-if
           if chain-first-break = 0
             display "                 chain intact up to this row"
           else
             move chain-first-break to chain-edit
             display "                 CHAIN BROKEN at record "
                     trim (chain-edit) ", at or before this row"
           end-if.

       walk-one-chain-record.
           move "LEDGERCHAIN" to io-dataset
           perform count-io-read
           read ledger-chain-file
             at end
               move 'Y' to chain-switch
             not at end
               add 1 to chain-records-read
               compute chain-expected-value =
                   function mod (chain-running-value * 31
                       + lc-row-hash, 999999937)
               if lc-chain-value is not equal to chain-expected-value
                 and chain-first-break = 0
                 move chain-records-read to chain-first-break
               end-if
               move lc-chain-value to chain-running-value
               if lc-key = run-result-fields (1:36)
                 move 'Y' to chain-found-switch
                 move lc-row-hash to chain-row-hash
                 move chain-records-read to chain-row-position
               end-if
           end-read.

       show-row-attempts.
           if rr-run-id = "ADHOC" or rr-run-id = spaces
             display "journal          ad hoc run - not journaled"
             exit paragraph
           end-if
           move "00" to step-journal-status
           open input step-journal-file
           if step-journal-status is not equal to "00"
             display "journal          no STEPJOURNAL on hand"
             exit paragraph
           end-if
           display "journal          STEP ATTEMPT START               "
                   "END                 RC   RESUMED"
           move 0 to attempts-shown
           move 'N' to journal-switch
           perform show-one-attempt until journal-at-end
           close step-journal-file
           if attempts-shown = 0
             display "                 (no attempts journaled for "
                     "this program in this run)"
           end-if.

       show-one-attempt.
           move "STEPJOURNAL" to io-dataset
           perform count-io-read
           read step-journal-file
             at end
               move 'Y' to journal-switch
             not at end
               if sj-run-id = rr-run-id
                 and sj-program = rr-program-id
                 add 1 to attempts-shown
                 display "                  " sj-step "   " sj-attempt
                         "    " sj-start-stamp sj-start-offset " "
                         sj-end-stamp sj-end-offset " "
                         sj-return-code " " sj-resumed
               end-if
           end-read.

      * One access record for the position just left, with the rows
      * shown from it.
       flush-access-trail.
           if trail-criteria = spaces
             exit paragraph
           end-if
           move "euler-ledger-browse" to ax-program
           move trail-criteria to ax-criteria
           move trail-rows to ax-rows
           perform write-access-record
           move spaces to trail-criteria
           move 0 to trail-rows.

           copy run-result-procedure.
           copy report-header-procedure.
           copy access-log-procedure.

       end program euler-ledger-browse.
