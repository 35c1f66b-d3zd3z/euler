      * Monthly ledger read-access report
      *
      * 15 October 2026
      *
      * ACCESSLOG holds a record for every read of the run history -
      * euler-ledger-query (batch or from the console),
      * euler-ledger-export and euler-chargeback - and this is the
      * answer when the auditors ask who extracted what.  For one
      * calendar month it writes ACCESSREPORT: per requester, in
      * requester order, every access with its time, program,
      * channel, criteria and rows returned, then the requester's
      * totals; the month's totals close the report.
      *
      * MONTH (control-param-1, yyyymm, default the month before
      * today's, as euler-month-end takes it) picks the month.
      *
      * 15 October 2026 - euler-ledger-browse, the interactive browse
      * screen, writes its own ACCESSLOG records - one per position
      * browsed and one per row opened - and they report here with the
      * rest.
       identification division.
       program-id. euler-access-report.

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
           copy access-log-select.
           select access-report-file assign to "ACCESSREPORT"
               organization line sequential
               file status access-report-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
           copy run-result-fd.
           copy access-log-fd.
       fd  access-report-file
           label records are omitted.
       01 access-report-line       pic x(132).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
           copy access-log.
       01 access-report-status     pic xx.
       01 read-switch              pic x.
         88 read-at-end             value 'Y'.

       01 wanted-month             pic 9(6) value 0.
       01 wanted-month-text redefines wanted-month pic x(6).
       01 today-parts.
         02 tp-year                pic 9(4).
         02 tp-month               pic 99.
         02 filler                 pic xx.

      * One slot per requester seen in the month.
       01 requester-max constant as 200.
       01 requester-table.
         02 requester-slot occurs 200 times.
           03 rq-name               pic x(8).
           03 rq-accesses           pic 9(7) comp-5.
           03 rq-rows               pic 9(9) comp-5.
       01 requester-count          pic 999 comp-5 value 0.
       01 requester-scan           pic 999 comp-5.
       01 requester-at             pic 999 comp-5.
       01 requester-swap.
         02 swap-name              pic x(8).
         02 swap-accesses          pic 9(7) comp-5.
         02 swap-rows              pic 9(9) comp-5.
       01 sort-outer               pic 999 comp-5.
       01 sort-inner               pic 999 comp-5.

       01 month-accesses           pic 9(7) value 0.
       01 month-rows               pic 9(9) comp-5 value 0.
       01 overflow-accesses        pic 9(7) comp-5 value 0.
       01 count-edit               pic z(6)9.
       01 rows-edit                pic z(8)9.

       procedure division.

       main.
           move "euler-access-report" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move wanted-month to control-param-1
           perform read-control-card
           move "euler-access-report" to kp-program-id
           move "MONTH" to kp-keyword (1)
           perform read-parameter-library
           move control-param-1 to wanted-month
           if wanted-month = 0
             perform default-to-prior-month
           end-if

           move "00" to access-report-status
           open output access-report-file
           move report-header-line to access-report-line
           move "ACCESSREPORT" to io-dataset
           perform count-io-write
           write access-report-line
           move spaces to access-report-line
           string "Ledger read access for " delimited by size
                  wanted-month delimited by size
             into access-report-line
           end-string
           move "ACCESSREPORT" to io-dataset
           perform count-io-write
           write access-report-line

           perform tally-requesters
           perform sort-requesters
           perform varying requester-at from 1 by 1
                   until requester-at > requester-count
             perform write-one-requester
           end-perform
           perform write-month-totals

           perform format-report-footer
           move report-footer-line to access-report-line
           move "ACCESSREPORT" to io-dataset
           perform count-io-write
           write access-report-line
           close access-report-file

           display "access report for " wanted-month ": "
                   month-accesses " accesses by "
                   requester-count " requesters"

           display report-footer-line
           move "euler-access-report" to rr-program-id
           move spaces to rr-parameters
           string "month=" delimited by size
                  wanted-month delimited by size
             into rr-parameters
           end-string
           move month-accesses to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
           move spaces to rr-expected-result
           move space to rr-pass-flag
           perform stop-run-timer
           perform write-run-result

           goback.

       default-to-prior-month.
           move function current-date (1:8) to today-parts
           if tp-month = 1
             compute wanted-month = (tp-year - 1) * 100 + 12
           else
             compute wanted-month = tp-year * 100 + tp-month - 1
           end-if.

      * First pass: who read the ledger this month, how often, and
      * how many rows they took.
       tally-requesters.
           move "00" to access-log-status
           open input access-log-file
           if access-log-status is not equal to "00"
             move "  ACCESSLOG not found - no reads recorded"
               to access-report-line
             move "ACCESSREPORT" to io-dataset
             perform count-io-write
             write access-report-line
             exit paragraph
           end-if
           move 'N' to read-switch
           perform tally-one-access until read-at-end
           close access-log-file.

       tally-one-access.
           move "ACCESSLOG" to io-dataset
           perform count-io-read
           read access-log-file
             at end
               move 'Y' to read-switch
             not at end
               if ax-rec-stamp (1:6) = wanted-month-text
                 perform find-requester-slot
                 if requester-scan > 0
                   add 1 to rq-accesses (requester-scan)
                   if ax-rec-rows is numeric
                     add ax-rec-rows to rq-rows (requester-scan)
                   end-if
                 else
                   add 1 to overflow-accesses
                 end-if
               end-if
           end-read.

       find-requester-slot.
           perform varying requester-scan from 1 by 1
                   until requester-scan > requester-count
             if rq-name (requester-scan) = ax-rec-requester
               exit paragraph
             end-if
           end-perform
           if requester-count < requester-max
             add 1 to requester-count
             move requester-count to requester-scan
             move ax-rec-requester to rq-name (requester-scan)
             move 0 to rq-accesses (requester-scan)
             move 0 to rq-rows (requester-scan)
           else
             move 0 to requester-scan
           end-if.

       sort-requesters.
           perform varying sort-outer from 1 by 1
                   until sort-outer >= requester-count
             perform varying sort-inner from 1 by 1
                     until sort-inner > requester-count - sort-outer
               if rq-name (sort-inner) > rq-name (sort-inner + 1)
                 move requester-slot (sort-inner) to requester-swap
                 move requester-slot (sort-inner + 1)
                   to requester-slot (sort-inner)
                 move requester-swap
                   to requester-slot (sort-inner + 1)
               end-if
             end-perform
           end-perform.

      * Second pass per requester: their accesses in the order they
      * were made, then their totals.
       write-one-requester.
           move spaces to access-report-line
           move "ACCESSREPORT" to io-dataset
           perform count-io-write
           write access-report-line
           move spaces to access-report-line
           string "REQUESTER " delimited by size
                  rq-name (requester-at) delimited by size
             into access-report-line
           end-string
           move "ACCESSREPORT" to io-dataset
           perform count-io-write
           write access-report-line
           move spaces to access-report-line
           move "  when"             to access-report-line (1:16)
           move "program"            to access-report-line (18:20)
           move "channel"            to access-report-line (39:8)
           move "rows"               to access-report-line (51:4)
           move "criteria"           to access-report-line (56:60)
           move "ACCESSREPORT" to io-dataset
           perform count-io-write
           write access-report-line

           move "00" to access-log-status
           open input access-log-file
           if access-log-status = "00"
             move 'N' to read-switch
             perform list-one-access until read-at-end
             close access-log-file
           end-if

           move spaces to access-report-line
           move rq-accesses (requester-at) to count-edit
           move rq-rows (requester-at) to rows-edit
           string "  accesses " delimited by size
                  count-edit delimited by size
                  "   rows returned " delimited by size
                  rows-edit delimited by size
             into access-report-line
           end-string
           move "ACCESSREPORT" to io-dataset
           perform count-io-write
           write access-report-line
           add rq-accesses (requester-at) to month-accesses
           add rq-rows (requester-at) to month-rows.

       list-one-access.
           move "ACCESSLOG" to io-dataset
           perform count-io-read
           read access-log-file
             at end
               move 'Y' to read-switch
             not at end
               if ax-rec-stamp (1:6) = wanted-month-text
                 and ax-rec-requester = rq-name (requester-at)
                 move spaces to access-report-line
                 move ax-rec-stamp to access-report-line (3:14)
                 move ax-rec-program to access-report-line (18:20)
                 move ax-rec-channel to access-report-line (39:8)
                 move ax-rec-rows to access-report-line (48:7)
                 move ax-rec-criteria to access-report-line (56:60)
                 move "ACCESSREPORT" to io-dataset
                 perform count-io-write
                 write access-report-line
               end-if
           end-read.

       write-month-totals.
           move spaces to access-report-line
           move "ACCESSREPORT" to io-dataset
           perform count-io-write
           write access-report-line
           move spaces to access-report-line
           move month-accesses to count-edit
           move month-rows to rows-edit
           string "MONTH TOTAL  accesses " delimited by size
                  count-edit delimited by size
                  "   rows returned " delimited by size
                  rows-edit delimited by size
             into access-report-line
           end-string
           move "ACCESSREPORT" to io-dataset
           perform count-io-write
           write access-report-line
           if overflow-accesses > 0
             add overflow-accesses to month-accesses
             move overflow-accesses to count-edit
             move spaces to access-report-line
             string "  " delimited by size
                    count-edit delimited by size
                    " further accesses by requesters beyond the "
                      delimited by size
                    "first 200 are not itemised" delimited by size
               into access-report-line
             end-string
             move "ACCESSREPORT" to io-dataset
             perform count-io-write
             write access-report-line
           end-if.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.

       end program euler-access-report.
