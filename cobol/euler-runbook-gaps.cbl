      * Alert codes raised with no runbook entry
      *
      * 15 October 2026
      *
      * The runbook is only as good as its coverage: an alert code
      * added to a program last month pages someone at night with
      * nothing under it but "no entry".  This reads ALERTHISTORY
      * for the last DAYS days (control-param-1, default 90, back
      * from the processing date) and lists on RUNBOOKGAPS every
      * al-code raised in that window that RUNBOOK (see
      * runbook-select.cpy) has no entry for - with how often it was
      * raised, when last, and by which program - and then the codes
      * whose entry is there but incomplete: no first-response
      * steps, no escalation contact role, or no word on whether a
      * rerun is safe.
      *
      * The ledger row's answer is the number of codes with no
      * entry; RETURN-CODE is 4 when there is any, so a stream can
      * tell.  Codes on RUNBOOK that were not raised in the window
      * are no concern of this report.
       identification division.
       program-id. euler-runbook-gaps.

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
           copy alert-history-select.
           copy runbook-select.
           select gaps-report-file assign to "RUNBOOKGAPS"
               organization line sequential
               file status gaps-report-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
           copy run-result-fd.
           copy alert-history-fd.
           copy runbook-fd.
       fd  gaps-report-file
           label records are omitted.
       01 gaps-report-line         pic x(132).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
           copy runbook.
       01 alert-history-status     pic xx.
       01 gaps-report-status       pic xx.
       01 read-switch              pic x.
         88 read-at-end             value 'Y'.

       01 window-days              pic 9(9) value 90.
       01 gaps-proc-date           pic 9(8).
       01 window-start             pic 9(8).

      * One slot per code raised inside the window.
       01 code-max constant as 200.
       01 code-table.
         02 code-entry occurs 200 times.
           03 cd-code               pic x(8).
           03 cd-raised             pic 9(7) comp-5.
           03 cd-last-date          pic 9(8).
           03 cd-last-program       pic x(20).
           03 cd-last-severity      pic x(4).
       01 code-count               pic 999 comp-5 value 0.
       01 code-scan                pic 999 comp-5.

       01 report-counts.
         02 alerts-read            pic 9(9) comp-5 value 0.
         02 codes-missing          pic 999 comp-5 value 0.
         02 codes-incomplete       pic 999 comp-5 value 0.
         02 codes-covered          pic 999 comp-5 value 0.
       01 count-edit               pic z(8)9.
       01 count-edit-2             pic z(8)9.
       01 count-edit-3             pic z(8)9.
       01 raised-edit              pic z(6)9.
       01 lacking-text             pic x(60).
       01 lacking-pointer          pic 99 comp-5.

       procedure division.

       main.
           move "euler-runbook-gaps" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move window-days to control-param-1
           perform read-control-card
           move "euler-runbook-gaps" to kp-program-id
           move "DAYS" to kp-keyword (1)
           perform read-parameter-library
           move control-param-1 to window-days
           if window-days < 1
             move 1 to window-days
           end-if

           perform establish-gaps-date
           compute window-start = function date-of-integer
               (function integer-of-date (gaps-proc-date)
                - window-days + 1)

           perform load-runbook-table
           perform collect-raised-codes

           move "00" to gaps-report-status
           open output gaps-report-file
           move report-header-line to gaps-report-line
           perform emit-gaps-line
           move "ALERT CODES WITHOUT A RUNBOOK ENTRY"
             to gaps-report-line
           perform emit-gaps-line
           move window-days to count-edit
           string "raised on ALERTHISTORY in the " delimited by size
                  function trim (count-edit) delimited by size
                  " days from " delimited by size
                  window-start delimited by size
                  " to " delimited by size
                  gaps-proc-date delimited by size
             into gaps-report-line
           end-string
           perform emit-gaps-line
           if runbook-status is not equal to "00"
             string "(no RUNBOOK on hand, file status "
                      delimited by size
                    runbook-status delimited by size
                    " - every code raised is a gap)" delimited by size
               into gaps-report-line
             end-string
             perform emit-gaps-line
           end-if
           perform emit-gaps-line

           move "NO ENTRY" to gaps-report-line
           perform emit-gaps-line
           perform write-column-heading
           perform report-one-missing-code
                   varying code-scan from 1 by 1
                   until code-scan > code-count
           if codes-missing = 0
             move "  (none - every code raised has an entry)"
               to gaps-report-line
             perform emit-gaps-line
           end-if

           perform emit-gaps-line
           move "ENTRY INCOMPLETE" to gaps-report-line
           perform emit-gaps-line
           perform write-column-heading
           perform report-one-incomplete-code
                   varying code-scan from 1 by 1
                   until code-scan > code-count
           if codes-incomplete = 0
             move "  (none)" to gaps-report-line
             perform emit-gaps-line
           end-if

           perform emit-gaps-line
           move code-count to count-edit
           move codes-missing to count-edit-2
           move codes-incomplete to count-edit-3
           string "codes raised: " delimited by size
                  function trim (count-edit) delimited by size
                  "  no entry: " delimited by size
                  function trim (count-edit-2) delimited by size
                  "  incomplete: " delimited by size
                  function trim (count-edit-3) delimited by size
             into gaps-report-line
           end-string
           perform emit-gaps-line
           perform format-report-footer
           move report-footer-line to gaps-report-line
           perform emit-gaps-line
           close gaps-report-file

           display "euler-runbook-gaps: " code-count
                   " codes raised, " codes-missing " with no entry, "
                   codes-incomplete " incomplete"
           perform format-report-footer
           display report-footer-line

           move "euler-runbook-gaps" to rr-program-id
           move window-days to count-edit
           move spaces to rr-parameters
           string "days=" delimited by size
                  function trim (count-edit) delimited by size
             into rr-parameters
           end-string
           move codes-missing to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
           move spaces to rr-expected-result
           move space to rr-pass-flag
           perform stop-run-timer
           perform write-run-result
           if codes-missing > 0
             move 4 to return-code
           end-if
           goback.

       establish-gaps-date.
           move spaces to rr-proc-date-text
           accept rr-proc-date-text from environment "EULERPROCDATE"
             on exception
               move spaces to rr-proc-date-text
           end-accept
           if rr-proc-date-text (1:8) is numeric
             move rr-proc-date-text (1:8) to gaps-proc-date
           else
             move function current-date (1:8) to gaps-proc-date
           end-if.

      * ALERTHISTORY is keyed date first, so the window is one START
      * and a read to the end.
       collect-raised-codes.
           move "00" to alert-history-status
           open input alert-history-file
           if alert-history-status is not equal to "00"
             display "euler-runbook-gaps: no ALERTHISTORY, file status "
                     alert-history-status
             exit paragraph
           end-if
           move low-values to ah-key
           move window-start to ah-date
           move 'N' to read-switch
           start alert-history-file key is not less than ah-key
             invalid key
               move 'Y' to read-switch
           end-start
           perform read-one-alert until read-at-end
           close alert-history-file.

       read-one-alert.
           move "ALERTHISTORY" to io-dataset
           perform count-io-read
           read alert-history-file next record
             at end
               move 'Y' to read-switch
             not at end
               if ah-date > gaps-proc-date
                 move 'Y' to read-switch
               else
                 add 1 to alerts-read
                 perform tally-one-code
               end-if
           end-read.

       tally-one-code.
           perform varying code-scan from 1 by 1
                   until code-scan > code-count
             if cd-code (code-scan) = ah-code
               exit perform
             end-if
           end-perform
           if code-scan > code-count
             if code-count >= code-max
               exit paragraph
             end-if
             add 1 to code-count
             move code-count to code-scan
             move ah-code to cd-code (code-scan)
             move 0 to cd-raised (code-scan)
           end-if
           add 1 to cd-raised (code-scan)
           move ah-date to cd-last-date (code-scan)
           move ah-program to cd-last-program (code-scan)
           move ah-severity to cd-last-severity (code-scan).

       write-column-heading.
           move "CODE" to gaps-report-line (3:8)
           move "RAISED" to gaps-report-line (13:7)
           move "LAST" to gaps-report-line (22:8)
           move "SEV" to gaps-report-line (32:4)
           move "LAST RAISED BY" to gaps-report-line (38:20)
           move "LACKING" to gaps-report-line (60:7)
           perform emit-gaps-line.

       report-one-missing-code.
           move cd-code (code-scan) to rb-wanted-code
           perform look-up-runbook
           if rb-code-found
             exit paragraph
           end-if
           add 1 to codes-missing
           move "the whole entry" to lacking-text
           perform write-code-line.

       report-one-incomplete-code.
           move cd-code (code-scan) to rb-wanted-code
           perform look-up-runbook
           if not rb-code-found
             exit paragraph
           end-if
           move spaces to lacking-text
           move 1 to lacking-pointer
           if rb-step-count (rb-found-index) = 0
             string "steps " delimited by size
               into lacking-text with pointer lacking-pointer
             end-string
           end-if
           if rb-escalation (rb-found-index) = spaces
             string "escalation " delimited by size
               into lacking-text with pointer lacking-pointer
             end-string
           end-if
           if rb-rerun (rb-found-index) = spaces
             string "rerun " delimited by size
               into lacking-text with pointer lacking-pointer
             end-string
           end-if
           if lacking-text = spaces
             add 1 to codes-covered
             exit paragraph
           end-if
           add 1 to codes-incomplete
           perform write-code-line.

       write-code-line.
           move cd-code (code-scan) to gaps-report-line (3:8)
           move cd-raised (code-scan) to raised-edit
           move raised-edit to gaps-report-line (12:7)
           move cd-last-date (code-scan) to gaps-report-line (22:8)
           move cd-last-severity (code-scan) to gaps-report-line (32:4)
           move cd-last-program (code-scan)
             to gaps-report-line (38:20)
           move lacking-text to gaps-report-line (60:60)
           perform emit-gaps-line.

       emit-gaps-line.
           move "RUNBOOKGAPS" to io-dataset
           perform count-io-write
           write gaps-report-line
           move spaces to gaps-report-line.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.
           copy runbook-procedure.

       end program euler-runbook-gaps.
