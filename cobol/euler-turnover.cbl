      * its own section, and notes past their expiry age off the
      * file as the document is built, so the sticky note that
      * never got handed over stops costing a bad morning a month.
      *
      * 15 October 2026 - Every incident on INCIDENTS (see
      * incident-select.cpy) not yet closed prints in its own
      * section after the open unacknowledged alerts, with its
      * owner, cause and open time, so a live incident is handed
      * over with the shift rather than remembered.
      *
      * 15 October 2026 - Each open unacknowledged alert carries its
      * RUNBOOK entry (see runbook-select.cpy) under it: the
      * first-response steps, the escalation contact role and
      * whether a rerun is safe, so the handoff says what to do as
      * well as what happened.
       identification division.
       program-id. euler-turnover.

               file status alert-status.
           copy alert-history-select.
           copy oncall-select.
           copy incident-select.
           copy runbook-select.
           select business-calendar-file assign to "CALENDARFILE"
               organization line sequential
               file status business-calendar-status.
           copy alert-file-fd.
           copy alert-history-fd.
           copy oncall-fd.
           copy incident-fd.
           copy runbook-fd.
       fd  business-calendar-file
           label records are omitted.
       01 business-calendar-record.
       working-storage section.
           copy report-header.
           copy alert-record.
           copy runbook.
       01 answer-report-status      pic xx.
       01 dashboard-status          pic xx.
       01 batch-restart-status      pic xx.
       01 collatz-restart-status    pic xx.
       01 prime-restart-status      pic xx.
       01 turnover-status           pic xx.
       01 incident-status           pic xx.
       01 incident-switch           pic x.
         88 incident-at-end          value 'Y'.
       01 source-switch             pic x value 'N'.
         88 source-at-end            value 'Y'.

           perform start-section
           perform copy-open-history-alerts

           move "OPEN INCIDENTS (INCIDENTS)" to section-title
           perform start-section
           perform copy-open-incidents

           move "OPERATOR NOTES" to section-title
           perform start-section
           perform report-operator-notes
             exit paragraph
           end-if
           move 0 to copied-count
           perform load-runbook-table
           move low-values to ah-key
           start alert-history-file key is greater than ah-key
             invalid key
                 move ah-code to body-text (36:8)
                 move ah-text to body-text (45:60)
                 perform emit-turnover-line
                 move ah-code to rb-wanted-code
                 perform look-up-runbook
                 perform varying rb-text-scan from 1 by 1
                         until rb-text-scan > rb-text-count
                   move spaces to body-text
                   move rb-text-line (rb-text-scan) to body-text (6:90)
                   perform emit-turnover-line
                 end-perform
               end-if
           end-read.

      * Every incident on the register not yet closed - open ones
      * still being worked and restored ones still owed a cause or
      * a close - so the owner's name crosses the shift with it.
       copy-open-incidents.
           move "00" to incident-status
           open input incident-file
           if incident-status is not equal to "00"
             move "  (no INCIDENTS on hand)" to body-text
             perform emit-turnover-line
             exit paragraph
           end-if
           move 0 to copied-count
           move 0 to ic-number
           start incident-file key is not less than ic-number
             invalid key
               move 'Y' to incident-switch
             not invalid key
               move 'N' to incident-switch
           end-start
           perform copy-one-open-incident until incident-at-end
           close incident-file
           if copied-count = 0
             move "  (no incident open)" to body-text
             perform emit-turnover-line
           end-if.

       copy-one-open-incident.
           read incident-file next
             at end
               move 'Y' to incident-switch
             not at end
               if not ic-is-closed
                 add 1 to copied-count
                 move spaces to body-text
                 move ic-number to body-text (1:6)
                 move ic-status to body-text (8:8)
                 move ic-owner to body-text (17:8)
                 move ic-cause to body-text (26:8)
                 move ic-program to body-text (35:20)
                 move ic-opened-stamp to body-text (56:14)
                 move ic-summary to body-text (71:60)
                 perform emit-turnover-line
               end-if
           end-read.

           perform emit-turnover-line.

           copy report-header-procedure.
           copy runbook-procedure.

       end program euler-turnover.
