      * This program is interactive and never belongs in STEPTABLE;
      * it writes no ledger row of its own (the actions it drives
      * write theirs).
      *
      * 15 October 2026 - I opens euler-number-inquiry, the
      * number-theory lookup screen, and comes back here when the
      * user exits it.
      *
      * 15 October 2026 - The ledger-query option marks its call
      * CONSOLE (EULERACCESSVIA) so the read-access trail tells a
      * console query from a batch one.
      *
      * 15 October 2026 - B opens euler-ledger-browse, the interactive
      * ledger browse screen, marked CONSOLE for the read-access trail
      * like the ledger query, and comes back here when the user exits
      * it.
      *
      * 15 October 2026 - Each open alert shows its RUNBOOK entry
      * (see runbook-select.cpy) under it - the first-response
      * steps, who to escalate to, and whether a rerun is safe.
       identification division.
       program-id. euler-console.

           select alert-file assign to "ALERTS"
               organization line sequential
               file status alert-status.
           copy runbook-select.
           select stop-request-file assign to "STOPREQUEST"
               organization line sequential
               file status stop-request-status.
           label records are omitted.
       01 answer-report-line            pic x(80).
           copy alert-file-fd.
           copy runbook-fd.
       fd  stop-request-file
           label records are omitted.
       01 stop-request-record           pic x(80).

       working-storage section.
           copy alert-record.
           copy runbook.
           copy report-header.
       01 batch-restart-status          pic xx.
       01 answer-report-status          pic xx.
             exit paragraph
           end-if
           display "open ALERTS:"
           perform load-runbook-table
           move 0 to alerts-shown
           move 'N' to alert-read-switch
           perform read-one-alert until alerts-at-end
               add 1 to alerts-shown
               display "  " al-severity " " al-program " "
                       al-code " " function trim (al-text)
               move al-code to rb-wanted-code
               perform look-up-runbook
               perform varying rb-text-scan from 1 by 1
                       until rb-text-scan > rb-text-count
                 display "       "
                         function trim (rb-text-line (rb-text-scan)
                                        trailing)
               end-perform
           end-read.

       take-one-command.
                   "(euler-checkpoint-tool)"
           display "  F - kick off a RERUN=FAILED stream"
           display "  L - run the ledger query"
           display "  B - browse the ledger"
           display "  I - number-theory inquiry"
           display "  N - add an operator note for the turnover"
           display "  R - refresh the status panel"
           display "  X - exit the console"
             when 'L'
             when 'l'
               perform run-ledger-query
             when 'B'
             when 'b'
               perform run-ledger-browse
             when 'I'
             when 'i'
               perform run-number-inquiry
             when 'N'
             when 'n'
               perform add-operator-note

       run-ledger-query.
           move 0 to return-code
           set environment "EULERACCESSVIA" to "CONSOLE"
           call "euler-ledger-query"
           cancel "euler-ledger-query"
           set environment "EULERACCESSVIA" to " "
           move 0 to return-code.

       run-ledger-browse.
           move 0 to return-code
           set environment "EULERACCESSVIA" to "CONSOLE"
           call "euler-ledger-browse"
           cancel "euler-ledger-browse"
           set environment "EULERACCESSVIA" to " "
           move 0 to return-code.

       run-number-inquiry.
           move 0 to return-code
           call "euler-number-inquiry"
           cancel "euler-number-inquiry"
           move 0 to return-code.

           copy report-header-procedure.
           copy runbook-procedure.

       end program euler-console.
