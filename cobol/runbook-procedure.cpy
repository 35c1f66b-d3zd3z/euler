      * Procedure section for the alert-code runbook.  See
      * runbook.cpy for the record format.
       load-runbook-table.
           move 0 to runbook-count
           move "00" to runbook-status
           open input runbook-file
           if runbook-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to rb-eof-switch
           perform read-one-runbook-line until rb-at-end
           close runbook-file.

       read-one-runbook-line.
           read runbook-file
             at end
               move 'Y' to rb-eof-switch
             not at end
               if runbook-record (1:1) is not equal to "*"
                 and rb-line-code is not equal to spaces
                 perform file-one-runbook-line
               end-if
           end-read.

      * Lines for one code need not be together; each finds (or
      * opens) its code's entry.
       file-one-runbook-line.
           perform varying runbook-scan from 1 by 1
                   until runbook-scan > runbook-count
             if rb-code (runbook-scan) = rb-line-code
               exit perform
             end-if
           end-perform
           if runbook-scan > runbook-count
             if runbook-count >= runbook-max
               exit paragraph
             end-if
             add 1 to runbook-count
             move runbook-count to runbook-scan
             move rb-line-code to rb-code (runbook-scan)
             move spaces to rb-escalation (runbook-scan)
             move spaces to rb-rerun (runbook-scan)
             move 0 to rb-step-count (runbook-scan)
           end-if
           evaluate rb-line-kind
             when "STEP"
               if rb-step-count (runbook-scan) < rb-step-max
                 add 1 to rb-step-count (runbook-scan)
                 move rb-step-count (runbook-scan) to rb-step-scan
                 move rb-line-text
                   to rb-step (runbook-scan, rb-step-scan)
               end-if
             when "ESCALATE"
               move rb-line-text to rb-escalation (runbook-scan)
             when "RERUN"
               move rb-line-text to rb-rerun (runbook-scan)
           end-evaluate.

       look-up-runbook.
           move 'N' to rb-found-switch
           move 0 to rb-found-index
           move 0 to rb-text-count
           move spaces to rb-text-lines
           perform varying runbook-scan from 1 by 1
                   until runbook-scan > runbook-count
             if rb-code (runbook-scan) = rb-wanted-code
               move 'Y' to rb-found-switch
               move runbook-scan to rb-found-index
               exit perform
             end-if
           end-perform
           if not rb-code-found
             add 1 to rb-text-count
             string "runbook: no entry for " delimited by size
                    rb-wanted-code delimited by space
                    " - escalate to the on-call" delimited by size
               into rb-text-line (rb-text-count)
             end-string
             exit paragraph
           end-if
           perform varying rb-step-scan from 1 by 1
                   until rb-step-scan > rb-step-count (rb-found-index)
             add 1 to rb-text-count
             move rb-step-scan to rb-step-edit
             string "step " delimited by size
                    rb-step-edit delimited by size
                    ".     " delimited by size
                    rb-step (rb-found-index, rb-step-scan)
                      delimited by size
               into rb-text-line (rb-text-count)
             end-string
           end-perform
           add 1 to rb-text-count
           if rb-escalation (rb-found-index) = spaces
             move "escalate:   (no contact role on the runbook)"
               to rb-text-line (rb-text-count)
           else
             string "escalate:   " delimited by size
                    rb-escalation (rb-found-index) delimited by size
               into rb-text-line (rb-text-count)
             end-string
           end-if
           add 1 to rb-text-count
           if rb-rerun (rb-found-index) = spaces
             move "rerun safe: (not stated - ask before rerunning)"
               to rb-text-line (rb-text-count)
           else
             string "rerun safe: " delimited by size
                    rb-rerun (rb-found-index) delimited by size
               into rb-text-line (rb-text-count)
             end-string
           end-if.
