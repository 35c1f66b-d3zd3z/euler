      * Working storage for the alert-code runbook.  RUNBOOK is a
      * plain dataset the team maintains the way it maintains
      * ROOTCAUSES - writing up a response is a data change, not a
      * recompile.  Any number of lines per code, in this order or
      * any other:
      *
      *   columns  1-8   the al-code
      *   columns 10-17  STEP, ESCALATE or RERUN
      *   columns 19-88  the text
      *
      * STEP lines are the first-response steps, printed numbered in
      * the order they appear (up to rb-step-max); ESCALATE names
      * the contact role to escalate to; RERUN starts YES or NO -
      * whether the failed work can simply be run again - and may
      * go on with the condition.  A line starting with * is a
      * comment.
      *
      * To use: PERFORM load-runbook-table once, then move a code to
      * rb-wanted-code and PERFORM look-up-runbook; rb-code-found
      * says whether there is an entry, and rb-text-line (1) to
      * rb-text-line (rb-text-count) hold it formatted for printing
      * under the alert - or the one line saying there is none
      * (rb-text-scan is free for the caller's loop over them).
       01 runbook-status             pic xx.
       01 runbook-max constant as 60.
       01 rb-step-max constant as 8.
       01 runbook-table.
         02 runbook-entry occurs runbook-max times.
           03 rb-code                 pic x(8).
           03 rb-escalation           pic x(70).
           03 rb-rerun                pic x(70).
           03 rb-step-count           pic 9 comp-5.
           03 rb-step occurs rb-step-max times pic x(70).
       01 runbook-count              pic 99 comp-5 value 0.
       01 runbook-scan               pic 99 comp-5.
       01 rb-eof-switch              pic x.
         88 rb-at-end                 value 'Y'.
       01 rb-wanted-code             pic x(8).
       01 rb-found-switch            pic x.
         88 rb-code-found             value 'Y'.
       01 rb-found-index             pic 99 comp-5.
       01 rb-text-max constant as 10.
       01 rb-text-lines.
         02 rb-text-line occurs rb-text-max times pic x(90).
       01 rb-text-count              pic 99 comp-5 value 0.
       01 rb-text-scan               pic 99 comp-5.
       01 rb-step-scan               pic 9 comp-5.
       01 rb-step-edit               pic 9.
