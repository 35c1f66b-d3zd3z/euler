      * SELECT for RUNBOOK, the operator's first response to every
      * alert code.  Copy this into FILE-CONTROL, runbook-fd.cpy
      * into FILE SECTION, runbook.cpy into WORKING-STORAGE and
      * runbook-procedure.cpy into PROCEDURE DIVISION - the same
      * four-piece shape as the root-cause set.
      *
      * euler-console shows the entry under each open alert, and
      * euler-turnover under each unacknowledged one, so the binder
      * is on the screen and in the handoff where the alert is;
      * euler-runbook-gaps lists the codes raised lately that have
      * no entry.
           select runbook-file assign to "RUNBOOK"
               organization line sequential
               file status runbook-status.
