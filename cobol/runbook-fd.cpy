      * File description for RUNBOOK (see runbook.cpy for the record
      * format).
       fd  runbook-file
           label records are omitted.
       01 runbook-record.
         02 rb-line-code              pic x(8).
         02 filler                    pic x.
         02 rb-line-kind              pic x(8).
         02 filler                    pic x.
         02 rb-line-text              pic x(70).
