      * SELECT for TRIGGERS, the completion triggers published by the
      * steps that produce the suite's shared datasets (see
      * trigger-fd.cpy).  Copy this into FILE-CONTROL; trigger-status
      * is the caller's own.
           select trigger-file assign to "TRIGGERS"
               organization line sequential
               file status trigger-status.
