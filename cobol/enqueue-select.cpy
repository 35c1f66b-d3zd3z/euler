      * SELECT for ENQUEUES, the table of dataset enqueues held and
      * awaited (see enqueue-fd.cpy).  Copy this into FILE-CONTROL;
      * enqueue-status is the caller's own.
           select enqueue-file assign to "ENQUEUES"
               organization line sequential
               file status enqueue-status.
