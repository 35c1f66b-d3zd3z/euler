      * File description for ENQUEUES, kept by euler-enqueue: one
      * record per enqueue held or awaited on a shared dataset.
      *
      *   en-dataset     the dataset enqueued on
      *   en-mode        S shared (readers) or X exclusive (writers)
      *   en-state       H held, W waiting for it
      *   en-process-id  the process holding or waiting - every step
      *                  a driver CALLs shares the driver's
      *   en-program     the step that asked
      *   en-run-id      its run id (EULERRUNID, else ADHOC)
      *   en-stamp       when it was granted, or began to wait
      *   en-offset      the UTC offset in force at en-stamp (see
      *                  utc-clock.cpy), so the report ages it in
      *                  UTC seconds; blank on a table written
      *                  before it was kept
      *
      * The whole table is rewritten under the ENQUEUES latch on
      * every change; euler-enqueue-report prints it.
       fd  enqueue-file
           label records are omitted.
       01 enqueue-record.
         02 en-dataset                 pic x(20).
         02 filler                     pic x.
         02 en-mode                    pic x.
         02 filler                     pic x.
         02 en-state                   pic x.
         02 filler                     pic x.
         02 en-process-id              pic 9(9).
         02 filler                     pic x.
         02 en-program                 pic x(20).
         02 filler                     pic x.
         02 en-run-id                  pic x(14).
         02 filler                     pic x.
         02 en-stamp                   pic x(14).
         02 filler                     pic x.
         02 en-offset                  pic x(5).
