      * File description for TRIGGERS.  A producing step that
      * finishes its dataset cleanly hands euler-trigger-write a
      * completion trigger (see completion-trigger.cpy), which
      * appends one record:
      *
      *   tr-dataset     the dataset completed (PRIMESFILE,
      *                  CALENDARFILE, NAMESCLEAN, OPSFEED)
      *   tr-proc-date   the processing date it was produced for
      *   tr-run-id      the run id on the producer's ledger row
      *   tr-count       records written (names, for NAMESCLEAN,
      *                  which is written a byte at a time)
      *   tr-hash        hash total of the records written, the
      *                  same 31-multiplier chain euler-backup keeps
      *   tr-program     the producing program
      *   tr-stamp       when the trigger was published
      *   tr-offset      the UTC offset in force at tr-stamp (see
      *                  utc-clock.cpy); blank on triggers published
      *                  before it was kept
      *
      * A step that fails publishes nothing, so a dataset with no
      * trigger for a date is one no subscriber should take up.  The
      * file is append-only; a rerun publishes again and the latest
      * trigger for a dataset and date is the one that counts.
      * euler-trigger-report reads it against TRIGGERSUBS.
       fd  trigger-file
           label records are omitted.
       01 trigger-record.
         02 tr-dataset                 pic x(20).
         02 filler                     pic x.
         02 tr-proc-date               pic 9(8).
         02 filler                     pic x.
         02 tr-run-id                  pic x(14).
         02 filler                     pic x.
         02 tr-count                   pic 9(9).
         02 filler                     pic x.
         02 tr-hash                    pic 9(9).
         02 filler                     pic x.
         02 tr-program                 pic x(20).
         02 filler                     pic x.
         02 tr-stamp                   pic x(14).
         02 filler                     pic x.
         02 tr-offset                  pic x(5).
