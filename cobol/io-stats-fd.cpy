      * File description for IOSTATS.  write-run-result hands each
      * run's counts to euler-io-stats-write, which appends one
      * record per dataset the run read or wrote:
      *
      *   is-run-id      the run id on the run's ledger row
      *   is-program     the program, as on the ledger row
      *   is-proc-date   the processing date the row books under
      *   is-run-date    the run's date and time, as on the row
      *   is-run-time
      *   is-elapsed     the run's elapsed hundredths, as on the row
      *   is-dataset     the dataset name, or the resolved path of a
      *                  dynamically assigned file
      *   is-reads       READs issued against it
      *   is-writes      WRITEs and REWRITEs issued against it
      *
      * The file is append-only; euler-io-report reads it.
       fd  io-stats-file
           label records are omitted.
       01 io-stats-record.
         02 is-run-id                  pic x(14).
         02 filler                     pic x.
         02 is-program                 pic x(20).
         02 filler                     pic x.
         02 is-proc-date               pic 9(8).
         02 filler                     pic x.
         02 is-run-date                pic 9(8).
         02 filler                     pic x.
         02 is-run-time                pic 9(8).
         02 filler                     pic x.
         02 is-elapsed                 pic 9(7).
         02 filler                     pic x.
         02 is-dataset                 pic x(40).
         02 filler                     pic x.
         02 is-reads                   pic 9(9).
         02 filler                     pic x.
         02 is-writes                  pic 9(9).
