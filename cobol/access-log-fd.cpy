      * File description for ACCESSLOG (see access-log.cpy for the
      * conventions).  One record per ledger read: when, who, which
      * program and by what channel, the rows it returned, the run
      * id in force and the selection criteria as given.
      *
      * 15 October 2026 - ax-rec-offset is the UTC offset in force
      * when ax-rec-stamp was taken ("+hhmm"/"-hhmm", see
      * utc-clock.cpy); records written before it read back blank.
       fd  access-log-file
           label records are omitted.
       01 access-log-record.
         02 ax-rec-stamp             pic x(14).
         02 filler                   pic x.
         02 ax-rec-requester         pic x(8).
         02 filler                   pic x.
         02 ax-rec-program           pic x(20).
         02 filler                   pic x.
         02 ax-rec-channel           pic x(8).
         02 filler                   pic x.
         02 ax-rec-rows              pic 9(7).
         02 filler                   pic x.
         02 ax-rec-run-id            pic x(14).
         02 filler                   pic x.
         02 ax-rec-criteria          pic x(60).
         02 filler                   pic x.
         02 ax-rec-offset            pic x(5).
