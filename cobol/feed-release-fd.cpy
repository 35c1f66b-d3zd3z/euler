      * File description for FEEDRELEASELOG.  euler-ops-feed no
      * longer hands the ops database a feed the moment the stream
      * ends: it writes OPSFEEDSTAGE and appends a STAGED record
      * here, and only euler-feed-release - a second, authorized
      * person, never the run's own submitter - turns a staged feed
      * into the OPSFEED the partner loads.  One record per event:
      *
      *   fr-action     STAGED, RELEASED, REJECTED or OVERDUE
      *   fr-proc-date  the processing date the feed carries
      *   fr-run-id     the run id on the feed's HDR record
      *   fr-submitter  who submitted the run that staged it
      *   fr-actor      who staged, released or rejected it
      *   fr-count      the trailer's record count
      *   fr-hash       the trailer's hash total
      *   fr-reason     the releaser's or rejecter's reason
      *   fr-offset     the UTC offset in force at fr-stamp (see
      *                 utc-clock.cpy); blank on records logged
      *                 before it was kept
      *
      * The newest record for a processing date is that feed's
      * state.  The log is append-only; nothing rewrites it.
      *
      * 15 October 2026 - fr-offset added at the end of the record,
      * so euler-feed-release can judge the cutoff in UTC.
       fd  feed-release-file
           label records are omitted.
       01 feed-release-record.
         02 fr-stamp                   pic x(14).
         02 filler                     pic x.
         02 fr-action                  pic x(8).
           88 fr-is-staged              value "STAGED".
           88 fr-is-released            value "RELEASED".
           88 fr-is-rejected            value "REJECTED".
           88 fr-is-overdue             value "OVERDUE".
         02 filler                     pic x.
         02 fr-proc-date               pic 9(8).
         02 filler                     pic x.
         02 fr-run-id                  pic x(14).
         02 filler                     pic x.
         02 fr-submitter               pic x(8).
         02 filler                     pic x.
         02 fr-actor                   pic x(8).
         02 filler                     pic x.
         02 fr-count                   pic 9(9).
         02 filler                     pic x.
         02 fr-hash                    pic 9(13).
         02 filler                     pic x.
         02 fr-reason                  pic x(60).
         02 filler                     pic x.
         02 fr-offset                  pic x(5).
