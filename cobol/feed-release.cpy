      * Working storage for FEEDRELEASELOG (see feed-release-fd.cpy).
      * COPY this into WORKING-STORAGE and feed-release-procedure.cpy
      * into PROCEDURE DIVISION.
      *
      * find-feed-state takes fs-want-date and leaves the newest log
      * record for that processing date in feed-state-fields
      * (fs-found-switch 'N' when the date has never been staged).
      * append-feed-release writes feed-release-record as the
      * caller filled it, stamping fr-stamp and fr-offset itself
      * from read-utc-clock, so a program that copies these also
      * copies utc-clock.cpy and utc-clock-procedure.cpy.
       01 feed-release-status          pic xx.
       01 feed-release-switch          pic x.
         88 feed-release-at-end         value 'Y'.
       01 fs-want-date                 pic 9(8).
       01 feed-state-fields.
         02 fs-found-switch            pic x value 'N'.
           88 fs-state-found            value 'Y'.
         02 fs-stamp                   pic x(14).
         02 fs-offset                  pic x(5).
         02 fs-action                  pic x(8).
           88 fs-is-staged              value "STAGED".
           88 fs-is-released            value "RELEASED".
           88 fs-is-rejected            value "REJECTED".
           88 fs-is-overdue             value "OVERDUE".
         02 fs-run-id                  pic x(14).
         02 fs-submitter               pic x(8).
         02 fs-actor                   pic x(8).
         02 fs-count                   pic 9(9).
         02 fs-hash                    pic 9(13).
         02 fs-reason                  pic x(60).
      * The stamp the feed was staged under, kept apart from the
      * newest record's own stamp: an OVERDUE note does not restart
      * the wait.
         02 fs-staged-stamp            pic x(14).
         02 fs-staged-offset           pic x(5).
