      * Working storage for the outbound masking profiles.
      * LEDGEREXPORT, OPSFEED and CHARGEBACK carry rr-submitter and
      * rr-run-id, and not every recipient may see user identities.
      * MASKPROFILES holds one line per recipient and field:
      *
      *   recipient  field      action     [length]
      *   PLANNER    SUBMITTER  HASH
      *   PLANNER    RUN-ID     TRUNCATE   8
      *   VENDOR     SUBMITTER  SUPPRESS
      *
      * field is SUBMITTER or RUN-ID; action is CLEAR (the
      * default), SUPPRESS (asterisks), TRUNCATE (keep the first
      * length characters) or HASH.  A hash is a fixed function of
      * the recipient and the value, so the same user comes out the
      * same in every run for that recipient - per-user trends still
      * work - and differently for the next recipient, so two
      * recipients cannot join their files on it.  A line starting
      * with * is a comment.
      *
      * To use: fill mk-recipient (spaces for no masking) and
      * PERFORM load-mask-profile once, put mk-stamp in the file's
      * header, then PERFORM mask-run-result-fields (or
      * mask-submitter / mask-run-id alone) on each row before it
      * is written.  A recipient named but not found in
      * MASKPROFILES has both fields suppressed - an extract never
      * goes out in the clear on a misspelt profile.
       01 mask-profile-status        pic xx.
       01 mask-profile-fields.
         02 mk-recipient             pic x(12).
         02 mk-stamp                 pic x(40).
         02 mk-found-switch          pic x.
           88 mk-profile-found        value 'Y'.
         02 mk-submitter-action      pic x(8).
         02 mk-submitter-length      pic 99.
         02 mk-run-id-action         pic x(8).
         02 mk-run-id-length         pic 99.
       01 mask-work-fields.
         02 mk-line-recipient        pic x(12).
         02 mk-line-field            pic x(12).
         02 mk-line-action           pic x(10).
         02 mk-line-length-text      pic x(4).
         02 mk-line-length           pic 99.
         02 mk-eof-switch            pic x.
           88 mk-at-end               value 'Y'.
         02 mk-hash-input            pic x(30).
         02 mk-hash                  pic 9(9) comp-5.
         02 mk-hash-digits           pic 9(9).
         02 mk-char-at               pic 99 comp-5.
