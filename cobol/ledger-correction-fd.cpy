      * File description for LEDGERCORRECTIONS.  A ledger row is
      * never edited: a wrong one is corrected by appending a
      * reversing entry (the row's image booked again, standing
      * against it) and, if there is a right answer to put in its
      * place, a replacement entry.  Both are ordinary RESULTLEDGER
      * rows, chained and date-guarded like any other, and each gets
      * one record here tying it to the row it corrects:
      *
      *   lx-action          REVERSAL or REPLACE
      *   lx-correction-id   the correction's own id, CORR plus the
      *                      month, day and time it was made; the
      *                      reversing entry carries it as its run id
      *   lx-entry-key       the entry's ledger key (program, run
      *                      date, run time) and lx-entry-proc-date
      *                      the processing date it booked to
      *   lx-orig-key        the corrected row's key, with its
      *                      processing date, run id and submitter
      *   lx-reason-code     the corrector's reason code, and
      *                      lx-reason-text any words after it
      *   lx-corrector       who made the correction
      *
      * The register is append-only; nothing rewrites it.
      *
      * 15 October 2026 - lx-stamp-offset is the UTC offset in force
      * when lx-stamp was taken ("+hhmm"/"-hhmm", see utc-clock.cpy);
      * records written before it read back blank.
       fd  ledger-correction-file
           label records are omitted.
       01 ledger-correction-record.
         02 lx-stamp                   pic x(14).
         02 filler                     pic x.
         02 lx-action                  pic x(8).
           88 lx-is-reversal            value "REVERSAL".
           88 lx-is-replacement         value "REPLACE".
         02 filler                     pic x.
         02 lx-correction-id           pic x(14).
         02 filler                     pic x.
         02 lx-entry-key.
           03 lx-entry-program         pic x(20).
           03 lx-entry-run-date        pic 9(8).
           03 lx-entry-run-time        pic 9(8).
         02 filler                     pic x.
         02 lx-entry-proc-date         pic 9(8).
         02 filler                     pic x.
         02 lx-orig-key.
           03 lx-orig-program          pic x(20).
           03 lx-orig-run-date         pic 9(8).
           03 lx-orig-run-time         pic 9(8).
         02 filler                     pic x.
         02 lx-orig-proc-date          pic 9(8).
         02 filler                     pic x.
         02 lx-orig-run-id             pic x(14).
         02 filler                     pic x.
         02 lx-orig-submitter          pic x(8).
         02 filler                     pic x.
         02 lx-reason-code             pic x(8).
         02 filler                     pic x.
         02 lx-corrector               pic x(8).
         02 filler                     pic x.
         02 lx-reason-text             pic x(40).
         02 filler                     pic x.
         02 lx-stamp-offset            pic x(5).
