      * Working storage for the ledger read-access trail.  The
      * ledger records who wrote every row (rr-submitter), but the
      * programs that pull run history back out - submitter
      * identities included - left no trace of who asked.  Every
      * one of them now PERFORMs write-access-record (see
      * access-log-procedure.cpy) once its read is done, and
      * euler-access-report rolls ACCESSLOG up by requester for the
      * auditors.
      *
      * To use: fill ax-program, ax-criteria (the selection as
      * given, in keyword=value form) and ax-rows (rows returned),
      * then PERFORM write-access-record.  The requester is the
      * LOGNAME identity rr-submitter uses; the channel is CONSOLE
      * when the operator console made the call (it sets
      * EULERACCESSVIA), BATCH otherwise.  A trail that cannot be
      * opened is reported on the console and does not stop the
      * read.
       01 access-log-status          pic xx.
       01 access-log-fields.
         02 ax-program               pic x(20).
         02 ax-criteria              pic x(60).
         02 ax-rows                  pic 9(7).
         02 ax-requester             pic x(8).
         02 ax-channel               pic x(8).
         02 ax-run-id                pic x(14).
      * The clock write-access-record stamps each record from,
      * offset included.
       01 ax-current-date.
         02 ax-cdt-stamp             pic x(14).
         02 ax-cdt-hundredths        pic 99.
         02 ax-cdt-offset.
           03 ax-cdt-offset-sign     pic x.
           03 ax-cdt-offset-hh       pic 99.
           03 ax-cdt-offset-mm       pic 99.
