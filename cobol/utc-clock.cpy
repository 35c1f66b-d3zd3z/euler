      * Working storage for the suite's clock with its UTC offset.
      * The local wall clock repeats an hour on the fall-back night
      * and skips one on the spring-forward night, so a stamp on
      * its own cannot be subtracted from another across either.
      * Every stamp that takes part in elapsed or deadline
      * arithmetic is written with the offset in force when it was
      * taken - "+hhmm" or "-hhmm", east of Greenwich positive, the
      * form FUNCTION CURRENT-DATE gives in positions 17-21 - and
      * the arithmetic is done in UTC seconds, while every report
      * goes on showing the local stamp the operator knows.
      *
      * To use: PERFORM read-utc-clock for now - uc-now-stamp and
      * uc-now-offset to write, uc-now-seconds to subtract.  To
      * turn a stamp read back from a file into UTC seconds, move
      * it to uc-in-stamp and its offset to uc-in-offset and
      * PERFORM stamp-to-utc-seconds; the answer is in
      * uc-in-seconds.  A stamp with no offset (one written before
      * stamps carried one) is taken at the offset in force now,
      * which is exactly how it was always read; one that is not a
      * stamp at all comes back as zero.
      *
      * Two stamps of one night with different offsets straddle a
      * clock change: the reports mark those nights.
       01 utc-clock-fields.
         02 uc-current-date         pic x(21).
         02 uc-now-stamp            pic x(14).
         02 uc-now-offset           pic x(5).
         02 uc-now-hundredths       pic 99.
         02 uc-now-seconds          pic s9(11) comp-5.
         02 uc-in-stamp             pic x(14).
         02 uc-in-offset            pic x(5).
         02 uc-in-seconds           pic s9(11) comp-5.
         02 uc-offset-work.
           03 uc-offset-sign        pic x.
           03 uc-offset-hh          pic 99.
           03 uc-offset-mm          pic 99.
         02 uc-offset-seconds       pic s9(5) comp-5.
