      * and oncall-fd.cpy alongside the ALERTS pair), so the record
      * that pages someone says who it pages.  Pre-change records
      * read back with spaces there.
      * 15 October 2026 - al-utc-offset carries the UTC offset in
      * force when write-alert stamped al-date/al-time, "+hhmm" or
      * "-hhmm" as rr-utc-offset does on the ledger, so the two
      * copies of the fall-back hour can be told apart (see
      * utc-clock.cpy).  ALERTHISTORY carries it as ah-utc-offset.
      * Records written before the change read back with spaces
      * there and are taken at the offset in force now.
       01 alert-fields.
         02 al-severity              pic x(4).
         02 al-program               pic x(20).
         02 al-code                  pic x(8).
         02 al-text                  pic x(60).
         02 al-oncall                pic x(8).
         02 al-utc-offset            pic x(5).
       01 alert-status               pic xx.
       01 alert-date-time.
         02 al-cdt-date              pic 9(8).
         02 al-cdt-time              pic 9(8).
         02 al-cdt-offset.
           03 al-cdt-offset-sign     pic x.
           03 al-cdt-offset-hh       pic 99.
           03 al-cdt-offset-mm       pic 99.
       01 alert-history-status       pic xx.
       01 al-escalate-nights constant as 3.
       01 alert-history-work.
