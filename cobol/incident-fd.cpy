      * File description for INCIDENTS (see incident-select.cpy for
      * the conventions).  The INCIDENTS name is resolved the normal
      * GnuCOBOL way: the INCIDENTS environment variable if set,
      * otherwise a file literally named INCIDENTS in the current
      * directory.
      *
      * The timestamps are yyyymmddhhmmss.  ic-opened-stamp is when
      * the trouble started - the earliest alert the incident was
      * opened from - so time to restore runs from the first alert,
      * not from whenever the paperwork caught up; ic-logged-stamp
      * is when the incident was entered.  ic-alert-key holds the
      * ALERTHISTORY key (date, code, time) of each linked alert.
      *
      * 15 October 2026 - Each stamp has its UTC offset in force
      * ("+hhmm"/"-hhmm", see utc-clock.cpy) in the matching
      * -offset field at the end of the record, so time to restore
      * is taken in UTC seconds and the fall-back night's repeated
      * hour no longer shortens it or zeroes it.  The register is
      * fixed-length and keyed, so the wider record is rebuilt once
      * by euler-ledger-migrate; incidents from before it carry
      * blank offsets, taken as the offset in force now.
       fd  incident-file.
       01 incident-record.
         02 ic-number                  pic 9(6).
         02 ic-status                  pic x(8).
           88 ic-is-open                value "OPEN".
           88 ic-is-restored            value "RESTORED".
           88 ic-is-closed              value "CLOSED".
         02 ic-owner                   pic x(8).
         02 ic-cause                   pic x(8).
         02 ic-program                 pic x(20).
         02 ic-opened-stamp            pic x(14).
         02 ic-restored-stamp          pic x(14).
         02 ic-closed-stamp            pic x(14).
         02 ic-logged-stamp            pic x(14).
         02 ic-logged-by               pic x(8).
         02 ic-summary                 pic x(60).
         02 ic-alert-count             pic 99.
         02 ic-alert-key occurs 10 times.
           03 ic-alert-date            pic 9(8).
           03 ic-alert-code            pic x(8).
           03 ic-alert-time            pic 9(8).
         02 ic-opened-offset           pic x(5).
         02 ic-restored-offset         pic x(5).
         02 ic-closed-offset           pic x(5).
         02 ic-logged-offset           pic x(5).
