      * the on-call identity a CRIT record pages (see
      * alert-record.cpy); a record written before the change reads
      * back with spaces there.
      * 15 October 2026 - Widened by five bytes for al-utc-offset;
      * an older record reads back with spaces there, as above.
       fd  alert-file
           label records are omitted.
       01 alert-record                 pic x(121).
