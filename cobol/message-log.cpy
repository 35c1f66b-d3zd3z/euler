         02 ml-severity              pic x(4) value "INFO".
         02 ml-text                  pic x(100).
         02 ml-run-id                pic x(14).
      * The clock write-log-message stamps each line from, offset
      * included.
       01 ml-current-date.
         02 ml-cdt-stamp             pic x(14).
         02 ml-cdt-hundredths        pic 99.
         02 ml-cdt-offset.
           03 ml-cdt-offset-sign     pic x.
           03 ml-cdt-offset-hh       pic 99.
           03 ml-cdt-offset-mm       pic 99.
