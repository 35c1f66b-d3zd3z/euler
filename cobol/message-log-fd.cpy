      * normal GnuCOBOL way: the MESSAGELOG environment variable if
      * set, otherwise a file literally named MESSAGELOG in the
      * current directory.
      *
      * 15 October 2026 - ml-rec-offset is the UTC offset in force
      * when ml-rec-stamp was taken ("+hhmm"/"-hhmm", see
      * utc-clock.cpy); lines written before it read back blank.
       fd  message-log-file
           label records are omitted.
       01 message-log-record.
         02 ml-rec-severity          pic x(4).
         02 filler                   pic x.
         02 ml-rec-text              pic x(100).
         02 filler                   pic x.
         02 ml-rec-offset            pic x(5).
