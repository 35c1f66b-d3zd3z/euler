      * ALERTHISTORY name is resolved the normal GnuCOBOL way: the
      * ALERTHISTORY environment variable if set, otherwise a file
      * literally named ALERTHISTORY in the current directory.
      *
      * 15 October 2026 - ah-utc-offset, the offset write-alert
      * stamped (see alert-record.cpy), widens the record from 133
      * bytes to 138.  An indexed file is fixed-length, so a history
      * written before the change is rebuilt once by
      * euler-ledger-migrate; its records come across with spaces
      * there.  Backups, standby deltas and their hashes fold a
      * record with a blank offset over its first 133 bytes, so
      * copies taken before the change still verify.
       fd  alert-history-file.
       01 alert-history-record.
         02 ah-key.
         02 ah-acked-by                pic x(8).
         02 ah-acked-date              pic 9(8).
         02 ah-oncall                  pic x(8).
         02 ah-utc-offset              pic x(5).
