      * Procedure section for the suite's clock.  See utc-clock.cpy
      * for the fields.
       read-utc-clock.
           move function current-date to uc-current-date
           move uc-current-date (1:14) to uc-now-stamp
           move uc-current-date (15:2) to uc-now-hundredths
           move uc-current-date (17:5) to uc-now-offset
           move uc-now-stamp to uc-in-stamp
           move uc-now-offset to uc-in-offset
           perform stamp-to-utc-seconds
           move uc-in-seconds to uc-now-seconds.

      * Local yyyymmddhhmmss less its offset, in seconds from the
      * FUNCTION INTEGER-OF-DATE epoch.  An offset that is not
      * "+hhmm" or "-hhmm" counts as none.
       stamp-to-utc-seconds.
           move 0 to uc-in-seconds
           if uc-in-stamp is not numeric
             exit paragraph
           end-if
           if uc-in-offset = spaces
             move function current-date (17:5) to uc-offset-work
           else
             move uc-in-offset to uc-offset-work
           end-if
           move 0 to uc-offset-seconds
           if (uc-offset-sign = "+" or uc-offset-sign = "-")
             and uc-offset-hh is numeric
             and uc-offset-mm is numeric
             compute uc-offset-seconds =
                 uc-offset-hh * 3600 + uc-offset-mm * 60
             if uc-offset-sign = "-"
               compute uc-offset-seconds = 0 - uc-offset-seconds
             end-if
           end-if
           compute uc-in-seconds =
               function integer-of-date
                   (function numval (uc-in-stamp (1:8))) * 86400
               + function numval (uc-in-stamp (9:2)) * 3600
               + function numval (uc-in-stamp (11:2)) * 60
               + function numval (uc-in-stamp (13:2))
               - uc-offset-seconds.
