      * consecutive nights running is raised to CRIT automatically,
      * so the WARN nobody has looked at for a week stops looking
      * identical to a new one.
      *
      * 15 October 2026 - The record carries the UTC offset the
      * stamp was taken at, read with it from CURRENT-DATE the way
      * write-run-result stamps rr-utc-offset; an offset the
      * runtime could not give is left blank.
       write-alert.
           move function current-date to alert-date-time
           move al-cdt-date to al-date
           move al-cdt-time to al-time
           move spaces to al-utc-offset
           if (al-cdt-offset-sign = "+" or al-cdt-offset-sign = "-")
             and al-cdt-offset-hh is numeric
             and al-cdt-offset-mm is numeric
             move al-cdt-offset to al-utc-offset
           end-if

           perform escalate-repeating-alert

           move spaces to ah-acked-by
           move 0 to ah-acked-date
           move al-oncall to ah-oncall
           move al-utc-offset to ah-utc-offset

           move 0 to ah-key-bumps
           perform write-one-history-record
