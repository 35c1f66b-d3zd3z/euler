             exit paragraph
           end-if
           move spaces to message-log-record
           move function current-date to ml-current-date
           move ml-cdt-stamp to ml-rec-stamp
           if (ml-cdt-offset-sign = "+" or ml-cdt-offset-sign = "-")
             and ml-cdt-offset-hh is numeric
             and ml-cdt-offset-mm is numeric
             move ml-cdt-offset to ml-rec-offset
           end-if
           move ml-program to ml-rec-program
           move ml-run-id to ml-rec-run-id
           move ml-severity to ml-rec-severity
