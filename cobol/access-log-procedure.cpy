      * Procedure section for the ledger read-access trail.  See
      * access-log.cpy for the fields a caller fills in before
      * PERFORMing write-access-record.
       write-access-record.
           move spaces to ax-requester
           accept ax-requester from environment "LOGNAME"
             on exception
               move spaces to ax-requester
           end-accept
           if ax-requester = spaces
             accept ax-requester from environment "USER"
               on exception
                 move spaces to ax-requester
             end-accept
           end-if
           if ax-requester = spaces
             move "UNKNOWN" to ax-requester
           end-if

           move spaces to ax-channel
           accept ax-channel from environment "EULERACCESSVIA"
             on exception
               move spaces to ax-channel
           end-accept
           if ax-channel = spaces
             move "BATCH" to ax-channel
           end-if

           move spaces to ax-run-id
           accept ax-run-id from environment "EULERRUNID"
             on exception
               move spaces to ax-run-id
           end-accept
           if ax-run-id = spaces
             move "ADHOC" to ax-run-id
           end-if

           move "00" to access-log-status
           open extend access-log-file
           if access-log-status = "35"
             open output access-log-file
           end-if
           if access-log-status is not equal to "00"
             display "ACCESSLOG open failed, file status "
                     access-log-status " - this read goes unrecorded"
             exit paragraph
           end-if
           move spaces to access-log-record
           move function current-date to ax-current-date
           move ax-cdt-stamp to ax-rec-stamp
           if (ax-cdt-offset-sign = "+" or ax-cdt-offset-sign = "-")
             and ax-cdt-offset-hh is numeric
             and ax-cdt-offset-mm is numeric
             move ax-cdt-offset to ax-rec-offset
           end-if
           move ax-requester to ax-rec-requester
           move ax-program to ax-rec-program
           move ax-channel to ax-rec-channel
           move ax-rows to ax-rec-rows
           move ax-run-id to ax-rec-run-id
           move ax-criteria to ax-rec-criteria
           write access-log-record
           close access-log-file.
