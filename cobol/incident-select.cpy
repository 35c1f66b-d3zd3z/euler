      * SELECT for INCIDENTS, the incident register.  Copy this into
      * FILE-CONTROL; copy incident-fd.cpy (which declares the key)
      * into FILE SECTION and declare incident-status pic xx in
      * WORKING-STORAGE.
      *
      * One bad night raises several related alerts and a failed
      * step; ALERTHISTORY records each alert, the register records
      * what actually went wrong.  An incident is opened from one or
      * more ALERTHISTORY records and carries an owner, a status
      * (OPEN, RESTORED, CLOSED), a root-cause code from ROOTCAUSES
      * (see root-cause.cpy), and its open, restore and close
      * timestamps.  euler-incident maintains it,
      * euler-incident-month rolls it up by month, and
      * euler-turnover carries every incident not yet closed into
      * the morning handoff.  Keyed like ALERTHISTORY, so one
      * incident is a keyed read and the register never needs
      * rewriting whole.
           select incident-file assign to "INCIDENTS"
               organization indexed
               access dynamic
               record key ic-number
               file status incident-status.
