      * SELECT for ACCESSLOG, the trail of who read the run ledger.
      * Copy this into FILE-CONTROL, access-log-fd.cpy into FILE
      * SECTION, access-log.cpy into WORKING-STORAGE and
      * access-log-procedure.cpy into PROCEDURE DIVISION - the same
      * four-piece shape as the message-log set.
           select access-log-file assign to "ACCESSLOG"
               organization line sequential
               file status access-log-status.
