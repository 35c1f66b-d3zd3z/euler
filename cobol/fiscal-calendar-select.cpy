      * SELECT for FISCALCALENDAR, the retail-style fiscal periods
      * euler-calendar-gen writes alongside CALENDARFILE.  Copy this
      * into FILE-CONTROL, fiscal-calendar-fd.cpy into FILE SECTION,
      * fiscal-calendar.cpy into WORKING-STORAGE and
      * fiscal-calendar-procedure.cpy into PROCEDURE DIVISION - the
      * same four-piece shape as the access-log set.
           select fiscal-calendar-file assign to "FISCALCALENDAR"
               organization line sequential
               file status fiscal-calendar-status.
