      * SELECT for ROOTCAUSES, the maintained table of incident
      * root-cause codes.  Copy this into FILE-CONTROL,
      * root-cause-fd.cpy into FILE SECTION, root-cause.cpy into
      * WORKING-STORAGE and root-cause-procedure.cpy into PROCEDURE
      * DIVISION - the same four-piece shape as the mask-profile
      * set.
           select root-cause-file assign to "ROOTCAUSES"
               organization line sequential
               file status root-cause-status.
