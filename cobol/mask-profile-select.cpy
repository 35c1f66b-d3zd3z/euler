      * SELECT for MASKPROFILES, the per-recipient masking rules for
      * outbound extracts.  Copy this into FILE-CONTROL,
      * mask-profile-fd.cpy into FILE SECTION, mask-profile.cpy into
      * WORKING-STORAGE and mask-profile-procedure.cpy into
      * PROCEDURE DIVISION - the same four-piece shape as the
      * message-log set.
           select mask-profile-file assign to "MASKPROFILES"
               organization line sequential
               file status mask-profile-status.
