      * SELECT for LEDGERCORRECTIONS, the register of reversing and
      * replacement entries euler-ledger-correct books against
      * ledger rows (see ledger-correction-fd.cpy).  Copy this into
      * FILE-CONTROL, ledger-correction-fd.cpy into FILE SECTION,
      * ledger-correction.cpy into WORKING-STORAGE and
      * ledger-correction-procedure.cpy into PROCEDURE DIVISION - the
      * same four-piece shape as the feed-release set.
           select ledger-correction-file
               assign to "LEDGERCORRECTIONS"
               organization line sequential
               file status ledger-correction-status.
