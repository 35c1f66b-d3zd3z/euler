      * Completion trigger for a dataset this program produces.  COPY
      * this into WORKING-STORAGE and completion-trigger-procedure.cpy
      * into the PROCEDURE DIVISION, then:
      *
      *   - move the dataset name to ct-dataset and PERFORM
      *     start-completion-trigger before the first record;
      *   - after each WRITE, move the record to ct-image, its length
      *     to ct-image-length and the file status to
      *     ct-write-status, and PERFORM note-trigger-record;
      *   - once the run has succeeded and its ledger row is written,
      *     PERFORM publish-completion-trigger.
      *
      * ct-proc-date is the processing date published; left at zero
      * it is the one the ledger row booked under.  A write that
      * failed withholds the trigger however the run ends.
       01 completion-trigger.
         02 ct-dataset                 pic x(20).
         02 ct-proc-date               pic 9(8).
         02 ct-count                   pic 9(9) comp-5.
         02 ct-hash                    pic 9(9) comp-5.
       01 ct-state-switch              pic x value 'N'.
         88 ct-not-started              value 'N'.
         88 ct-collecting               value 'C'.
         88 ct-write-failed             value 'F'.
       01 ct-image                     pic x(300).
       01 ct-image-length              pic 999 comp-5.
       01 ct-write-status              pic xx.
       01 ct-scan                      pic 999 comp-5.
       01 ct-record-hash               pic 9(9) comp-5.
       01 ct-saved-return-code         pic s9(9) comp-5.
