      * Working storage for LEDGERCORRECTIONS (see
      * ledger-correction-fd.cpy).  COPY this into WORKING-STORAGE
      * and ledger-correction-procedure.cpy into PROCEDURE DIVISION.
      *
      * Every reader that totals or reconciles ledger rows honors
      * the register the same way: PERFORM load-ledger-corrections
      * once, then, for each row read into run-result-fields,
      * PERFORM classify-ledger-row and act on cr-row-state:
      *
      *   cr-row-ordinary     no correction touches the row
      *   cr-row-reversed     a reversing entry stands against it -
      *                       leave it out
      *   cr-row-reversal     it IS a reversing entry - leave it out
      *                       too; with the row it reverses gone,
      *                       the pair nets to nothing
      *   cr-row-replacement  it replaces the row in cr-row-orig-key,
      *                       run by cr-row-orig-submitter under
      *                       cr-row-orig-run-id; count it as that
      *                       run
      *
      * cr-row-set-aside covers the first two.  A replacement that
      * is itself reversed later classifies as reversed.
      *
      * A register with more entries than cr-table holds cannot be
      * honored at all - a reversal left out would put its row back
      * in the totals - so load-ledger-corrections sets
      * cr-table-overflowed, and the reader moves its own name to
      * cr-reader-program, PERFORMs refuse-overflowed-corrections
      * (a CRIT CORRFULL alert and RETURN-CODE 16) and stops before
      * it totals anything.
      * append-ledger-correction writes ledger-correction-record as
      * the caller filled it, stamping lx-stamp itself.
       01 ledger-correction-status     pic xx.
       01 ledger-correction-switch     pic x.
         88 ledger-correction-at-end    value 'Y'.
       01 cr-entry-max constant as 5000.
       01 cr-table.
         02 cr-entry occurs 5000 times.
           03 cr-action                pic x(8).
           03 cr-entry-key             pic x(36).
           03 cr-orig-key              pic x(36).
           03 cr-orig-run-id           pic x(14).
           03 cr-orig-submitter        pic x(8).
       01 cr-entry-count               pic 9(4) comp-5 value 0.
       01 cr-overflow-count            pic 9(7) comp-5 value 0.
       01 cr-overflow-switch           pic x value 'N'.
         88 cr-table-overflowed         value 'Y'.
       01 cr-reader-program            pic x(20).
       01 cr-alert-text                pic x(60).
       01 cr-count-edit                pic z(6)9.
       01 cr-scan                      pic 9(4) comp-5.
       01 cr-row-key                   pic x(36).
       01 cr-row-state                 pic x value 'O'.
         88 cr-row-ordinary             value 'O'.
         88 cr-row-reversed             value 'R'.
         88 cr-row-reversal             value 'V'.
         88 cr-row-replacement          value 'N'.
         88 cr-row-set-aside            value 'R' 'V'.
       01 cr-row-orig-key              pic x(36).
       01 cr-row-orig-run-id           pic x(14).
       01 cr-row-orig-submitter        pic x(8).
      * The clock append-ledger-correction stamps from, offset
      * included.
       01 lx-current-date.
         02 lx-cdt-stamp               pic x(14).
         02 lx-cdt-hundredths          pic 99.
         02 lx-cdt-offset.
           03 lx-cdt-offset-sign       pic x.
           03 lx-cdt-offset-hh         pic 99.
           03 lx-cdt-offset-mm         pic 99.
