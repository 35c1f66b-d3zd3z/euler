      * rr-record-version, so future layout growth stays readable;
      * euler-ledger-migrate rewrites files of any earlier vintage to
      * this one.
      *
      * 15 October 2026 - Widened by five bytes for rr-utc-offset,
      * layout version 5 (see run-result.cpy); the run-id alternate
      * key is where it was.
       fd  result-ledger-file.
       01 run-result-record.
         02 rr-ledger-key.
           03 rr-key-program-id        pic x(20).
           03 rr-key-run-date          pic 9(8).
           03 rr-key-run-time          pic 9(8).
         02 rr-ledger-data             pic x(125).
      * The alternate-key view of the data portion: rr-key-run-id
      * lies over the rr-run-id bytes of run-result-fields (88 into
      * the data, after elapsed, parameters, actual, expected and
         02 filler redefines rr-ledger-data.
           03 filler                   pic x(88).
           03 rr-key-run-id            pic x(14).
           03 filler                   pic x(23).
      * The spill file (see run-result-select.cpy): one
      * run-result-fields image per row that could not reach the
      * indexed ledger, appended until the sweeper folds it in.
       fd  ledger-spill-file
           label records are omitted.
       01 ledger-spill-record            pic x(161).
      * The closed processing dates (see run-result-select.cpy):
      * one record per closed date with when and by whom it was
      * closed, written by euler-date-close.
