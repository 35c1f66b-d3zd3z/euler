      * Ledger correction by reversing entry
      *
      * 15 October 2026
      *
      * A wrong ledger row - an answer booked against the wrong
      * parameters, a row booked to the wrong processing date - used
      * to be put right by hand-editing RESULTLEDGER, which breaks
      * the tamper chain and walks straight past the date close-out.
      * Nothing edits a row now.  A correction is asked for with a
      * request in CORRECTREQUEST:
      *
      *   REVERSE program yyyymmdd hhmmsshh reason-code [words]
      *   REPLACE program yyyymmdd hhmmsshh reason-code [words]
      *
      * naming the row by its ledger key, with a reason code of up
      * to eight characters and, optionally, a few words on why.  A
      * REPLACE is followed by one or more lines giving what the row
      * should have said - anything not given is carried over from
      * the row being replaced:
      *
      *   RESULT     the right answer
      *   PARAMETERS the right parameters text
      *   PROC-DATE  the right processing date, yyyymmdd
      *
      * A REVERSE appends one reversing entry: the row's image
      * booked again under its own program and processing date, run
      * id CORR plus the month, day and time of the correction.  A
      * REPLACE appends the reversing entry and then a replacement
      * entry carrying the corrected fields under the original row's
      * run id, with the pass flag judged again against the row's
      * expected result.  Both are written by write-run-result, so
      * they are chained like every other row, and an entry aimed at
      * a closed processing date books to today with the usual
      * LATEBOOK warning - the adjustment lands in the open period
      * and the closed one stays as published.  Each entry gets a
      * LEDGERCORRECTIONS record tying it to the original row's key,
      * with the reason and the corrector (see
      * ledger-correction-fd.cpy); the readers that total or
      * reconcile the ledger honor those, and
      * euler-corr-register lists them.
      *
      * The request is refused - nothing written, the request left
      * in place, a WARN (CORRREFU) raised and RETURN-CODE 16 - when
      * the action, key or reason code is missing, a REPLACE
      * replaces nothing, the row is not on RESULTLEDGER, the row is
      * already reversed or is itself a reversing entry, or
      * euler-auth-check does not grant the corrector
      * euler-ledger-correct REVERSE (or REPLACE).  An honored
      * request is deleted, the way FEEDAPPROVAL is, so it cannot be
      * replayed.
      *
      * 15 October 2026 - The held I/O counts are widened for the
      * "(others)" slot, and are cleared through clear-io-statistics.
      *
      * 15 October 2026 - A LEDGERCORRECTIONS register too big for the
      * correction table refuses every request with RETURN-CODE 16 and a
      * CRIT CORRFULL alert, since a prior correction could be missed.
       identification division.
       program-id. euler-ledger-correct.

       environment division.
       configuration section.
       repository.
           function trim intrinsic.
       input-output section.
       file-control.
           copy run-result-select.
           copy ledger-correction-select.
           select request-file assign to "CORRECTREQUEST"
               organization line sequential
               file status request-status.
           select alert-file assign to "ALERTS"
               organization line sequential
               file status alert-status.
           copy alert-history-select.
           copy oncall-select.

       data division.
       file section.
           copy run-result-fd.
           copy ledger-correction-fd.
       fd  request-file
           label records are omitted.
       01 request-record           pic x(132).
           copy alert-file-fd.
           copy alert-history-fd.
           copy oncall-fd.

       working-storage section.
           copy run-result.
           copy report-header.
           copy alert-record.
           copy ledger-correction.
       01 request-status           pic xx.
       01 request-switch           pic x.
         88 request-at-end          value 'Y'.
       01 request-path             pic x(80).
       01 request-fields.
         02 cq-action              pic x(10).
         02 cq-program             pic x(20).
         02 cq-date-text           pic x(10).
         02 cq-time-text           pic x(10).
         02 cq-reason-code         pic x(8).
         02 cq-reason-text         pic x(40).
         02 cq-run-date            pic 9(8).
         02 cq-run-time            pic 9(8).
         02 cq-new-result          pic x(20).
         02 cq-new-parameters      pic x(40).
         02 cq-new-proc-date       pic 9(8).
         02 cq-line-keyword        pic x(12).
         02 cq-pointer             pic 999 comp-5.
         02 cq-replacement-switch  pic x.
           88 cq-replacement-given  value 'Y'.
         02 cq-bad-line-switch     pic x.
           88 cq-bad-line-seen      value 'Y'.
       01 corrector-name           pic x(8).
       01 refusal-text             pic x(60) value spaces.
       01 outcome-text             pic x(10) value spaces.
       01 original-found-switch    pic x value 'N'.
         88 original-was-found      value 'Y'.
       01 original-image           pic x(161).
       01 original-fields.
         02 og-key                 pic x(36).
         02 og-proc-date           pic 9(8).
         02 og-run-id              pic x(14).
         02 og-submitter           pic x(8).
       01 correction-id            pic x(14).
       01 saved-run-id             pic x(14).
       01 saved-proc-date          pic x(10).
       01 booking-date-text        pic x(10).
       01 entry-fields.
         02 en-action              pic x(8).
         02 en-key                 pic x(36).
         02 en-proc-date           pic 9(8).
       01 held-io-statistics       pic x(1100).
       01 auth-program-name        pic x(20).
       01 auth-keyword-name        pic x(20).
       01 auth-allowed-flag        pic x.

       procedure division.

       main.
           move "euler-ledger-correct" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           perform read-correction-request
           if request-status is not equal to "00"
             display "euler-ledger-correct: no CORRECTREQUEST on "
                     "hand - nothing corrected"
             move "NONE" to outcome-text
             perform finish-run
             goback
           end-if

           perform load-ledger-corrections
           if cr-table-overflowed
             move "euler-ledger-correct" to cr-reader-program
             perform refuse-overflowed-corrections
             goback
           end-if
           perform identify-corrector
           perform judge-request
           perform finish-run
           goback.

       finish-run.
           perform format-report-footer
           display report-footer-line
           move "euler-ledger-correct" to rr-program-id
           move spaces to rr-parameters
           string function lower-case (trim (cq-action))
                    delimited by size
                  " " delimited by size
                  trim (cq-program) delimited by size
                  " " delimited by size
                  cq-reason-code delimited by space
             into rr-parameters
           end-string
           move outcome-text to rr-actual-result
           move spaces to rr-expected-result
           move space to rr-pass-flag
           perform stop-run-timer
           perform write-run-result.

      * The first line is the action, the key and the reason; any
      * further lines are a REPLACE's corrected fields, one keyword
      * and its value to a line.
       read-correction-request.
           move spaces to request-fields
           move 0 to cq-run-date cq-run-time cq-new-proc-date
           move 'N' to cq-replacement-switch
           move 'N' to cq-bad-line-switch
           move "00" to request-status
           open input request-file
           if request-status is not equal to "00"
             exit paragraph
           end-if
           move "CORRECTREQUEST" to io-dataset
           perform count-io-read
           read request-file
             at end
               move "10" to request-status
           end-read
           if request-status is not equal to "00"
             close request-file
             exit paragraph
           end-if
           move 1 to cq-pointer
           unstring request-record delimited by all " "
             into cq-action cq-program cq-date-text cq-time-text
                  cq-reason-code
             with pointer cq-pointer
           end-unstring
           if cq-pointer <= 132
             move request-record (cq-pointer:) to cq-reason-text
           end-if
           move function upper-case (cq-action) to cq-action
           if cq-date-text (1:8) is numeric
             and cq-date-text (9:2) = spaces
             move cq-date-text (1:8) to cq-run-date
           end-if
           if cq-time-text (1:8) is numeric
             and cq-time-text (9:2) = spaces
             move cq-time-text (1:8) to cq-run-time
           end-if
           move 'N' to request-switch
           perform read-one-replacement-line until request-at-end
           close request-file.

       read-one-replacement-line.
           move "CORRECTREQUEST" to io-dataset
           perform count-io-read
           read request-file
             at end
               move 'Y' to request-switch
             not at end
               if request-record is not equal to spaces
                 move spaces to cq-line-keyword
                 move 1 to cq-pointer
                 unstring request-record delimited by all " "
                   into cq-line-keyword
                   with pointer cq-pointer
                 end-unstring
                 move function upper-case (cq-line-keyword)
                   to cq-line-keyword
                 perform take-replacement-line
               end-if
           end-read.

       take-replacement-line.
           evaluate cq-line-keyword
             when "RESULT"
               if cq-pointer <= 132
                 move request-record (cq-pointer:) to cq-new-result
                 move 'Y' to cq-replacement-switch
               end-if
             when "PARAMETERS"
               if cq-pointer <= 132
                 move request-record (cq-pointer:)
                   to cq-new-parameters
                 move 'Y' to cq-replacement-switch
               end-if
             when "PROC-DATE"
               if cq-pointer <= 125
                 and request-record (cq-pointer:8) is numeric
                 move request-record (cq-pointer:8)
                   to cq-new-proc-date
                 move 'Y' to cq-replacement-switch
               else
                 move 'Y' to cq-bad-line-switch
               end-if
             when other
               move 'Y' to cq-bad-line-switch
           end-evaluate.

       identify-corrector.
           move spaces to corrector-name
           accept corrector-name from environment "LOGNAME"
             on exception
               move spaces to corrector-name
           end-accept
           if corrector-name = spaces
             accept corrector-name from environment "USER"
               on exception
                 move spaces to corrector-name
             end-accept
           end-if
           if corrector-name = spaces
             move "UNKNOWN" to corrector-name
           end-if.

      ******************************************************************
      * The request against the ledger, the register and the
      * authorization table - any one failing refuses it.
      ******************************************************************
       judge-request.
           evaluate true
             when cq-action is not equal to "REVERSE"
               and cq-action is not equal to "REPLACE"
               move "request action is not REVERSE or REPLACE"
                 to refusal-text
             when cq-program = spaces
               or cq-run-date = 0
               or cq-run-time = 0
               move "request names no complete ledger key"
                 to refusal-text
             when cq-reason-code = spaces
               move "request gives no reason code" to refusal-text
             when cq-bad-line-seen
               move "request line not RESULT, PARAMETERS or PROC-DATE"
                 to refusal-text
             when cq-action = "REPLACE"
               and not cq-replacement-given
               move "REPLACE gives no RESULT, PARAMETERS or PROC-DATE"
                 to refusal-text
             when cq-action = "REVERSE"
               and cq-replacement-given
               move "REVERSE carries replacement lines - use REPLACE"
                 to refusal-text
           end-evaluate
           if refusal-text is not equal to spaces
             perform refuse-request
             exit paragraph
           end-if

           perform fetch-original-row
           if not original-was-found
             move "no such row on RESULTLEDGER" to refusal-text
             perform refuse-request
             exit paragraph
           end-if
           perform classify-ledger-row
           if cr-row-reversed
             move "the row has already been reversed" to refusal-text
             perform refuse-request
             exit paragraph
           end-if
           if cr-row-reversal
             move "the row is itself a reversing entry"
               to refusal-text
             perform refuse-request
             exit paragraph
           end-if

           move "euler-ledger-correct" to auth-program-name
           move cq-action to auth-keyword-name
           move 'N' to auth-allowed-flag
           call "euler-auth-check"
             using by content auth-program-name
                   by content auth-keyword-name
                   by reference auth-allowed-flag
           if auth-allowed-flag is not equal to 'Y'
             move "corrector not authorized by AUTHUSERS"
               to refusal-text
             perform refuse-request
             exit paragraph
           end-if

      * The entries are ordinary rows, stamped the ordinary way:
      * EULERRUNID and EULERPROCDATE are pointed at what each entry
      * should carry for its write and put back afterwards.
           move spaces to saved-run-id
           accept saved-run-id from environment "EULERRUNID"
             on exception
               move spaces to saved-run-id
           end-accept
           move spaces to saved-proc-date
           accept saved-proc-date from environment "EULERPROCDATE"
             on exception
               move spaces to saved-proc-date
           end-accept
           move spaces to correction-id
           string "CORR" delimited by size
                  function current-date (5:10) delimited by size
             into correction-id
           end-string

           perform book-reversal
           if cq-action = "REPLACE"
             perform book-replacement
           end-if

           set environment "EULERRUNID" to saved-run-id
           set environment "EULERPROCDATE" to saved-proc-date
           move cq-action to outcome-text
           perform delete-request.

      * A refusal changes nothing: the ledger and the register are
      * untouched and the request stays where the corrector left it.
       refuse-request.
           move "REFUSED" to outcome-text
           display "euler-ledger-correct: " trim (cq-action)
                   " of " trim (cq-program) " " cq-run-date " "
                   cq-run-time " by " corrector-name
                   " refused - " trim (refusal-text)
           move "WARN" to al-severity
           move "euler-ledger-correct" to al-program
           move "CORRREFU" to al-code
           move refusal-text to al-text
           perform write-alert
           move 16 to return-code.

       fetch-original-row.
           move 'N' to original-found-switch
           perform open-ledger-for-input
           if run-result-status is not equal to "00"
             exit paragraph
           end-if
           move cq-program to rr-key-program-id
           move cq-run-date to rr-key-run-date
           move cq-run-time to rr-key-run-time
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file into run-result-fields
             key is rr-ledger-key
             invalid key
               move 'N' to original-found-switch
             not invalid key
               move 'Y' to original-found-switch
           end-read
           close result-ledger-file
           if not original-was-found
             exit paragraph
           end-if
           move run-result-fields to original-image
           move run-result-fields (1:36) to og-key
           move rr-run-date to og-proc-date
           if rr-processing-date is numeric
             and rr-processing-date > 0
             move rr-processing-date to og-proc-date
           end-if
           move rr-run-id to og-run-id
           move rr-submitter to og-submitter.

      * The reversing entry is the row's own image, booked again to
      * the row's processing date under the correction id.
       book-reversal.
           move original-image to run-result-fields
           set environment "EULERRUNID" to correction-id
           move og-proc-date to booking-date-text
           set environment "EULERPROCDATE" to booking-date-text
           move "REVERSAL" to en-action
           perform write-entry-row.

      * The replacement is the row as it should have been: the
      * corrected fields over the original's, under the original's
      * run id, so a reconciliation of that run finds it there.
       book-replacement.
           move original-image to run-result-fields
           if cq-new-result is not equal to spaces
             move cq-new-result to rr-actual-result
           end-if
           if cq-new-parameters is not equal to spaces
             move cq-new-parameters to rr-parameters
           end-if
           if rr-expected-result = spaces
             move space to rr-pass-flag
           else
             if rr-actual-result = rr-expected-result
               move 'P' to rr-pass-flag
             else
               move 'F' to rr-pass-flag
             end-if
           end-if
           set environment "EULERRUNID" to og-run-id
           move og-proc-date to booking-date-text
           if cq-new-proc-date > 0
             move cq-new-proc-date to booking-date-text
           end-if
           set environment "EULERPROCDATE" to booking-date-text
           move "REPLACE" to en-action
           perform write-entry-row.

      * The I/O write-run-result hands to IOSTATS is the writing
      * program's, so this run's own counts are held aside while an
      * entry is written under the corrected program's name, and
      * the entry's ledger write is counted back in afterwards.
       write-entry-row.
           move io-statistics to held-io-statistics
           perform clear-io-statistics
           perform write-run-result
           move held-io-statistics to io-statistics
           move "RESULTLEDGER" to io-dataset
           perform count-io-write

           move run-result-fields (1:36) to en-key
           move rr-processing-date to en-proc-date
           display "euler-ledger-correct: " trim (en-action)
                   " entry " rr-program-id " " rr-run-date " "
                   rr-run-time " booked to " en-proc-date

           move spaces to ledger-correction-record
           move en-action to lx-action
           move correction-id to lx-correction-id
           move en-key to lx-entry-key
           move en-proc-date to lx-entry-proc-date
           move og-key to lx-orig-key
           move og-proc-date to lx-orig-proc-date
           move og-run-id to lx-orig-run-id
           move og-submitter to lx-orig-submitter
           move cq-reason-code to lx-reason-code
           move corrector-name to lx-corrector
           move cq-reason-text to lx-reason-text
           perform append-ledger-correction.

       delete-request.
           move spaces to request-path
           accept request-path from environment "CORRECTREQUEST"
             on exception
               move spaces to request-path
           end-accept
           if request-path = spaces
             move "CORRECTREQUEST" to request-path
           end-if
           call "CBL_DELETE_FILE" using request-path
           move 0 to return-code.

           copy run-result-procedure.
           copy report-header-procedure.
           copy alert-procedure.
           copy ledger-correction-procedure.

       end program euler-ledger-correct.
