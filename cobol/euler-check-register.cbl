      * Check-register print run
      *
      * 15 October 2026
      *
      * number-to-english's currency form 'M', and the words-to-number
      * round-trip behind it, were built for check writing; this is
      * the run that writes the checks.  It reads a payments file -
      * one payment per line, in fixed columns:
      *
      *     1-8    check number
      *    10-17   issue date, yyyymmdd
      *    19-29   amount in cents
      *    31-70   payee
      *
      * (blank lines and lines starting '*' are skipped) - and prints
      * CHECKREGISTER: check number, issue date, payee, amount, and
      * the amount in words.  The words are only ever the text
      * number-to-english hands back after its own round-trip check;
      * an item whose conversion comes back empty is not printed
      * but written to CHECKEXCEPTIONS with its reason, as is an
      * item with an amount that is not a number or is zero, an
      * issue date date-arithmetic will not accept, or no payee.
      *
      * Check numbers must run in unbroken sequence - rejected items
      * included, since their check stock is still used up.  A gap
      * or a duplicate stops the run there: the register and the
      * exceptions are closed off as incomplete, the control totals
      * so far are written, and RETURN-CODE is 16.
      *
      * Control totals close the register and the DISPLAY: items
      * in, printed and rejected, with the dollar total of each.
      *
      * PAYMENTS-FILE (control-param-4, default PAYMENTS) names the
      * payments file; FIRST-CHECK (control-param-1) is the check
      * number the stock should start at, zero taking the first
      * item's number as given; CHECK-USAGE (control-param-5) is
      * number-to-english's usage byte - 'A' American, the default
      * here, or 'B' British with "and".
       identification division.
       program-id. euler-check-register.

       environment division.
       configuration section.
       repository.
           function trim intrinsic.
       input-output section.
       file-control.
           select control-file assign to "CONTROLCARD"
               organization line sequential
               file status control-status.
           select param-library-file assign to "PARAMLIB"
               organization line sequential
               file status param-status.
           select payments-file
               assign to dynamic payments-file-path
               organization line sequential
               file status payments-file-status.
           copy run-result-select.
           select check-register-file assign to "CHECKREGISTER"
               organization line sequential
               file status check-register-status.
           select check-exceptions-file assign to "CHECKEXCEPTIONS"
               organization line sequential
               file status check-exceptions-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
       fd  payments-file
           label records are omitted.
       01 payments-line            pic x(80).
           copy run-result-fd.
       fd  check-register-file
           label records are omitted.
       01 check-register-line      pic x(230).
       fd  check-exceptions-file
           label records are omitted.
       01 check-exceptions-line    pic x(132).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
           copy date-arithmetic.

       01 payments-file-path       pic x(60) value "PAYMENTS".
       01 payments-file-status     pic xx.
       01 check-register-status    pic xx.
       01 check-exceptions-status  pic xx.
       01 payments-read-switch     pic x value 'N'.
         88 payments-at-end         value 'Y'.

      * One payment, in the columns described above.
       01 payment-record.
         02 pm-check-number        pic 9(8).
         02 pm-check-text redefines pm-check-number pic x(8).
         02 filler                 pic x.
         02 pm-issue-date          pic 9(8).
         02 pm-issue-text redefines pm-issue-date pic x(8).
         02 filler                 pic x.
         02 pm-amount              pic 9(11).
         02 pm-amount-text redefines pm-amount pic x(11).
         02 filler                 pic x.
         02 pm-payee               pic x(40).
         02 filler                 pic x(10).

       01 first-check              pic 9(8) value 0.
       01 check-usage              pic x value 'A'.
       01 next-check               pic 9(8) value 0.
       01 sequence-started-switch  pic x value 'N'.
         88 sequence-started        value 'Y'.
       01 stop-switch              pic x value 'N'.
         88 run-was-stopped         value 'Y'.
       01 stop-reason              pic x(60) value spaces.
       01 reject-reason            pic x(30).

      * The number-to-english request: the amount in cents, the
      * usage byte and form 'M', and the words that come back.
       01 nte-number               pic 9(12) comp-5.
       01 nte-call-mode            pic xx.
       01 nte-words                pic x(150).

       01 control-totals.
         02 items-in               pic 9(7) comp-5 value 0.
         02 items-printed          pic 9(7) comp-5 value 0.
         02 items-rejected         pic 9(7) comp-5 value 0.
         02 amount-in              pic 9(13) comp-5 value 0.
         02 amount-printed         pic 9(13) comp-5 value 0.
         02 amount-rejected        pic 9(13) comp-5 value 0.
       01 items-edit               pic z(6)9.
       01 total-dollars            pic 9(11)v99.
       01 total-edit               pic $$$$,$$$,$$$,$$9.99.
       01 amount-dollars           pic 9(9)v99.
       01 amount-edit              pic $$$$,$$$,$$9.99.
       01 check-edit               pic z(7)9.
       01 items-printed-display    pic 9(7).
       01 date-edit                pic x(10).
       01 control-label            pic x(16).
       01 rejected-edit            pic z(6)9.

       procedure division.

       main-entry.
           move "euler-check-register" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move first-check to control-param-1
           move payments-file-path to control-param-4
           move check-usage to control-param-5
           perform read-control-card
           move "euler-check-register" to kp-program-id
           move "FIRST-CHECK" to kp-keyword (1)
           move "PAYMENTS-FILE" to kp-keyword (4)
           move "CHECK-USAGE" to kp-keyword (5)
           perform read-parameter-library
           move control-param-1 to first-check
           if control-param-4 is not equal to spaces
             move control-param-4 to payments-file-path
           end-if
           if control-param-5 = 'B'
             move 'B' to check-usage
           else
             move 'A' to check-usage
           end-if
           move check-usage to nte-call-mode (1:1)
           move 'M' to nte-call-mode (2:1)
           if first-check > 0
             move first-check to next-check
             move 'Y' to sequence-started-switch
           end-if

           move "euler-check-register" to rr-program-id
           move spaces to rr-parameters

           move "00" to payments-file-status
           open input payments-file
           if payments-file-status is not equal to "00"
             display "euler-check-register: payments file open "
                     "failed, file status " payments-file-status
                     ", path was " function trim (payments-file-path)
             move spaces to rr-actual-result
             move spaces to rr-expected-result
             move space to rr-pass-flag
             move 16 to return-code
             perform format-report-footer
             display report-footer-line
             perform stop-run-timer
             perform write-run-result
             goback
           end-if

           perform begin-check-register
           perform begin-check-exceptions

           perform process-one-payment
             until payments-at-end or run-was-stopped
           close payments-file

           perform write-control-totals
           perform end-check-exceptions
           perform end-check-register

           move items-printed to items-edit
           move spaces to rr-parameters
           if run-was-stopped
             string "stopped, printed=" delimited by size
                    function trim (items-edit) delimited by size
               into rr-parameters
             end-string
             move spaces to rr-actual-result
           else
             move items-in to items-edit
             move items-rejected to rejected-edit
             string "items=" delimited by size
                    function trim (items-edit) delimited by size
                    " rejected=" delimited by size
                    function trim (rejected-edit) delimited by size
               into rr-parameters
             end-string
             move items-printed to rr-numeric-edit
             move rr-numeric-edit to rr-actual-result
           end-if
           move spaces to rr-expected-result
           move space to rr-pass-flag

           move items-printed to items-printed-display
           display "euler-check-register: " items-printed-display
                   " checks printed"
           if run-was-stopped
             display "euler-check-register: run stopped - "
                     function trim (stop-reason)
           end-if

           perform format-report-footer
           display report-footer-line
           perform stop-run-timer
           perform write-run-result
           if run-was-stopped
             move 16 to return-code
           else
             move 0 to return-code
           end-if

           goback.

       process-one-payment.
           move payments-file-path to io-dataset
           perform count-io-read
           read payments-file
             at end
               move 'Y' to payments-read-switch
               exit paragraph
           end-read
           if payments-line = spaces or payments-line (1:1) = '*'
             exit paragraph
           end-if
           move payments-line to payment-record

           perform check-sequence
           if run-was-stopped
             exit paragraph
           end-if

           add 1 to items-in
           if pm-amount is numeric
             add pm-amount to amount-in
           end-if

           perform edit-one-payment
           if reject-reason = spaces
             perform convert-amount-to-words
           end-if
           if reject-reason = spaces
             perform write-one-register-line
           else
             perform write-one-exception-line
           end-if.

      * Check numbers run in unbroken sequence: the first one sets
      * the sequence unless FIRST-CHECK already has, and each one
      * after must be the next.  Anything else - a number already
      * passed, a number skipped ahead, a number that is not a
      * number - stops the run at that item.
       check-sequence.
           if pm-check-number is not numeric
             move spaces to stop-reason
             string "unreadable check number '" delimited by size
                    pm-check-text delimited by size
                    "'" delimited by size
               into stop-reason
             end-string
             perform stop-the-run
             exit paragraph
           end-if
           if not sequence-started
             move pm-check-number to next-check
             move 'Y' to sequence-started-switch
           end-if
           if pm-check-number < next-check
             move pm-check-number to check-edit
             move spaces to stop-reason
             string "duplicate check number " delimited by size
                    function trim (check-edit) delimited by size
               into stop-reason
             end-string
             perform stop-the-run
             exit paragraph
           end-if
           if pm-check-number > next-check
             move next-check to check-edit
             move spaces to stop-reason
             string "check-number gap: expected " delimited by size
                    function trim (check-edit) delimited by size
                    ", found " delimited by size
                    pm-check-text delimited by size
               into stop-reason
             end-string
             perform stop-the-run
             exit paragraph
           end-if
           add 1 to next-check.

       stop-the-run.
           move 'Y' to stop-switch
           move spaces to check-exceptions-line
           string "RUN STOPPED - " delimited by size
                  function trim (stop-reason) delimited by size
             into check-exceptions-line
           end-string
           move "CHECKEXCEPTIONS" to io-dataset
           perform count-io-write
           write check-exceptions-line.

      * The input edits before any conversion is attempted.
       edit-one-payment.
           move spaces to reject-reason
           if pm-amount is not numeric
             move "AMOUNT NOT NUMERIC" to reject-reason
             exit paragraph
           end-if
           if pm-amount = 0
             move "ZERO AMOUNT" to reject-reason
             exit paragraph
           end-if
           if pm-payee = spaces
             move "NO PAYEE" to reject-reason
             exit paragraph
           end-if
           if pm-issue-date is not numeric
             move "BAD ISSUE DATE" to reject-reason
             exit paragraph
           end-if
           move 'W' to drq-function
           move spaces to drq-rule
           move pm-issue-date to drq-date-1
           call "date-arithmetic"
             using by content da-request
                   by reference da-reply
           if drp-status is not equal to 'Y'
             move "BAD ISSUE DATE" to reject-reason
           end-if.

      * number-to-english round-trips its own currency text through
      * words-to-number and hands back SPACES when the two disagree;
      * empty words are a failed conversion, never a blank check.
       convert-amount-to-words.
           move pm-amount to nte-number
           move spaces to nte-words
           call "number-to-english"
               using by content nte-number
                     by content nte-call-mode
                     by reference nte-words
           move 0 to return-code
           if nte-words = spaces
             move "ROUND-TRIP FAILED" to reject-reason
           end-if.

       begin-check-register.
           move "00" to check-register-status
           open output check-register-file
           move report-header-line to check-register-line
           move "CHECKREGISTER" to io-dataset
           perform count-io-write
           write check-register-line
           move spaces to rh-column-heading
           move "CHECK    ISSUED     PAYEE" to rh-column-heading
           move "AMOUNT" to rh-column-heading (71:6)
           move "AMOUNT IN WORDS" to rh-column-heading (79:15)
           perform start-report-page-control.

       write-one-register-line.
           perform count-report-line
           if rh-page-break-needed
             move rh-page-title-line to check-register-line
             move "CHECKREGISTER" to io-dataset
             perform count-io-write
             write check-register-line
             move rh-column-heading to check-register-line
             move "CHECKREGISTER" to io-dataset
             perform count-io-write
             write check-register-line
           end-if
           perform format-issue-date
           move spaces to check-register-line
           move pm-check-text to check-register-line (1:8)
           move date-edit to check-register-line (10:10)
           move pm-payee to check-register-line (21:40)
           compute amount-dollars = pm-amount / 100
           move amount-dollars to amount-edit
           move amount-edit to check-register-line (62:15)
           move nte-words to check-register-line (79:150)
           move "CHECKREGISTER" to io-dataset
           perform count-io-write
           write check-register-line
           add 1 to items-printed
           add pm-amount to amount-printed.

       format-issue-date.
           move spaces to date-edit
           string pm-issue-text (1:4) delimited by size
                  "-" delimited by size
                  pm-issue-text (5:2) delimited by size
                  "-" delimited by size
                  pm-issue-text (7:2) delimited by size
             into date-edit
           end-string.

       end-check-register.
           if run-was-stopped
             move spaces to check-register-line
             string "REGISTER INCOMPLETE - RUN STOPPED - "
                      delimited by size
                    function trim (stop-reason) delimited by size
               into check-register-line
             end-string
             move "CHECKREGISTER" to io-dataset
             perform count-io-write
             write check-register-line
           end-if
           perform format-report-footer
           move report-footer-line to check-register-line
           move "CHECKREGISTER" to io-dataset
           perform count-io-write
           write check-register-line
           close check-register-file.

       begin-check-exceptions.
           move "00" to check-exceptions-status
           open output check-exceptions-file
           move report-header-line to check-exceptions-line
           move "CHECKEXCEPTIONS" to io-dataset
           perform count-io-write
           write check-exceptions-line
           move spaces to check-exceptions-line
           move "CHECK    ISSUED    AMOUNT      PAYEE"
             to check-exceptions-line
           move "REASON" to check-exceptions-line (80:6)
           move "CHECKEXCEPTIONS" to io-dataset
           perform count-io-write
           write check-exceptions-line.

       write-one-exception-line.
           move spaces to check-exceptions-line
           move pm-check-text to check-exceptions-line (1:8)
           move pm-issue-text to check-exceptions-line (10:8)
           move pm-amount-text to check-exceptions-line (19:11)
           move pm-payee to check-exceptions-line (31:40)
           move reject-reason to check-exceptions-line (80:30)
           move "CHECKEXCEPTIONS" to io-dataset
           perform count-io-write
           write check-exceptions-line
           add 1 to items-rejected
           if pm-amount is numeric
             add pm-amount to amount-rejected
           end-if.

       end-check-exceptions.
           move spaces to check-exceptions-line
           move items-rejected to items-edit
           string "items rejected: " delimited by size
                  items-edit delimited by size
             into check-exceptions-line
           end-string
           move "CHECKEXCEPTIONS" to io-dataset
           perform count-io-write
           write check-exceptions-line
           perform format-report-footer
           move report-footer-line to check-exceptions-line
           move "CHECKEXCEPTIONS" to io-dataset
           perform count-io-write
           write check-exceptions-line
           close check-exceptions-file.

      * Items in must equal items printed plus items rejected, in
      * count and in dollars; an amount that was not a number is
      * counted but carries no dollars.
       write-control-totals.
           move spaces to check-register-line
           move "CHECKREGISTER" to io-dataset
           perform count-io-write
           write check-register-line
           move "CONTROL TOTALS" to check-register-line
           move "CHECKREGISTER" to io-dataset
           perform count-io-write
           write check-register-line
           move "  items in" to control-label
           move items-in to items-edit
           compute total-dollars = amount-in / 100
           perform write-one-control-total
           move "  items printed" to control-label
           move items-printed to items-edit
           compute total-dollars = amount-printed / 100
           perform write-one-control-total
           move "  items rejected" to control-label
           move items-rejected to items-edit
           compute total-dollars = amount-rejected / 100
           perform write-one-control-total.

       write-one-control-total.
           move total-dollars to total-edit
           move spaces to check-register-line
           move control-label to check-register-line (1:16)
           move items-edit to check-register-line (18:7)
           move total-edit to check-register-line (27:19)
           move "CHECKREGISTER" to io-dataset
           perform count-io-write
           write check-register-line
           display "euler-check-register:" control-label " "
                   items-edit " " total-edit.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.

       end program euler-check-register.
