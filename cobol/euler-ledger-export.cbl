      * 22 August 2026 - Carries the processing date (the stream's
      * business date) as its own ISO column, since that is the date
      * the capacity planner actually groups by.
      *
      * 15 October 2026 - Every export now appends who ran it, the
      * date range and the rows written to ACCESSLOG (access-log.cpy);
      * the interface file carries submitter identities and the
      * auditors want to know who took one.
      *
      * 15 October 2026 - MASK-PROFILE (control-param-4) names a
      * recipient in MASKPROFILES (mask-profile.cpy); its suppress,
      * truncate or hash rules are applied to the submitter and run id
      * of every row, and a leading "# mask profile:" line records the
      * profile applied.
      *
      * 15 October 2026 - A last column carries the row's UTC offset
      * ("+hhmm"/"-hhmm"), so the run time can be placed on the
      * fall-back night; it is empty for a row written before the
      * ledger carried one.
      *
      * 15 October 2026 - Ledger corrections are honored: by default
      * a row a reversing entry stands against, and the reversing
      * entry itself, are left out; CORRECTIONS (control-param-5) 'A'
      * exports them too.  Two last columns say which rows are
      * reversed, reversing or replacing, and the key of the row a
      * replacement replaces.
      *
      * 15 October 2026 - A LEDGERCORRECTIONS register too big for the
      * correction table stops the run with RETURN-CODE 16 and a CRIT
      * CORRFULL alert, instead of totalling with corrections left out.
       identification division.
       program-id. euler-ledger-export.

               file status param-status.
           copy run-result-select.
           copy archive-reader-select.
           copy access-log-select.
           copy mask-profile-select.
           copy ledger-correction-select.
           select export-file assign to "LEDGEREXPORT"
               organization line sequential
               file status export-status.
           copy param-library-fd.
           copy run-result-fd.
           copy archive-reader-fd.
           copy access-log-fd.
           copy mask-profile-fd.
           copy ledger-correction-fd.
       fd  export-file
           label records are omitted.
       01 export-record                pic x(250).
           copy run-result.
           copy report-header.
           copy archive-reader.
           copy access-log.
           copy mask-profile.
           copy ledger-correction.
       01 export-status                pic xx.
       01 ledger-switch                pic x value 'N'.
         88 ledger-at-end               value 'Y'.
       01 from-date                    pic 9(8) value 0.
       01 to-date                      pic 9(8) value 0.
       01 exported-count               pic 9(7) comp-5 value 0.
       01 corrections-mode             pic x value 'N'.
         88 corrections-netted          value 'N'.
         88 corrections-all-rows        value 'A'.
       01 correction-text              pic x(11).
       01 corrects-text                pic x(40).

       01 iso-date.
         02 iso-year                   pic x(4).

           move from-date to control-param-1
           move to-date to control-param-2
           move spaces to control-param-4
           move corrections-mode to control-param-5
           perform read-control-card
           move "euler-ledger-export" to kp-program-id
           move "FROM-DATE" to kp-keyword (1)
           move "TO-DATE" to kp-keyword (2)
           move "MASK-PROFILE" to kp-keyword (4)
           move "CORRECTIONS" to kp-keyword (5)
           perform read-parameter-library
           move control-param-1 to from-date
           move control-param-2 to to-date
           move control-param-4 to mk-recipient
           move function upper-case (control-param-5)
             to corrections-mode
           if not corrections-netted
             and not corrections-all-rows
             display "euler-ledger-export: CORRECTIONS "
                     corrections-mode " is not N or A, netting"
             move 'N' to corrections-mode
           end-if
           perform load-mask-profile
           perform load-ledger-corrections
           if cr-table-overflowed
             move "euler-ledger-export" to cr-reader-program
             perform refuse-overflowed-corrections
             goback
           end-if

           open output export-file
           move spaces to export-record
           string "# mask profile: " delimited by size
                  mk-stamp delimited by size
             into export-record
           end-string
           write export-record
           move spaces to export-record
           string "program,run_date,run_time,elapsed_hundredths,"
                  delimited by size
                  "parameters,actual_result,expected_result,"
                  delimited by size
                  "pass_flag,run_id,submitter,processing_date,"
                  delimited by size
                  "utc_offset,correction,corrects" delimited by size
             into export-record
           end-string
           write export-record

           display "ledger export: " exported-count " rows written"

           move "euler-ledger-export" to ax-program
           move spaces to ax-criteria
           string "from=" delimited by size
                  from-date delimited by size
                  " to=" delimited by size
                  to-date delimited by size
                  " mask=" delimited by size
                  function trim (mk-recipient) delimited by size
                  " corrections=" delimited by size
                  corrections-mode delimited by size
             into ax-criteria
           end-string
           move exported-count to ax-rows
           perform write-access-record

           goback.

      * Archive first, so the interface file reads oldest to newest.
             exit paragraph
           end-if

      * Netted, a reversed row and its reversing entry are left
      * out and the file reads as the ledger should have; either
      * way every corrected or correcting row says so, and a
      * replacement names the key of the row it replaces.
           perform classify-ledger-row
           if cr-row-set-aside and corrections-netted
             exit paragraph
           end-if
           move spaces to correction-text
           move spaces to corrects-text
           evaluate true
             when cr-row-reversed
               move "reversed" to correction-text
             when cr-row-reversal
               move "reversal" to correction-text
             when cr-row-replacement
               move "replacement" to correction-text
               string function trim (cr-row-orig-key (1:20))
                        delimited by size
                      " " delimited by size
                      cr-row-orig-key (21:8) delimited by size
                      " " delimited by size
                      cr-row-orig-key (29:8) delimited by size
                 into corrects-text
               end-string
           end-evaluate
           perform mask-run-result-fields

           move rr-run-date to run-date-text
           move run-date-text (1:4) to iso-year
           move run-date-text (5:2) to iso-month
                  quote-mark delimited by size
                  "," delimited by size
                  iso-proc-date delimited by size
                  "," delimited by size
                  rr-utc-offset delimited by space
                  "," delimited by size
                  correction-text delimited by space
                  "," delimited by size
                  quote-mark delimited by size
                  function trim (corrects-text) delimited by size
                  quote-mark delimited by size
             into export-record
           end-string
           write export-record

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.
           copy archive-reader-procedure.
           copy access-log-procedure.
           copy mask-profile-procedure.
           copy ledger-correction-procedure.

       end program euler-ledger-export.
