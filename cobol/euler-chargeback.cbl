      * FROM-DATE/TO-DATE (control-params 1 and 2, yyyymmdd, zero
      * for no bound) limit the processing-date range the way
      * euler-ledger-query's bounds do.
      *
      * 15 October 2026 - Every roll-up now appends who ran it, the
      * date range and the rows read to ACCESSLOG (access-log.cpy),
      * the same read-access trail the query and the export keep.
      *
      * 15 October 2026 - MASK-PROFILE (control-param-4) names a
      * recipient in MASKPROFILES (mask-profile.cpy); the submitter is
      * masked before the roll-up, so a hashed user still totals as
      * one, and the report heading names the profile applied.
      *
      * 15 October 2026 - ROLLUP (control-param-5) 'F' rolls each
      * submitter up by fiscal period instead of by processing date:
      * the date is looked up on FISCALCALENDAR (euler-calendar-gen)
      * and the slot keyed yyyypp, printed as yyyy-Pnn.  A date the
      * fiscal calendar does not cover is rolled into one
      * "unmapped" slot per submitter rather than dropped.  'D', the
      * default, keeps the daily roll-up.
      *
      * 15 October 2026 - Ledger corrections are honored: a reversed row
      * and its reversing entry are charged to nobody, and a replacement
      * entry (euler-ledger-correct) is charged to the original run's
      * submitter on the processing date it books to.
      *
      * 15 October 2026 - A LEDGERCORRECTIONS register too big for the
      * correction table stops the run with RETURN-CODE 16 and a CRIT
      * CORRFULL alert, instead of totalling with corrections left out.
       identification division.
       program-id. euler-chargeback.

               file status param-status.
           copy run-result-select.
           copy archive-reader-select.
           copy access-log-select.
           copy mask-profile-select.
           copy fiscal-calendar-select.
           copy ledger-correction-select.
           select chargeback-report-file assign to "CHARGEBACK"
               organization line sequential
               file status chargeback-report-status.
           copy param-library-fd.
           copy run-result-fd.
           copy archive-reader-fd.
           copy access-log-fd.
           copy mask-profile-fd.
           copy fiscal-calendar-fd.
           copy ledger-correction-fd.
       fd  chargeback-report-file
           label records are omitted.
       01 chargeback-report-line   pic x(110).
           copy run-result.
           copy report-header.
           copy archive-reader.
           copy access-log.
           copy mask-profile.
           copy fiscal-calendar.
           copy ledger-correction.
       01 chargeback-report-status pic xx.
       01 ledger-switch            pic x.
         88 ledger-at-end           value 'Y'.
       01 from-date                pic 9(8) value 0.
       01 to-date                  pic 9(8) value 0.
       01 rollup-mode              pic x value 'D'.
         88 rollup-by-day           value 'D'.
         88 rollup-by-fiscal-period value 'F'.

      * One slot per submitter/processing-date pair (or submitter/
      * fiscal period, us-date then holding yyyypp and 0 for a date
      * off the fiscal calendar), with a small per-slot list of the
      * distinct programs touched.
       01 usage-slot-max constant as 200.
       01 usage-program-max constant as 40.
       01 usage-slots.
       01 usage-scan               pic 999 comp-5.
       01 program-scan             pic 99 comp-5.
       01 booking-date             pic 9(8).
       01 rollup-key               pic 9(8).
       01 fiscal-key-text          pic 9(6).
       01 fiscal-key-parts redefines fiscal-key-text.
         02 fk-fiscal-year         pic 9(4).
         02 fk-period              pic 99.
       01 rows-rolled              pic 9(7) comp-5 value 0.
       01 count-edit               pic z(6)9.
       01 count-edit-2             pic z(6)9.

           move from-date to control-param-1
           move to-date to control-param-2
           move spaces to control-param-4
           move rollup-mode to control-param-5
           perform read-control-card
           move "euler-chargeback" to kp-program-id
           move "FROM-DATE" to kp-keyword (1)
           move "TO-DATE" to kp-keyword (2)
           move "MASK-PROFILE" to kp-keyword (4)
           move "ROLLUP" to kp-keyword (5)
           perform read-parameter-library
           move control-param-1 to from-date
           move control-param-2 to to-date
           move control-param-4 to mk-recipient
           move function upper-case (control-param-5) to rollup-mode
           if not rollup-by-day
             and not rollup-by-fiscal-period
             display "euler-chargeback: ROLLUP " rollup-mode
                     " is not D or F, rolling up by day"
             move 'D' to rollup-mode
           end-if
           perform load-mask-profile
           if rollup-by-fiscal-period
             perform load-fiscal-calendar
           end-if

           perform scan-result-history
           perform write-chargeback-report
           display "chargeback roll-up: " rows-rolled " rows into "
                   usage-slot-count " submitter/date slots"

           move "euler-chargeback" to ax-program
           move spaces to ax-criteria
           string "from=" delimited by size
                  from-date delimited by size
                  " to=" delimited by size
                  to-date delimited by size
                  " mask=" delimited by size
                  trim (mk-recipient) delimited by size
                  " rollup=" delimited by size
                  rollup-mode delimited by size
             into ax-criteria
           end-string
           move rows-rolled to ax-rows
           perform write-access-record

           perform format-report-footer
           display report-footer-line
           move "euler-chargeback" to rr-program-id
           goback.

       scan-result-history.
           perform load-ledger-corrections
           if cr-table-overflowed
             move "euler-chargeback" to cr-reader-program
             perform refuse-overflowed-corrections
             goback
           end-if
           if from-date > 0
             move from-date to ag-range-from
           end-if
           end-if.

       scan-one-ledger-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
             exit paragraph
           end-if

      * A reversed row and its reversing entry charge nobody; a
      * replacement is charged to whoever submitted the run it
      * replaces, not to the corrector whose identity it carries.
           perform classify-ledger-row
           if cr-row-set-aside
             exit paragraph
           end-if
           if cr-row-replacement
             move cr-row-orig-submitter to rr-submitter
           end-if

      * Masked before the roll-up, so a hashed or suppressed
      * submitter still totals as one.
           perform mask-submitter
           move booking-date to rollup-key
           if rollup-by-fiscal-period
             move booking-date to fl-date
             perform find-fiscal-period-of-date
             if fl-found
               compute rollup-key =
                   fl-fiscal-year * 100 + fl-period
             else
               move 0 to rollup-key
             end-if
           end-if
           perform find-usage-slot
           if usage-scan > usage-slot-count
             exit paragraph
           perform varying usage-scan from 1 by 1
                   until usage-scan > usage-slot-count
             if us-submitter (usage-scan) = rr-submitter
               and us-date (usage-scan) = rollup-key
               exit perform
             end-if
           end-perform
             add 1 to usage-slot-count
             move usage-slot-count to usage-scan
             move rr-submitter to us-submitter (usage-scan)
             move rollup-key to us-date (usage-scan)
           end-if.

       note-program-touched.
           move "00" to chargeback-report-status
           open output chargeback-report-file
           move report-header-line to chargeback-report-line
           move "CHARGEBACK" to io-dataset
           perform count-io-write
           write chargeback-report-line
           move spaces to chargeback-report-line
           string "mask profile: " delimited by size
                  mk-stamp delimited by size
             into chargeback-report-line
           end-string
           move "CHARGEBACK" to io-dataset
           perform count-io-write
           write chargeback-report-line
           if rollup-by-fiscal-period
             move "SUBMITTER  FISC PER    ROWS  PROGRAMS  "
               & "ELAPSED(HUNDREDTHS)  ADHOC  STREAM"
               to chargeback-report-line
           else
             move "SUBMITTER  PROC DATE   ROWS  PROGRAMS  "
               & "ELAPSED(HUNDREDTHS)  ADHOC  STREAM"
               to chargeback-report-line
           end-if
           move "CHARGEBACK" to io-dataset
           perform count-io-write
           write chargeback-report-line

           perform write-one-usage-line
                   until usage-scan > usage-slot-count

           move report-footer-line to chargeback-report-line
           move "CHARGEBACK" to io-dataset
           perform count-io-write
           write chargeback-report-line
           close chargeback-report-file.

           move spaces to chargeback-report-line
           move us-submitter (usage-scan)
             to chargeback-report-line (1:8)
           evaluate true
             when rollup-by-day
               move us-date (usage-scan)
                 to chargeback-report-line (12:8)
             when us-date (usage-scan) = 0
               move "unmapped" to chargeback-report-line (12:8)
             when other
               move us-date (usage-scan) to fiscal-key-text
               move spaces to chargeback-report-line (12:8)
               string fk-fiscal-year delimited by size
                      "-P" delimited by size
                      fk-period delimited by size
                 into chargeback-report-line (12:8)
               end-string
           end-evaluate
           move us-rows (usage-scan) to count-edit
           move count-edit to chargeback-report-line (22:7)
           move us-program-count (usage-scan) to count-edit-2
           move count-edit to chargeback-report-line (61:7)
           move us-stream-rows (usage-scan) to count-edit-3
           move count-edit-3 to chargeback-report-line (69:7)
           move "CHARGEBACK" to io-dataset
           perform count-io-write
           write chargeback-report-line.

           copy control-card-procedure.
           copy run-result-procedure.
           copy report-header-procedure.
           copy archive-reader-procedure.
           copy access-log-procedure.
           copy mask-profile-procedure.
           copy fiscal-calendar-procedure.
           copy ledger-correction-procedure.

       end program euler-chargeback.
