      * Monthly incident report
      *
      * 15 October 2026
      *
      * The month's incidents off INCIDENTS (see incident-select.cpy),
      * rolled up the way the operations review asks about them:
      *
      *   - incidents by root cause, with the mean time to restore
      *     for each cause
      *   - incidents by program, with the mean time to restore
      *   - the mean time to restore over the whole month
      *   - the incidents themselves, one line each
      *
      * An incident books to the month it opened in.  Time to
      * restore runs from the open stamp (the earliest alert the
      * incident was raised from) to the restore stamp, in whole
      * minutes; incidents not yet restored are counted but left out
      * of the means, and shown as such.  INCIDENTREPORT carries the
      * same ASA carriage control MONTHBOOK does, one section per
      * page.
      *
      * MONTH (control-param-1, yyyymm, default the month before
      * today's) picks the month.  The ledger row is the month's
      * incident count.
      *
      * 15 October 2026 - Time to restore is taken in UTC seconds from
      * the open and restore stamps and their offsets (see
      * incident-fd.cpy), so an incident across the fall-back night is
      * no longer an hour short or zero.
       identification division.
       program-id. euler-incident-month.

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
           copy run-result-select.
           copy incident-select.
           copy root-cause-select.
           select incident-report-file assign to "INCIDENTREPORT"
               organization line sequential
               file status incident-report-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
           copy run-result-fd.
           copy incident-fd.
           copy root-cause-fd.
       fd  incident-report-file
           label records are omitted.
       01 incident-report-record.
         02 ir-carriage-control     pic x.
         02 ir-text                 pic x(132).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
           copy root-cause.
           copy utc-clock.
       01 incident-status          pic xx.
       01 incident-report-status   pic xx.
       01 incident-switch          pic x.
         88 incident-at-end         value 'Y'.

       01 wanted-month             pic 9(6) value 0.
       01 today-parts.
         02 tp-year                pic 9(4).
         02 tp-month               pic 99.
         02 filler                 pic xx.

      * One roll-up slot per root cause and one per program; the
      * listing keeps the month's incidents themselves.
       01 group-slot-max constant as 40.
       01 cause-slots.
         02 cause-slot occurs group-slot-max times.
           03 cs-cause              pic x(8).
           03 cs-count              pic 9(5) comp-5 value 0.
           03 cs-restored           pic 9(5) comp-5 value 0.
           03 cs-minutes            pic 9(9) comp-5 value 0.
       01 cause-slot-count         pic 99 comp-5 value 0.
       01 cause-scan               pic 99 comp-5.
       01 program-slots.
         02 program-slot occurs group-slot-max times.
           03 ps-name               pic x(20).
           03 ps-count              pic 9(5) comp-5 value 0.
           03 ps-restored           pic 9(5) comp-5 value 0.
           03 ps-minutes            pic 9(9) comp-5 value 0.
       01 program-slot-count       pic 99 comp-5 value 0.
       01 slot-scan                pic 99 comp-5.

       01 listed-max constant as 200.
       01 listed-incidents.
         02 listed-incident occurs listed-max times.
           03 li-number             pic 9(6).
           03 li-status             pic x(8).
           03 li-cause              pic x(8).
           03 li-program            pic x(20).
           03 li-opened             pic x(14).
           03 li-restored           pic x(14).
           03 li-minutes            pic 9(9) comp-5.
           03 li-summary            pic x(40).
       01 listed-count             pic 999 comp-5 value 0.
       01 listed-scan              pic 999 comp-5.

       01 month-count              pic 9(5) comp-5 value 0.
       01 month-restored           pic 9(5) comp-5 value 0.
       01 month-minutes            pic 9(9) comp-5 value 0.
       01 still-open-count         pic 9(5) comp-5 value 0.
       01 row-month                pic 9(6).
       01 restore-minutes          pic 9(9) comp-5.
       01 open-seconds             pic s9(11) comp-5.
       01 restore-seconds          pic s9(11) comp-5.
       01 mean-minutes             pic 9(9)v9.

       01 page-body-limit constant as 60.
       01 lines-on-page            pic 99 comp-5 value 0.
       01 page-number              pic 999 comp-5 value 0.
       01 body-text                pic x(132).
       01 section-title            pic x(50).
       01 count-edit               pic z(6)9.
       01 count-edit-2             pic z(6)9.
       01 minutes-edit             pic z(8)9.
       01 mean-edit                pic z(8)9.9.

       procedure division.

       main.
           move "euler-incident-month" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move wanted-month to control-param-1
           perform read-control-card
           move "euler-incident-month" to kp-program-id
           move "MONTH" to kp-keyword (1)
           perform read-parameter-library
           move control-param-1 to wanted-month

           if wanted-month = 0
             perform default-to-prior-month
           end-if

           perform load-root-cause-table
           perform scan-incidents
           perform write-incident-report

           move month-count to count-edit
           display "incident report written for " wanted-month ", "
                   trim (count-edit) " incident(s)"

           perform format-report-footer
           display report-footer-line
           move "euler-incident-month" to rr-program-id
           move spaces to rr-parameters
           string "month=" delimited by size
                  wanted-month delimited by size
             into rr-parameters
           end-string
           move month-count to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
           move spaces to rr-expected-result
           move space to rr-pass-flag
           perform stop-run-timer
           perform write-run-result

           goback.

       default-to-prior-month.
           move function current-date (1:8) to today-parts
           if tp-month = 1
             compute wanted-month = (tp-year - 1) * 100 + 12
           else
             compute wanted-month = tp-year * 100 + tp-month - 1
           end-if.

       scan-incidents.
           move "00" to incident-status
           open input incident-file
           if incident-status is not equal to "00"
             exit paragraph
           end-if
           move 0 to ic-number
           start incident-file key is not less than ic-number
             invalid key
               close incident-file
               exit paragraph
           end-start
           move 'N' to incident-switch
           perform tally-one-incident until incident-at-end
           close incident-file.

       tally-one-incident.
           move "INCIDENTS" to io-dataset
           perform count-io-read
           read incident-file next
             at end
               move 'Y' to incident-switch
             not at end
               if ic-opened-stamp (1:6) is numeric
                 move ic-opened-stamp (1:6) to row-month
                 if row-month = wanted-month
                   perform roll-up-one-incident
                 end-if
               end-if
           end-read.

       roll-up-one-incident.
           add 1 to month-count
           move 0 to restore-minutes
           if ic-restored-stamp is numeric
             perform work-out-restore-minutes
             add 1 to month-restored
             add restore-minutes to month-minutes
           end-if
           if not ic-is-closed and not ic-is-restored
             add 1 to still-open-count
           end-if

           perform find-cause-slot
           if cause-scan <= cause-slot-count
             add 1 to cs-count (cause-scan)
             if ic-restored-stamp is numeric
               add 1 to cs-restored (cause-scan)
               add restore-minutes to cs-minutes (cause-scan)
             end-if
           end-if

           perform find-program-slot
           if slot-scan <= program-slot-count
             add 1 to ps-count (slot-scan)
             if ic-restored-stamp is numeric
               add 1 to ps-restored (slot-scan)
               add restore-minutes to ps-minutes (slot-scan)
             end-if
           end-if

           if listed-count < listed-max
             add 1 to listed-count
             move ic-number to li-number (listed-count)
             move ic-status to li-status (listed-count)
             move ic-cause to li-cause (listed-count)
             move ic-program to li-program (listed-count)
             move ic-opened-stamp to li-opened (listed-count)
             move ic-restored-stamp to li-restored (listed-count)
             move restore-minutes to li-minutes (listed-count)
             move ic-summary to li-summary (listed-count)
           end-if.

      * Whole minutes from open to restore, taken in UTC seconds
      * from the stamps and their offsets, so neither midnight, a
      * month end nor a clock change between them bends it.
       work-out-restore-minutes.
           move ic-opened-stamp to uc-in-stamp
           move ic-opened-offset to uc-in-offset
           perform stamp-to-utc-seconds
           move uc-in-seconds to open-seconds
           move ic-restored-stamp to uc-in-stamp
           move ic-restored-offset to uc-in-offset
           perform stamp-to-utc-seconds
           move uc-in-seconds to restore-seconds
           if restore-seconds > open-seconds
             compute restore-minutes =
                 (restore-seconds - open-seconds) / 60
           end-if.

       find-cause-slot.
           if ic-cause = spaces
             move "(NONE)" to ic-cause
           end-if
           perform varying cause-scan from 1 by 1
                   until cause-scan > cause-slot-count
             if cs-cause (cause-scan) = ic-cause
               exit perform
             end-if
           end-perform
           if cause-scan > cause-slot-count
             and cause-slot-count < group-slot-max
             add 1 to cause-slot-count
             move cause-slot-count to cause-scan
             move ic-cause to cs-cause (cause-scan)
           end-if.

       find-program-slot.
           perform varying slot-scan from 1 by 1
                   until slot-scan > program-slot-count
             if ps-name (slot-scan) = ic-program
               exit perform
             end-if
           end-perform
           if slot-scan > program-slot-count
             and program-slot-count < group-slot-max
             add 1 to program-slot-count
             move program-slot-count to slot-scan
             move ic-program to ps-name (slot-scan)
           end-if.

       write-incident-report.
           move "00" to incident-report-status
           open output incident-report-file

           move "INCIDENTS BY ROOT CAUSE" to section-title
           perform start-report-section
           perform write-month-totals
           move "CAUSE     INCIDENTS  RESTORED  MEAN RESTORE(MIN)  "
             & "DESCRIPTION" to body-text
           perform emit-report-line
           perform write-one-cause-line
                   varying cause-scan from 1 by 1
                   until cause-scan > cause-slot-count

           move "INCIDENTS BY PROGRAM" to section-title
           perform start-report-section
           move "PROGRAM               INCIDENTS  RESTORED  "
             & "MEAN RESTORE(MIN)" to body-text
           perform emit-report-line
           perform write-one-program-line
                   varying slot-scan from 1 by 1
                   until slot-scan > program-slot-count

           move "INCIDENT LIST" to section-title
           perform start-report-section
           move "NUMBER STATUS   CAUSE    PROGRAM              "
             & "OPENED         RESTORED       MINUTES  SUMMARY"
             to body-text
           perform emit-report-line
           perform write-one-incident-line
                   varying listed-scan from 1 by 1
                   until listed-scan > listed-count
           if month-count > listed-count
             move spaces to body-text
             move month-count to count-edit
             string "  (listing stops at " delimited by size
                    listed-max delimited by size
                    " of " delimited by size
                    trim (count-edit) delimited by size
                    ")" delimited by size
               into body-text
             end-string
             perform emit-report-line
           end-if

           close incident-report-file.

       write-month-totals.
           move spaces to body-text
           move month-count to count-edit
           move still-open-count to count-edit-2
           string "incidents opened in " delimited by size
                  wanted-month delimited by size
                  ": " delimited by size
                  trim (count-edit) delimited by size
                  ", still open: " delimited by size
                  trim (count-edit-2) delimited by size
             into body-text
           end-string
           perform emit-report-line
           move spaces to body-text
           if month-restored > 0
             compute mean-minutes rounded =
                 month-minutes / month-restored
             move mean-minutes to mean-edit
             move month-restored to count-edit
             string "mean time to restore: " delimited by size
                    trim (mean-edit) delimited by size
                    " minutes over " delimited by size
                    trim (count-edit) delimited by size
                    " restored" delimited by size
               into body-text
             end-string
           else
             move "mean time to restore: n/a (nothing restored)"
               to body-text
           end-if
           perform emit-report-line
           move spaces to body-text
           perform emit-report-line.

       write-one-cause-line.
           move spaces to body-text
           move cs-cause (cause-scan) to body-text (1:8)
           move cs-count (cause-scan) to count-edit
           move count-edit to body-text (12:7)
           move cs-restored (cause-scan) to count-edit-2
           move count-edit-2 to body-text (21:7)
           if cs-restored (cause-scan) > 0
             compute mean-minutes rounded =
                 cs-minutes (cause-scan) / cs-restored (cause-scan)
             move mean-minutes to mean-edit
             move mean-edit to body-text (35:11)
           else
             move "        n/a" to body-text (35:11)
           end-if
           move cs-cause (cause-scan) to rc-wanted-code
           perform look-up-root-cause
           if rc-code-found
             move rc-found-description to body-text (49:50)
           end-if
           perform emit-report-line.

       write-one-program-line.
           move spaces to body-text
           move ps-name (slot-scan) to body-text (1:20)
           move ps-count (slot-scan) to count-edit
           move count-edit to body-text (24:7)
           move ps-restored (slot-scan) to count-edit-2
           move count-edit-2 to body-text (33:7)
           if ps-restored (slot-scan) > 0
             compute mean-minutes rounded =
                 ps-minutes (slot-scan) / ps-restored (slot-scan)
             move mean-minutes to mean-edit
             move mean-edit to body-text (47:11)
           else
             move "        n/a" to body-text (47:11)
           end-if
           perform emit-report-line.

       write-one-incident-line.
           move spaces to body-text
           move li-number (listed-scan) to body-text (1:6)
           move li-status (listed-scan) to body-text (8:8)
           move li-cause (listed-scan) to body-text (17:8)
           move li-program (listed-scan) to body-text (26:20)
           move li-opened (listed-scan) to body-text (47:14)
           move li-restored (listed-scan) to body-text (62:14)
           if li-restored (listed-scan) is numeric
             move li-minutes (listed-scan) to minutes-edit
             move minutes-edit to body-text (76:9)
           else
             move "  not yet" to body-text (76:9)
           end-if
           move li-summary (listed-scan) to body-text (87:40)
           perform emit-report-line.

       start-report-section.
           move 0 to lines-on-page
           move section-title to body-text
           perform emit-report-line
           move report-header-line to body-text
           perform emit-report-line
           move spaces to body-text
           perform emit-report-line.

       emit-report-line.
           move spaces to incident-report-record
           if lines-on-page = 0
             move '1' to ir-carriage-control
             add 1 to page-number
           else
             move space to ir-carriage-control
           end-if
           move body-text to ir-text
           move "INCIDENTREPORT" to io-dataset
           perform count-io-write
           write incident-report-record
           add 1 to lines-on-page
           if lines-on-page >= page-body-limit
             move 0 to lines-on-page
           end-if.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.
           copy root-cause-procedure.
           copy utc-clock-procedure.

       end program euler-incident-month.
