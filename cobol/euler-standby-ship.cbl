      * Nightly ledger and alert-history delta for the standby site
      *
      * 15 October 2026
      *
      * The standby machine carries no RESULTLEDGER or ALERTHISTORY
      * of its own, so losing the primary mid-month used to mean no
      * month-end book and no turnover anywhere.  This runs as the
      * last step of the stream and writes everything new since the
      * previous shipment to a sequenced delta,
      * STANDBYDELTA.nnnnnn, which euler-standby-apply loads on the
      * standby strictly in sequence:
      *
      *   HDR record:  "HDR" processing-date sequence run-id
      *                mark-date mark-time mark-offset
      *   LDG record:  "LDG" one ledger row, byte for byte
      *   AHS record:  "AHS" one alert-history record
      *   TRL record:  "TRL" record-count hash-total
      *
      * the same header/detail/trailer shape as OPSFEED, with the
      * hash total the sum of each detail's chain-style fold
      * wrapped at thirteen digits.  "New" is judged against the
      * high-water mark STANDBYSHIPSTATE carries - the newest ledger
      * run date/time shipped so far - so a night that ships nothing
      * leaves the mark alone and the next night catches up.  An
      * alert-history record goes when it was raised after the mark
      * or acknowledged on or after the mark's date: an ack rewrites
      * the record in place, and the standby takes the newer copy.
      * The sequence advances by one on every shipment, empty or
      * not, so the standby can tell a quiet night from a lost one.
      *
      * 15 October 2026 - Delta records are five bytes wider for the
      * version 5 ledger row; a row still at version 4 is folded
      * over its own 156 bytes, as euler-standby-apply proves it.
      *
      * 15 October 2026 - Rows and alert records are compared with
      * the mark in UTC hundredths, each stamp taken at its own UTC
      * offset (see utc-clock.cpy), so the fall-back night's repeated
      * hour, whose local stamps run below the mark, still ships.
      * STANDBYSHIPSTATE and the header carry the mark's offset;
      * state written before the change has none and is taken at the
      * offset in force now.  An acknowledgement carries only its
      * date, so it still ships on or after the mark's date - which
      * can only ship a record twice, never miss one.
       identification division.
       program-id. euler-standby-ship.

       environment division.
       input-output section.
       file-control.
           copy run-result-select.
           select alert-file assign to "ALERTS"
               organization line sequential
               file status alert-status.
           copy alert-history-select.
           copy oncall-select.
           select ship-state-file assign to "STANDBYSHIPSTATE"
               organization line sequential
               file status ship-state-status.
           select delta-file
               assign to dynamic delta-path
               organization line sequential
               file status delta-status.

       data division.
       file section.
           copy run-result-fd.
           copy alert-file-fd.
           copy alert-history-fd.
           copy oncall-fd.
       fd  ship-state-file
           label records are omitted.
       01 ship-state-record.
         02 ss-sequence            pic 9(6).
         02 filler                 pic x.
         02 ss-mark-date           pic 9(8).
         02 filler                 pic x.
         02 ss-mark-time           pic 9(8).
         02 filler                 pic x.
         02 ss-proc-date           pic 9(8).
         02 filler                 pic x.
         02 ss-mark-offset         pic x(5).
       fd  delta-file
           label records are omitted.
       01 delta-record             pic x(165).
       01 delta-header-record redefines delta-record.
         02 dh-tag                 pic x(3).
         02 dh-proc-date           pic 9(8).
         02 dh-sequence            pic 9(6).
         02 dh-run-id              pic x(14).
         02 dh-mark-date           pic 9(8).
         02 dh-mark-time           pic 9(8).
         02 dh-mark-offset         pic x(5).
         02 filler                 pic x(113).
       01 delta-detail-record redefines delta-record.
         02 dd-tag                 pic x(3).
         02 dd-image               pic x(161).
         02 filler                 pic x.
       01 delta-trailer-record redefines delta-record.
         02 dt-tag                 pic x(3).
         02 dt-count               pic 9(9).
         02 dt-hash-total          pic 9(13).
         02 filler                 pic x(140).

       working-storage section.
           copy run-result.
           copy report-header.
           copy alert-record.
           copy utc-clock.
       01 ship-state-status        pic xx.
       01 delta-status             pic xx.
       01 delta-path               pic x(60).
       01 ledger-switch            pic x.
         88 ledger-at-end           value 'Y'.
       01 ship-proc-date           pic 9(8) value 0.
       01 ship-run-id              pic x(14).
       01 ship-sequence            pic 9(6) value 0.
       01 ship-sequence-text       pic 9(6).
      * The mark is the newest ledger row shipped: its local date
      * and time and their UTC offset as the row carries them, and
      * the same moment as UTC hundredths of a second, which is what
      * rows are compared on - on the fall-back night the repeated
      * hour's local stamps run below a mark taken in the first.
       01 mark-fields.
         02 mark-date              pic 9(8) value 0.
         02 mark-time              pic 9(8) value 0.
         02 mark-offset            pic x(5) value spaces.
         02 mark-utc               pic s9(13) comp-5 value 0.
       01 new-mark-fields.
         02 new-mark-date          pic 9(8) value 0.
         02 new-mark-time          pic 9(8) value 0.
         02 new-mark-offset        pic x(5) value spaces.
         02 new-mark-utc           pic s9(13) comp-5 value 0.
       01 stamp-image.
         02 stamp-date             pic 9(8).
         02 stamp-time             pic 9(8).
         02 filler redefines stamp-time.
           03 filler               pic 9(6).
           03 stamp-hundredths     pic 99.
       01 stamp-offset             pic x(5).
       01 stamp-utc                pic s9(13) comp-5.
       01 row-utc                  pic s9(13) comp-5.
       01 ledger-row-count         pic 9(9) comp-5 value 0.
       01 alert-row-count          pic 9(9) comp-5 value 0.
       01 record-count             pic 9(9) comp-5 value 0.
       01 hash-total               pic 9(13) comp-5 value 0.
       01 hash-image               pic x(161).
       01 hash-length              pic 999 comp-5.
       01 hash-scan                pic 999 comp-5.
       01 hash-byte                pic 9(4) comp-5.
       01 record-hash              pic 9(9) comp-5.

       procedure division.

       main.
           move "euler-standby-ship" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           perform establish-ship-date
           move spaces to ship-run-id
           accept ship-run-id from environment "EULERRUNID"
             on exception
               move spaces to ship-run-id
           end-accept
           if ship-run-id = spaces
             move "ADHOC" to ship-run-id
           end-if

           perform read-ship-state
           add 1 to ship-sequence
           move ship-sequence to ship-sequence-text
           move mark-fields to new-mark-fields
           move spaces to delta-path
           string "STANDBYDELTA." delimited by size
                  ship-sequence-text delimited by size
             into delta-path
           end-string

           move "00" to delta-status
           open output delta-file
           if delta-status is not equal to "00"
             display "euler-standby-ship: cannot write " delta-path
                     ", file status " delta-status
             move "CRIT" to al-severity
             move "euler-standby-ship" to al-program
             move "SHIPFAIL" to al-code
             move "standby delta could not be written" to al-text
             perform write-alert
             move 16 to return-code
             goback
           end-if

      * The header carries the new mark, so a first pass over the
      * ledger finds it before anything is written; the second pass
      * ships the rows between the old mark and the new one, and a
      * row landing between the passes waits for tomorrow's delta.
           perform find-new-mark
           perform write-delta-header
           perform ship-ledger-rows
           perform ship-alert-history
           perform write-delta-trailer
           close delta-file

           perform write-ship-state

           display "euler-standby-ship: delta " ship-sequence-text
                   " for " ship-proc-date ", " ledger-row-count
                   " ledger rows, " alert-row-count
                   " alert records, hash total " hash-total

           perform format-report-footer
           display report-footer-line
           move "euler-standby-ship" to rr-program-id
           move spaces to rr-parameters
           string "seq=" delimited by size
                  ship-sequence-text delimited by size
                  " date=" delimited by size
                  ship-proc-date delimited by size
             into rr-parameters
           end-string
           move record-count to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
           move spaces to rr-expected-result
           move space to rr-pass-flag
           perform stop-run-timer
           perform write-run-result
           goback.

       establish-ship-date.
           move spaces to rr-proc-date-text
           accept rr-proc-date-text from environment "EULERPROCDATE"
             on exception
               move spaces to rr-proc-date-text
           end-accept
           if rr-proc-date-text (1:8) is numeric
             move rr-proc-date-text (1:8) to ship-proc-date
           else
             move function current-date (1:8) to ship-proc-date
           end-if.

      * No state yet means nothing has ever shipped: sequence zero,
      * a zero mark, and the first delta carries the whole history.
       read-ship-state.
           move 0 to ship-sequence
           move 0 to mark-date
           move 0 to mark-time
           move spaces to mark-offset
           move 0 to mark-utc
           move "00" to ship-state-status
           open input ship-state-file
           if ship-state-status is not equal to "00"
             exit paragraph
           end-if
           move "STANDBYSHIPSTATE" to io-dataset
           perform count-io-read
           read ship-state-file
             at end
               continue
             not at end
               if ss-sequence is numeric
                 move ss-sequence to ship-sequence
               end-if
               if ss-mark-date is numeric
                 and ss-mark-time is numeric
                 and ss-mark-date > 0
                 move ss-mark-date to mark-date
                 move ss-mark-time to mark-time
                 move ss-mark-offset to mark-offset
                 move mark-date to stamp-date
                 move mark-time to stamp-time
                 move mark-offset to stamp-offset
                 perform stamp-to-utc-hundredths
                 move stamp-utc to mark-utc
               end-if
           end-read
           close ship-state-file.

       find-new-mark.
           perform open-ledger-for-input
           if run-result-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to ledger-switch
           perform mark-one-row until ledger-at-end
           close result-ledger-file.

       mark-one-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
             not at end
               if rr-run-date is numeric and rr-run-time is numeric
                 perform ledger-row-to-utc
                 if row-utc > new-mark-utc
                   move row-utc to new-mark-utc
                   move rr-run-date to new-mark-date
                   move rr-run-time to new-mark-time
                   move rr-utc-offset to new-mark-offset
                 end-if
               end-if
           end-read.

      * A ledger row's stamp as UTC hundredths.  A row below layout
      * version 5 has a blank offset and is taken at the offset in
      * force now, as utc-clock.cpy reads any stamp without one.
       ledger-row-to-utc.
           move rr-run-date to stamp-date
           move rr-run-time to stamp-time
           move rr-utc-offset to stamp-offset
           perform stamp-to-utc-hundredths
           move stamp-utc to row-utc.

      * stamp-date/stamp-time (hhmmss and hundredths) at
      * stamp-offset, as UTC hundredths of a second.
       stamp-to-utc-hundredths.
           move stamp-image (1:14) to uc-in-stamp
           move stamp-offset to uc-in-offset
           perform stamp-to-utc-seconds
           compute stamp-utc = uc-in-seconds * 100 + stamp-hundredths.

       write-delta-header.
           move spaces to delta-record
           move "HDR" to dh-tag
           move ship-proc-date to dh-proc-date
           move ship-sequence to dh-sequence
           move ship-run-id to dh-run-id
           move new-mark-date to dh-mark-date
           move new-mark-time to dh-mark-time
           move new-mark-offset to dh-mark-offset
           move delta-path to io-dataset
           perform count-io-write
           write delta-record.

       ship-ledger-rows.
           perform open-ledger-for-input
           if run-result-status is not equal to "00"
             display "euler-standby-ship: RESULTLEDGER unavailable, "
                     "file status " run-result-status
                     " - no ledger rows in this delta"
             exit paragraph
           end-if
           move 'N' to ledger-switch
           perform ship-one-ledger-row until ledger-at-end
           close result-ledger-file.

       ship-one-ledger-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record
             at end
               move 'Y' to ledger-switch
             not at end
               move run-result-record to run-result-fields
               if rr-run-date is numeric and rr-run-time is numeric
                 perform ledger-row-to-utc
                 if row-utc > mark-utc
                   and row-utc <= new-mark-utc
                   move spaces to delta-record
                   move "LDG" to dd-tag
                   move run-result-record to dd-image
                   move 161 to hash-length
                   if dd-image (155:2) is not numeric
                     or dd-image (155:2) < "05"
                     move 156 to hash-length
                   end-if
                   perform write-one-detail
                   add 1 to ledger-row-count
                 end-if
               end-if
           end-read.

       ship-alert-history.
           move "00" to alert-history-status
           open input alert-history-file
           if alert-history-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to ledger-switch
           perform ship-one-alert until ledger-at-end
           close alert-history-file.

       ship-one-alert.
           move "ALERTHISTORY" to io-dataset
           perform count-io-read
           read alert-history-file next record
             at end
               move 'Y' to ledger-switch
             not at end
               move ah-date to stamp-date
               move ah-time to stamp-time
               move ah-utc-offset to stamp-offset
               perform stamp-to-utc-hundredths
               move stamp-utc to row-utc
               if row-utc > mark-utc
                 or (ah-acked = 'Y'
                     and ah-acked-date >= mark-date)
                 move spaces to delta-record
                 move "AHS" to dd-tag
                 move alert-history-record to dd-image
                 move 138 to hash-length
                 if ah-utc-offset = spaces
                   move 133 to hash-length
                 end-if
                 perform write-one-detail
                 add 1 to alert-row-count
               end-if
           end-read.

       write-one-detail.
           move delta-path to io-dataset
           perform count-io-write
           write delta-record
           add 1 to record-count
           move dd-image to hash-image
           move 0 to record-hash
           perform varying hash-scan from 1 by 1
                   until hash-scan > hash-length
             compute hash-byte =
                 function ord (hash-image (hash-scan:1))
             compute record-hash =
                 function mod (record-hash * 31 + hash-byte,
                     999999937)
           end-perform
           add record-hash to hash-total
           if hash-total >= 10000000000000
             subtract 10000000000000 from hash-total
           end-if.

       write-delta-trailer.
           move spaces to delta-record
           move "TRL" to dt-tag
           move record-count to dt-count
           move hash-total to dt-hash-total
           move delta-path to io-dataset
           perform count-io-write
           write delta-record.

       write-ship-state.
           open output ship-state-file
           move spaces to ship-state-record
           move ship-sequence to ss-sequence
           move new-mark-date to ss-mark-date
           move new-mark-time to ss-mark-time
           move ship-proc-date to ss-proc-date
           move new-mark-offset to ss-mark-offset
           move "STANDBYSHIPSTATE" to io-dataset
           perform count-io-write
           write ship-state-record
           close ship-state-file.

           copy run-result-procedure.
           copy report-header-procedure.
           copy alert-procedure.
           copy utc-clock-procedure.

       end program euler-standby-ship.
