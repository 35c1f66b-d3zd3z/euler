      * stage through MIGRATEWORK unchanged and the rebuild recreates
      * the file with the run-id index in place, the one-pass rebuild
      * the copybook comment promises.
      *
      * 15 October 2026 - Layout version 5 adds the UTC offset (see
      * run-result.cpy) and the record grows to 161 bytes.  The
      * 156-byte ledger with the run-id index is probed first now;
      * its rows, and every other version 4 row, stage through
      * unchanged and the rebuild recreates the file at 161.
      *
      * 15 October 2026 - ALERTHISTORY is migrated here too: a
      * history written before ah-utc-offset (133 bytes) is rebuilt
      * at 138 with the same keys and a blank offset.
      *
      * 15 October 2026 - INCIDENTS is migrated here too: a register
      * written before the stamp offsets (416 bytes) is rebuilt at
      * 436 under the same incident numbers, the offsets blank.
       identification division.
       program-id. euler-ledger-migrate.

       input-output section.
       file-control.
           copy run-result-select.
           select old-ledger-v4i assign to "RESULTLEDGER"
               organization indexed
               access sequential
               record key old4i-key
               alternate record key old4i-run-id
                   with duplicates
               file status old-ledger-status.
           select old-ledger-v4 assign to "RESULTLEDGER"
               organization indexed
               access sequential
           select work-file assign to "MIGRATEWORK"
               organization line sequential
               file status work-status.
           copy alert-history-select.
           select old-alert-history assign to "ALERTHISTORY"
               organization indexed
               access sequential
               record key old-ah-key
               file status old-history-status.
           copy incident-select.
           select old-incident-file assign to "INCIDENTS"
               organization indexed
               access sequential
               record key old-ic-number
               file status old-incident-status.

       data division.
       file section.
           copy run-result-fd.
       fd  old-ledger-v4i.
       01 old4i-record.
         02 old4i-key                pic x(36).
         02 filler                   pic x(88).
         02 old4i-run-id             pic x(14).
         02 filler                   pic x(18).
       fd  old-ledger-v4.
       01 old4-record.
         02 old4-key                 pic x(36).
         02 old1-data                pic x(88).
       fd  old-ledger-seq
           label records are omitted.
       01 old-seq-record             pic x(161).
       fd  archive-file
           label records are omitted.
       01 archive-record             pic x(161).
       fd  work-file
           label records are omitted.
       01 work-record                pic x(161).
       01 incident-work-record       pic x(436).
           copy alert-history-fd.
       fd  old-alert-history.
       01 old-ah-record.
         02 old-ah-key               pic x(24).
         02 old-ah-data              pic x(109).
           copy incident-fd.
       fd  old-incident-file.
       01 old-ic-record.
         02 old-ic-number            pic 9(6).
         02 old-ic-data              pic x(410).

       working-storage section.
           copy run-result.
       01 old-ledger-status          pic xx.
       01 archive-status             pic xx.
       01 work-status                pic xx.
       01 alert-history-status       pic xx.
       01 old-history-status         pic xx.
       01 incident-status            pic xx.
       01 old-incident-status        pic xx.
       01 file-switch                pic x value 'N'.
         88 file-at-end               value 'Y'.

       01 row-buffer                 pic x(161).
       01 ledger-vintage             pic 9 value 0.
       01 seq-bad-row-switch         pic x value 'N'.
         88 seq-row-was-bad           value 'Y'.
       01 ledger-rows                pic 9(7) comp-5 value 0.
       01 archive-rows               pic 9(7) comp-5 value 0.
       01 lifted-rows                pic 9(7) comp-5 value 0.
       01 history-rows               pic 9(7) comp-5 value 0.
       01 incident-rows              pic 9(7) comp-5 value 0.

       procedure division.


           perform migrate-ledger
           perform migrate-archive
           perform migrate-alert-history
           perform migrate-incidents

           display "ledger migration: " ledger-rows " ledger rows, "
                   archive-rows " archive rows, "
                   lifted-rows " lifted to version "
                   rr-layout-version
           display "alert history migration: " history-rows
                   " records rebuilt"
           display "incident register migration: " incident-rows
                   " records rebuilt"

           goback.

             exit paragraph
           end-if

      * Version 4 with the run-id index first - the layout every
      * ledger written before the UTC offset is sitting at (vintage
      * 5 here) - then version 4 without it, the vintage every
      * ledger written before the index change is sitting at.
           move 0 to ledger-vintage
           move "00" to old-ledger-status
           open input old-ledger-v4i
           if old-ledger-status = "00"
             move 5 to ledger-vintage
           else
             move "00" to old-ledger-status
             open input old-ledger-v4
             if old-ledger-status = "00"
               move 4 to ledger-vintage
             end-if
           end-if
           if ledger-vintage = 0
             move "00" to old-ledger-status
             open input old-ledger-v3
             if old-ledger-status = "00"
             exit paragraph
           end-if

           evaluate ledger-vintage
             when 9
               display "RESULTLEDGER is the original line sequential "
                       "ledger, migrating"
             when 5
               display "RESULTLEDGER is at vintage 4 with the run-id "
                       "index, migrating"
             when other
               display "RESULTLEDGER is at vintage " ledger-vintage
                       ", migrating"
           end-evaluate

           open output work-file
           move 'N' to file-switch
           evaluate ledger-vintage
             when 9
               close old-ledger-seq
             when 5
               close old-ledger-v4i
             when 4
               close old-ledger-v4
             when 3
           move spaces to row-buffer
           evaluate ledger-vintage
             when 9
               move "RESULTLEDGER" to io-dataset
               perform count-io-read
               read old-ledger-seq
                 at end
                   move 'Y' to file-switch
                   perform lift-and-stage
                   perform validate-staged-row
               end-read
             when 5
               move "RESULTLEDGER" to io-dataset
               perform count-io-read
               read old-ledger-v4i next record
                 at end
                   move 'Y' to file-switch
                 not at end
                   move old4i-record to row-buffer
                   perform lift-and-stage
               end-read
             when 4
               move "RESULTLEDGER" to io-dataset
               perform count-io-read
               read old-ledger-v4 next record
                 at end
                   move 'Y' to file-switch
                   perform lift-and-stage
               end-read
             when 3
               move "RESULTLEDGER" to io-dataset
               perform count-io-read
               read old-ledger-v3 next record
                 at end
                   move 'Y' to file-switch
                   perform lift-and-stage
               end-read
             when 2
               move "RESULTLEDGER" to io-dataset
               perform count-io-read
               read old-ledger-v2 next record
                 at end
                   move 'Y' to file-switch
                   perform lift-and-stage
               end-read
             when 1
               move "RESULTLEDGER" to io-dataset
               perform count-io-read
               read old-ledger-v1 next record
                 at end
                   move 'Y' to file-switch
           move row-buffer to run-result-fields
           perform lift-row-to-current
           move run-result-fields to work-record
           move "MIGRATEWORK" to io-dataset
           perform count-io-write
           write work-record.

      * Only the line sequential fallback needs this proof: a row
           close result-ledger-file.

       load-one-work-row.
           move "MIGRATEWORK" to io-dataset
           perform count-io-read
           read work-file
             at end
               move 'Y' to file-switch
             not at end
               move work-record to run-result-record
               move "RESULTLEDGER" to io-dataset
               perform count-io-write
               write run-result-record
                 invalid key
                   display "euler-ledger-migrate: duplicate key "
           close archive-file.

       stage-one-archive-row.
           move "RESULTARCHIVE" to io-dataset
           perform count-io-read
           read archive-file
             at end
               move 'Y' to file-switch
               move archive-record to run-result-fields
               perform lift-row-to-current
               move run-result-fields to work-record
               move "MIGRATEWORK" to io-dataset
               perform count-io-write
               write work-record
           end-read.

       copy-one-archive-back.
           move "MIGRATEWORK" to io-dataset
           perform count-io-read
           read work-file
             at end
               move 'Y' to file-switch
             not at end
               move work-record to archive-record
               move "RESULTARCHIVE" to io-dataset
               perform count-io-write
               write archive-record
           end-read.

      * ALERTHISTORY is indexed and fixed-length too, and grew five
      * bytes for ah-utc-offset (see alert-history-fd.cpy).  The
      * current layout opens under its own FD and is left alone;
      * the 133-byte history opens only under the old one, and is
      * staged on MIGRATEWORK and rebuilt at the current length
      * with the same keys, every record with a blank offset - the
      * offset it was stamped at is not to be had after the fact.
       migrate-alert-history.
           move "00" to alert-history-status
           open input alert-history-file
           if alert-history-status = "00"
             close alert-history-file
             display "ALERTHISTORY is already at the current "
                     "layout, nothing to migrate there"
             exit paragraph
           end-if
           if alert-history-status = "35"
             display "no ALERTHISTORY to migrate"
             exit paragraph
           end-if
           move "00" to old-history-status
           open input old-alert-history
           if old-history-status is not equal to "00"
             display "euler-ledger-migrate: ALERTHISTORY opens under "
                     "no known layout, leaving it alone"
             move 16 to return-code
             exit paragraph
           end-if
           display "ALERTHISTORY is at 133 bytes, migrating"

           open output work-file
           move 'N' to file-switch
           perform stage-one-history-record until file-at-end
           close work-file
           close old-alert-history

           open output alert-history-file
           open input work-file
           move 'N' to file-switch
           perform load-one-history-record until file-at-end
           close work-file
           close alert-history-file.

       stage-one-history-record.
           move "ALERTHISTORY" to io-dataset
           perform count-io-read
           read old-alert-history next record
             at end
               move 'Y' to file-switch
             not at end
               add 1 to history-rows
               move spaces to work-record
               move old-ah-record to work-record (1:133)
               move "MIGRATEWORK" to io-dataset
               perform count-io-write
               write work-record
           end-read.

       load-one-history-record.
           move "MIGRATEWORK" to io-dataset
           perform count-io-read
           read work-file
             at end
               move 'Y' to file-switch
             not at end
               move work-record (1:138) to alert-history-record
               move "ALERTHISTORY" to io-dataset
               perform count-io-write
               write alert-history-record
                 invalid key
                   display "euler-ledger-migrate: duplicate alert key "
                           "skipped: " ah-key
               end-write
           end-read.

      * INCIDENTS is indexed and fixed-length as well, and grew
      * twenty bytes for the four stamp offsets (see
      * incident-fd.cpy).  Same treatment as ALERTHISTORY: the
      * current layout is left alone, the 416-byte register is
      * staged on MIGRATEWORK and rebuilt at the current length
      * under the same incident numbers, the offsets left blank.
       migrate-incidents.
           move "00" to incident-status
           open input incident-file
           if incident-status = "00"
             close incident-file
             display "INCIDENTS is already at the current "
                     "layout, nothing to migrate there"
             exit paragraph
           end-if
           if incident-status = "35"
             display "no INCIDENTS to migrate"
             exit paragraph
           end-if
           move "00" to old-incident-status
           open input old-incident-file
           if old-incident-status is not equal to "00"
             display "euler-ledger-migrate: INCIDENTS opens under "
                     "no known layout, leaving it alone"
             move 16 to return-code
             exit paragraph
           end-if
           display "INCIDENTS is at 416 bytes, migrating"

           open output work-file
           move 'N' to file-switch
           perform stage-one-incident until file-at-end
           close work-file
           close old-incident-file

           open output incident-file
           open input work-file
           move 'N' to file-switch
           perform load-one-incident until file-at-end
           close work-file
           close incident-file.

       stage-one-incident.
           move "INCIDENTS" to io-dataset
           perform count-io-read
           read old-incident-file next record
             at end
               move 'Y' to file-switch
             not at end
               add 1 to incident-rows
               move spaces to incident-work-record
               move old-ic-record to incident-work-record (1:416)
               move "MIGRATEWORK" to io-dataset
               perform count-io-write
               write incident-work-record
           end-read.

       load-one-incident.
           move "MIGRATEWORK" to io-dataset
           perform count-io-read
           read work-file
             at end
               move 'Y' to file-switch
             not at end
               move incident-work-record to incident-record
               move "INCIDENTS" to io-dataset
               perform count-io-write
               write incident-record
                 invalid key
                   display "euler-ledger-migrate: duplicate incident "
                           "number skipped: " ic-number
               end-write
           end-read.

      * Lift one row, of whatever vintage, to the current layout:
      * fill what its vintage never carried and stamp the version.
      * A row already at the current version passes through as is,
      * and so does a version 4 row: the UTC offset version 5 adds
      * is not to be had after the fact, and its LEDGERCHAIN hash
      * was taken over its 156 bytes as version 4 - restamped, it
      * would fail the audit.  It reads back with a blank offset.
       lift-row-to-current.
           if rr-record-version is numeric
             and rr-record-version >= 4
             exit paragraph
           end-if
           add 1 to lifted-rows
