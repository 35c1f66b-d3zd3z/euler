      * Point-in-time restore of the operational datasets
      *
      * 15 October 2026
      *
      * The other half of euler-backup: puts one backup set - named
      * by its STAMP (control-param-4, the yyyymmddhhmmss stamp on
      * BACKUPREPORT and BACKUPMANIFEST) - back in place of the live
      * datasets.  Restoring overwrites history wholesale, which is
      * exactly what the authorization table exists for: the
      * submitter must hold the euler-restore/RESTORE grant in
      * AUTHUSERS, checked through euler-auth-check the way
      * euler-date-reopen checks REOPEN.
      *
      * Nothing is touched until the whole set has proven itself:
      * the set must be complete (its *SET* record present, with the
      * dataset count it claims), and every copy is reread and must
      * reproduce the record count and hash its manifest record
      * carries, and the copies together the set hash.  A single
      * mismatch refuses the restore with a CRIT (RESTFAIL) and the
      * live datasets stay exactly as they were.  A dataset the set
      * recorded as absent is restored as an empty file, which every
      * reader treats the same as no file at all.
      *
      * Once the set is back, euler-ledger-audit is CALLed to walk
      * the restored ledger and its chain; its exception count is
      * reported, and a nonzero count raises a CRIT (RESTAUDT) - a
      * restore is not finished until the chain says the ledger is
      * intact.  Like euler-backup, this refuses to run while a
      * STREAMLOCK is held.
      *
      * 15 October 2026 - NAMESMASTER is held exclusive for the
      * length of the restore (see enqueue.cpy), so no reader sees
      * it half reloaded.  One that a reader still holds past the
      * wait limit refuses the restore before anything is replaced.
      *
      * 15 October 2026 - Ledger rows are folded as euler-backup
      * folds them: over 161 bytes at layout version 5, over 156
      * below it.  The STREAMLOCK record ends with its stamp's UTC
      * offset.
      *
      * 15 October 2026 - ALERTHISTORY records are folded as
      * euler-backup folds them: over 138 bytes with a UTC offset,
      * over 133 with none.  A copy taken before the offset reloads
      * with spaces there.
      *
      * 15 October 2026 - The ALERTHISTORY fold length is decided afresh
      * for every record, so records with an offset that follow ones
      * without are folded over all 138 bytes, as euler-backup folds
      * them.
       identification division.
       program-id. euler-restore.

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
           select alert-file assign to "ALERTS"
               organization line sequential
               file status alert-status.
           copy alert-history-select.
           copy oncall-select.
           select names-master-file assign to "NAMESMASTER"
               organization indexed
               access dynamic
               record key nm-name
               file status names-master-status.
           select target-file
               assign to dynamic target-path
               organization line sequential
               file status target-status.
           select backup-copy-file
               assign to dynamic copy-path
               organization line sequential
               file status copy-status.
           select manifest-file assign to "BACKUPMANIFEST"
               organization line sequential
               file status manifest-status.
           select stream-lock-file assign to "STREAMLOCK"
               organization line sequential
               file status stream-lock-status.
           select restore-report-file assign to "RESTOREREPORT"
               organization line sequential
               file status restore-report-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
           copy run-result-fd.
           copy alert-file-fd.
           copy alert-history-fd.
           copy oncall-fd.
       fd  names-master-file.
       01 names-master-record.
         02 nm-name                pic x(11).
         02 nm-first-seen          pic 9(8).
         02 nm-last-seen           pic 9(8).
         02 nm-last-rank           pic 9(7).
       fd  target-file
           label records are omitted.
       01 target-line              pic x(300).
       fd  backup-copy-file
           label records are omitted.
       01 backup-copy-line         pic x(300).
       fd  manifest-file
           label records are omitted.
       01 manifest-record.
         02 bm-stamp               pic x(14).
         02 filler                 pic x.
         02 bm-dataset             pic x(20).
         02 filler                 pic x.
         02 bm-kind                pic x.
         02 filler                 pic x.
         02 bm-state               pic x.
         02 filler                 pic x.
         02 bm-count               pic 9(9).
         02 filler                 pic x.
         02 bm-hash                pic 9(9).
         02 filler                 pic x.
         02 bm-path                pic x(60).
       fd  stream-lock-file
           label records are omitted.
       01 stream-lock-record.
         02 sl-run-id              pic x(14).
         02 filler                 pic x.
         02 sl-submitter           pic x(8).
         02 filler                 pic x.
         02 sl-start-stamp         pic x(14).
         02 filler                 pic x.
         02 sl-start-offset        pic x(5).
       fd  restore-report-file
           label records are omitted.
       01 restore-report-line      pic x(120).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
           copy enqueue.
           copy alert-record.
       01 names-master-status      pic xx.
       01 target-status            pic xx.
       01 copy-status              pic xx.
       01 manifest-status          pic xx.
       01 stream-lock-status       pic xx.
       01 restore-report-status    pic xx.
       01 target-path              pic x(60).
       01 copy-path                pic x(60).
       01 restore-stamp            pic x(14) value spaces.
       01 manifest-read-switch     pic x.
         88 manifest-at-end         value 'Y'.
       01 copy-read-switch         pic x.
         88 copy-at-end             value 'Y'.
       01 set-closed-switch        pic x value 'N'.
         88 set-is-closed           value 'Y'.
       01 set-claimed-count        pic 9(9) comp-5 value 0.
       01 set-claimed-hash         pic 9(9) comp-5 value 0.
       01 set-hash                 pic 9(9) comp-5 value 0.
       01 mismatch-count           pic 99 comp-5 value 0.
       01 restored-record-count    pic 9(9) comp-5 value 0.
       01 audit-exception-count    pic 9(9) comp-5 value 0.
       01 auth-program-name        pic x(20).
       01 auth-keyword-name        pic x(20).
       01 auth-allowed-flag        pic x.

      * One slot per manifest record of the chosen set, carrying
      * what the manifest claims and what the reread found.
       01 dataset-max constant as 60.
       01 dataset-table.
         02 dataset-entry occurs 60 times.
           03 ds-name               pic x(20).
           03 ds-kind               pic x.
           03 ds-state              pic x.
           03 ds-claimed-count      pic 9(9) comp-5.
           03 ds-claimed-hash       pic 9(9) comp-5.
           03 ds-count              pic 9(9) comp-5.
           03 ds-hash               pic 9(9) comp-5.
           03 ds-copy-path          pic x(60).
           03 ds-verdict            pic x(20).
       01 dataset-count            pic 99 comp-5 value 0.
       01 dataset-index            pic 99 comp-5.

      * The same fold euler-backup stamps (see its banner).
       01 hash-image               pic x(300).
       01 hash-length              pic 999 comp-5.
       01 hash-scan                pic 999 comp-5.
       01 hash-byte                pic 9(4) comp-5.
       01 record-hash              pic 9(9) comp-5.
       01 count-edit               pic z(8)9.
       01 claimed-edit             pic z(8)9.
       01 hash-edit                pic 9(9).

       procedure division.

       main.
           move "euler-restore" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move spaces to control-param-4
           perform read-control-card
           move "euler-restore" to kp-program-id
           move "STAMP" to kp-keyword (4)
           perform read-parameter-library
           move control-param-4 to restore-stamp

           if restore-stamp = spaces
             display "euler-restore: no STAMP named - nothing "
                     "restored"
             move 16 to return-code
             goback
           end-if

           move "euler-restore" to auth-program-name
           move "RESTORE" to auth-keyword-name
           move 'N' to auth-allowed-flag
           call "euler-auth-check"
             using by content auth-program-name
                   by content auth-keyword-name
                   by reference auth-allowed-flag
           if auth-allowed-flag is not equal to 'Y'
             display "euler-restore: RESTORE refused - the live "
                     "datasets stand"
             move 16 to return-code
             goback
           end-if

           perform check-stream-quiet
           if return-code is not equal to 0
             goback
           end-if

           open output restore-report-file
           move report-header-line to restore-report-line
           move "RESTOREREPORT" to io-dataset
           perform count-io-write
           write restore-report-line
           move spaces to restore-report-line
           string "restore of backup set " delimited by size
                  restore-stamp delimited by size
             into restore-report-line
           end-string
           move "RESTOREREPORT" to io-dataset
           perform count-io-write
           write restore-report-line
           move spaces to restore-report-line
           move "DATASET"            to restore-report-line (1:21)
           move "MANIFEST"           to restore-report-line (22:10)
           move "REREAD"             to restore-report-line (33:10)
           move "HASH"               to restore-report-line (44:10)
           move "VERDICT"            to restore-report-line (55:20)
           move "RESTOREREPORT" to io-dataset
           perform count-io-write
           write restore-report-line

           perform load-set-manifest
           if dataset-count = 0 or not set-is-closed
             or set-claimed-count is not equal to dataset-count
             move "set missing or incomplete on BACKUPMANIFEST"
               to al-text
             perform refuse-restore
             goback
           end-if

           perform verify-one-copy
                   varying dataset-index from 1 by 1
                   until dataset-index > dataset-count
           if set-hash is not equal to set-claimed-hash
             add 1 to mismatch-count
             move spaces to restore-report-line
             move "set hash does not match the *SET* record"
               to restore-report-line
             move "RESTOREREPORT" to io-dataset
             perform count-io-write
             write restore-report-line
           end-if
           if mismatch-count > 0
             move "backup set fails its manifest, not restored"
               to al-text
             perform refuse-restore
             goback
           end-if

           move "NAMESMASTER" to eq-dataset
           perform enqueue-exclusive
           if not eq-granted
             move "NAMESMASTER is in use past the wait limit"
               to al-text
             perform refuse-restore
             goback
           end-if
           perform restore-one-dataset
                   varying dataset-index from 1 by 1
                   until dataset-index > dataset-count
           perform dequeue-dataset

           perform run-chain-audit

           move spaces to restore-report-line
           move restored-record-count to count-edit
           move audit-exception-count to claimed-edit
           string "records restored: " delimited by size
                  count-edit delimited by size
                  "  ledger audit exceptions: " delimited by size
                  claimed-edit delimited by size
             into restore-report-line
           end-string
           move "RESTOREREPORT" to io-dataset
           perform count-io-write
           write restore-report-line
           perform format-report-footer
           move report-footer-line to restore-report-line
           move "RESTOREREPORT" to io-dataset
           perform count-io-write
           write restore-report-line
           close restore-report-file

           display "euler-restore: set " restore-stamp " restored, "
                   restored-record-count " records; ledger audit "
                   "found " audit-exception-count " exceptions"

           move "euler-restore" to rr-program-id
           move spaces to rr-parameters
           string "stamp=" delimited by size
                  restore-stamp delimited by size
             into rr-parameters
           end-string
           move restored-record-count to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
           move spaces to rr-expected-result
           move space to rr-pass-flag
           perform stop-run-timer
           perform write-run-result
           move audit-exception-count to return-code
           goback.

       check-stream-quiet.
           move 0 to return-code
           move "00" to stream-lock-status
           open input stream-lock-file
           if stream-lock-status is not equal to "00"
             exit paragraph
           end-if
           move spaces to stream-lock-record
           move "STREAMLOCK" to io-dataset
           perform count-io-read
           read stream-lock-file
             at end
               move spaces to stream-lock-record
           end-read
           close stream-lock-file
           if sl-run-id is not equal to spaces
             display "euler-restore: stream " sl-run-id
                     " holds STREAMLOCK (started " sl-start-stamp
                     ") - no restore under a running stream"
             move 16 to return-code
           end-if.

       load-set-manifest.
           move "00" to manifest-status
           open input manifest-file
           if manifest-status is not equal to "00"
             display "euler-restore: no BACKUPMANIFEST on hand"
             exit paragraph
           end-if
           move 'N' to manifest-read-switch
           perform load-one-manifest-record until manifest-at-end
           close manifest-file.

       load-one-manifest-record.
           move "BACKUPMANIFEST" to io-dataset
           perform count-io-read
           read manifest-file
             at end
               move 'Y' to manifest-read-switch
             not at end
               if bm-stamp = restore-stamp
                 if bm-dataset = "*SET*"
                   move 'Y' to set-closed-switch
                   move bm-count to set-claimed-count
                   move bm-hash to set-claimed-hash
                 else
                   if dataset-count < dataset-max
                     add 1 to dataset-count
                     move bm-dataset to ds-name (dataset-count)
                     move bm-kind to ds-kind (dataset-count)
                     move bm-state to ds-state (dataset-count)
                     move bm-count
                       to ds-claimed-count (dataset-count)
                     move bm-hash
                       to ds-claimed-hash (dataset-count)
                     move bm-path to ds-copy-path (dataset-count)
                   end-if
                 end-if
               end-if
           end-read.

      * Reread one copy exactly as euler-backup wrote it and fold
      * it the same way; the verdict is kept for the report.
       verify-one-copy.
           move 0 to ds-count (dataset-index)
           move 0 to ds-hash (dataset-index)
           move "MATCHES" to ds-verdict (dataset-index)
           perform set-hash-length
           move ds-copy-path (dataset-index) to copy-path
           move "00" to copy-status
           open input backup-copy-file
           if copy-status is not equal to "00"
             move "COPY MISSING" to ds-verdict (dataset-index)
             add 1 to mismatch-count
             perform write-verify-line
             exit paragraph
           end-if
           move 'N' to copy-read-switch
           perform hash-one-copy-record until copy-at-end
           close backup-copy-file

           if ds-count (dataset-index)
               is not equal to ds-claimed-count (dataset-index)
             move "COUNT MISMATCH" to ds-verdict (dataset-index)
             add 1 to mismatch-count
           else
             if ds-hash (dataset-index)
                 is not equal to ds-claimed-hash (dataset-index)
               move "HASH MISMATCH" to ds-verdict (dataset-index)
               add 1 to mismatch-count
             end-if
           end-if
           compute set-hash =
               function mod (set-hash * 31 + ds-hash (dataset-index),
                   999999937)
           perform write-verify-line.

       set-hash-length.
           evaluate ds-kind (dataset-index)
             when "L"
               move 161 to hash-length
             when "H"
               move 138 to hash-length
             when "N"
               move 34 to hash-length
             when other
               move 300 to hash-length
           end-evaluate.

       hash-one-copy-record.
           move copy-path to io-dataset
           perform count-io-read
           read backup-copy-file
             at end
               move 'Y' to copy-read-switch
             not at end
               move backup-copy-line to hash-image
               if ds-kind (dataset-index) = "L"
                 move 161 to hash-length
                 if hash-image (155:2) is not numeric
                   or hash-image (155:2) < "05"
                   move 156 to hash-length
                 end-if
               end-if
               if ds-kind (dataset-index) = "H"
                 move 138 to hash-length
                 if hash-image (134:5) = spaces
                   move 133 to hash-length
                 end-if
               end-if
               perform hash-one-record
               add 1 to ds-count (dataset-index)
               compute ds-hash (dataset-index) =
                   function mod (ds-hash (dataset-index) * 31
                       + record-hash, 999999937)
           end-read.

       hash-one-record.
           move 0 to record-hash
           perform varying hash-scan from 1 by 1
                   until hash-scan > hash-length
             compute hash-byte =
                 function ord (hash-image (hash-scan:1))
             compute record-hash =
                 function mod (record-hash * 31 + hash-byte,
                     999999937)
           end-perform.

       write-verify-line.
           move spaces to restore-report-line
           move ds-name (dataset-index) to restore-report-line (1:20)
           move ds-claimed-count (dataset-index) to claimed-edit
           move claimed-edit to restore-report-line (22:9)
           move ds-count (dataset-index) to count-edit
           move count-edit to restore-report-line (33:9)
           move ds-hash (dataset-index) to hash-edit
           move hash-edit to restore-report-line (44:9)
           move ds-verdict (dataset-index)
             to restore-report-line (55:20)
           move "RESTOREREPORT" to io-dataset
           perform count-io-write
           write restore-report-line.

       refuse-restore.
           move spaces to restore-report-line
           string "RESTORE REFUSED - " delimited by size
                  al-text delimited by size
             into restore-report-line
           end-string
           move "RESTOREREPORT" to io-dataset
           perform count-io-write
           write restore-report-line
           perform format-report-footer
           move report-footer-line to restore-report-line
           move "RESTOREREPORT" to io-dataset
           perform count-io-write
           write restore-report-line
           close restore-report-file
           display "euler-restore: set " restore-stamp " refused - "
                   function trim (al-text)
           move "CRIT" to al-severity
           move "euler-restore" to al-program
           move "RESTFAIL" to al-code
           perform write-alert
           move 16 to return-code.

      * The set has proven itself; each dataset is now replaced
      * whole by its copy, keyed files reloaded in key order.
       restore-one-dataset.
           move ds-copy-path (dataset-index) to copy-path
           move "00" to copy-status
           open input backup-copy-file
           move 'N' to copy-read-switch
           evaluate ds-kind (dataset-index)
             when "L"
               open output result-ledger-file
               perform reload-one-ledger-row until copy-at-end
               close result-ledger-file
             when "H"
               open output alert-history-file
               perform reload-one-alert until copy-at-end
               close alert-history-file
             when "N"
               open output names-master-file
               perform reload-one-name until copy-at-end
               close names-master-file
             when other
               move ds-name (dataset-index) to target-path
               open output target-file
               perform reload-one-flat-record until copy-at-end
               close target-file
           end-evaluate
           close backup-copy-file
           move spaces to restore-report-line
           move ds-name (dataset-index) to restore-report-line (1:20)
           move ds-count (dataset-index) to count-edit
           move count-edit to restore-report-line (33:9)
           if ds-state (dataset-index) = 'M'
             move "RESTORED EMPTY" to restore-report-line (55:20)
           else
             move "RESTORED" to restore-report-line (55:20)
           end-if
           move "RESTOREREPORT" to io-dataset
           perform count-io-write
           write restore-report-line.

       reload-one-ledger-row.
           move copy-path to io-dataset
           perform count-io-read
           read backup-copy-file
             at end
               move 'Y' to copy-read-switch
             not at end
               move backup-copy-line (1:161) to run-result-record
               move "RESULTLEDGER" to io-dataset
               perform count-io-write
               write run-result-record
                 invalid key
                   display "euler-restore: duplicate ledger key "
                           rr-ledger-key " in the copy"
                 not invalid key
                   add 1 to restored-record-count
               end-write
           end-read.

       reload-one-alert.
           move copy-path to io-dataset
           perform count-io-read
           read backup-copy-file
             at end
               move 'Y' to copy-read-switch
             not at end
               move backup-copy-line (1:138) to alert-history-record
               move "ALERTHISTORY" to io-dataset
               perform count-io-write
               write alert-history-record
                 invalid key
                   display "euler-restore: duplicate alert key "
                           ah-key " in the copy"
                 not invalid key
                   add 1 to restored-record-count
               end-write
           end-read.

       reload-one-name.
           move copy-path to io-dataset
           perform count-io-read
           read backup-copy-file
             at end
               move 'Y' to copy-read-switch
             not at end
               move backup-copy-line (1:34) to names-master-record
               move "NAMESMASTER" to io-dataset
               perform count-io-write
               write names-master-record
                 invalid key
                   display "euler-restore: duplicate name "
                           nm-name " in the copy"
                 not invalid key
                   add 1 to restored-record-count
               end-write
           end-read.

       reload-one-flat-record.
           move copy-path to io-dataset
           perform count-io-read
           read backup-copy-file
             at end
               move 'Y' to copy-read-switch
             not at end
               move backup-copy-line to target-line
               move target-path to io-dataset
               perform count-io-write
               write target-line
               add 1 to restored-record-count
           end-read.

      * The restored ledger must prove itself against its restored
      * chain; LEDGERAUDIT carries the detail.
       run-chain-audit.
           move 0 to return-code
           call "euler-ledger-audit"
           move return-code to audit-exception-count
           move 0 to return-code
           if audit-exception-count > 0
             move "CRIT" to al-severity
             move "euler-restore" to al-program
             move "RESTAUDT" to al-code
             move spaces to al-text
             string "restored set " delimited by size
                    restore-stamp delimited by size
                    " fails the ledger audit" delimited by size
               into al-text
             end-string
             perform write-alert
           end-if.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.
           copy enqueue-procedure.
           copy alert-procedure.

       end program euler-restore.
