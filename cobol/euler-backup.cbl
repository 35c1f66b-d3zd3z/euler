      * Point-in-time backup of the operational datasets
      *
      * 15 October 2026
      *
      * Everything else in the suite can be rebuilt by rerunning a
      * program, but the history cannot: RESULTLEDGER and its
      * archive generations, ALERTHISTORY, NAMESMASTER, CLOSEDDATES,
      * the LEDGERCHAIN/CHAINSTATE tamper-evidence pair,
      * DATAVERSIONS and OPSNOTES.  This copies all of them as one
      * set under a backup stamp (the wall-clock yyyymmddhhmmss the
      * run started), each to <dataset>.<stamp> in TARGET-DIR
      * (control-param-4, default the current directory), and
      * appends the set's manifest to BACKUPMANIFEST: one record per
      * dataset with its record count and hash, closed by a *SET*
      * record carrying the dataset count and the fold of every
      * hash.  euler-restore puts a set back and refuses one whose
      * copies no longer match their manifest.
      *
      * The keyed files (the ledger, the alert history and the names
      * master) are unloaded to sequential images in key order, the
      * flat ones copied record for record; the archive generations
      * ARCHIVECATALOG names are found through the catalog and ride
      * along as datasets of their own.  The hash is the ledger
      * chain's position-weighted fold (mod 999999937), per record
      * and then across the file, so a copy altered by one byte no
      * longer matches.
      *
      * One consistent set means nothing may write while it is
      * taken: a populated STREAMLOCK (a driver is running) refuses
      * the backup outright, and RESULTLEDGER is held open for the
      * whole copy, so its exclusive lock keeps a stray writer
      * spilling to LEDGERSPILL instead of moving the ledger and its
      * chain under the set.
      *
      * 15 October 2026 - NAMESMASTER is also held shared while it
      * is unloaded (see enqueue.cpy), so an ad hoc
      * euler-names-master run outside the stream cannot fold a
      * delivery into it mid-copy.  One still held exclusive past
      * the wait limit fails that copy, and with it the set.
      *
      * 15 October 2026 - Ledger rows are folded over 161 bytes at
      * layout version 5 and over 156 below it, row by row, so a
      * backup taken before the change still verifies.  The
      * STREAMLOCK record ends with its stamp's UTC offset.
      *
      * 15 October 2026 - ALERTHISTORY records are folded over 138
      * bytes once they carry a UTC offset, over 133 while it is
      * blank, so copies taken before the offset still verify.
       identification division.
       program-id. euler-backup.

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
           select source-file
               assign to dynamic source-path
               organization line sequential
               file status source-status.
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
           select backup-report-file assign to "BACKUPREPORT"
               organization line sequential
               file status backup-report-status.

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
       fd  source-file
           label records are omitted.
       01 source-line              pic x(300).
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
       fd  backup-report-file
           label records are omitted.
       01 backup-report-line       pic x(120).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
           copy enqueue.
           copy alert-record.
       01 names-master-status      pic xx.
       01 source-status            pic xx.
       01 copy-status              pic xx.
       01 manifest-status          pic xx.
       01 stream-lock-status       pic xx.
       01 backup-report-status     pic xx.
       01 source-path              pic x(60).
       01 copy-path                pic x(60).
       01 target-dir               pic x(60) value spaces.
       01 backup-stamp             pic x(14).
       01 backup-submitter         pic x(8).
       01 copy-read-switch         pic x.
         88 copy-at-end             value 'Y'.
       01 ledger-held-switch       pic x value 'N'.
         88 ledger-is-held          value 'Y'.

      * The datasets in the set.  ds-kind says how each is read:
      * L the keyed ledger, H the keyed alert history, N the keyed
      * names master, S a flat file copied record for record.  The
      * archive generations are appended from ARCHIVECATALOG at run
      * time, so a new year's generation needs no change here.
       01 dataset-max constant as 60.
       01 dataset-table.
         02 dataset-entry occurs 60 times.
           03 ds-name               pic x(20).
           03 ds-kind               pic x.
           03 ds-state              pic x.
             88 ds-was-present       value 'P'.
           03 ds-count              pic 9(9) comp-5.
           03 ds-hash               pic 9(9) comp-5.
           03 ds-copy-path          pic x(60).
       01 dataset-count            pic 99 comp-5 value 0.
       01 dataset-index            pic 99 comp-5.
       01 catalog-line.
         02 cl-year                pic 9(4).
         02 filler                 pic x.
         02 cl-file-name           pic x(20).
         02 filler                 pic x(275).

      * The fold: each record's bytes weighted by position modulo
      * the chain prime, then the records folded the same way into
      * the file's hash, and the files into the set's.
       01 hash-image               pic x(300).
       01 hash-length              pic 999 comp-5.
       01 hash-scan                pic 999 comp-5.
       01 hash-byte                pic 9(4) comp-5.
       01 record-hash              pic 9(9) comp-5.
       01 set-hash                 pic 9(9) comp-5 value 0.
       01 set-record-count         pic 9(9) comp-5 value 0.
       01 count-edit               pic z(8)9.
       01 hash-edit                pic 9(9).

       procedure division.

       main.
           move "euler-backup" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move spaces to control-param-4
           perform read-control-card
           move "euler-backup" to kp-program-id
           move "TARGET-DIR" to kp-keyword (4)
           perform read-parameter-library
           move control-param-4 to target-dir

           perform check-stream-quiet
           if return-code is not equal to 0
             goback
           end-if

           move function current-date (1:14) to backup-stamp
           accept backup-submitter from environment "LOGNAME"
             on exception
               move spaces to backup-submitter
           end-accept
           if backup-submitter = spaces
             accept backup-submitter from environment "USER"
               on exception
                 move spaces to backup-submitter
             end-accept
           end-if
           if backup-submitter = spaces
             move "UNKNOWN" to backup-submitter
           end-if

           perform build-dataset-table
           perform add-archive-generations

           open output backup-report-file
           move report-header-line to backup-report-line
           move "BACKUPREPORT" to io-dataset
           perform count-io-write
           write backup-report-line
           move spaces to backup-report-line
           string "backup set " delimited by size
                  backup-stamp delimited by size
                  " taken by " delimited by size
                  backup-submitter delimited by size
             into backup-report-line
           end-string
           move "BACKUPREPORT" to io-dataset
           perform count-io-write
           write backup-report-line
           move spaces to backup-report-line
           move "DATASET"            to backup-report-line (1:21)
           move "STATE"              to backup-report-line (22:8)
           move "RECORDS"            to backup-report-line (31:10)
           move "HASH"               to backup-report-line (42:10)
           move "COPY"               to backup-report-line (53:60)
           move "BACKUPREPORT" to io-dataset
           perform count-io-write
           write backup-report-line

      * The ledger is held from first copy to last; see the banner.
           perform open-ledger-for-input
           if run-result-status = "00"
             move 'Y' to ledger-held-switch
           end-if

           perform copy-one-dataset
                   varying dataset-index from 1 by 1
                   until dataset-index > dataset-count

           if ledger-is-held
             close result-ledger-file
             move 'N' to ledger-held-switch
           end-if

           perform write-set-manifest

           move spaces to backup-report-line
           move dataset-count to count-edit
           move set-hash to hash-edit
           string "datasets in set: " delimited by size
                  count-edit delimited by size
                  "  set hash: " delimited by size
                  hash-edit delimited by size
             into backup-report-line
           end-string
           move "BACKUPREPORT" to io-dataset
           perform count-io-write
           write backup-report-line
           perform format-report-footer
           move report-footer-line to backup-report-line
           move "BACKUPREPORT" to io-dataset
           perform count-io-write
           write backup-report-line
           close backup-report-file

           display "euler-backup: set " backup-stamp ", "
                   dataset-count " datasets, " set-record-count
                   " records, set hash " hash-edit

           move "euler-backup" to rr-program-id
           move spaces to rr-parameters
           string "stamp=" delimited by size
                  backup-stamp delimited by size
             into rr-parameters
           end-string
           move set-record-count to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
           move spaces to rr-expected-result
           move space to rr-pass-flag
           perform stop-run-timer
           perform write-run-result
           goback.

      * A populated STREAMLOCK means a driver is writing; a set
      * taken now would be half one night and half the next.
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
             display "euler-backup: stream " sl-run-id
                     " holds STREAMLOCK (started " sl-start-stamp
                     ") - no backup while it is writing"
             move "WARN" to al-severity
             move "euler-backup" to al-program
             move "BKUPBUSY" to al-code
             move spaces to al-text
             string "backup refused, stream running "
                      delimited by size
                    sl-run-id delimited by size
               into al-text
             end-string
             perform write-alert
             move 16 to return-code
           end-if.

       build-dataset-table.
           move "RESULTLEDGER"   to ds-name (1)
           move "L"              to ds-kind (1)
           move "RESULTARCHIVE"  to ds-name (2)
           move "S"              to ds-kind (2)
           move "ARCHIVECATALOG" to ds-name (3)
           move "S"              to ds-kind (3)
           move "ALERTHISTORY"   to ds-name (4)
           move "H"              to ds-kind (4)
           move "NAMESMASTER"    to ds-name (5)
           move "N"              to ds-kind (5)
           move "CLOSEDDATES"    to ds-name (6)
           move "S"              to ds-kind (6)
           move "LEDGERCHAIN"    to ds-name (7)
           move "S"              to ds-kind (7)
           move "CHAINSTATE"     to ds-name (8)
           move "S"              to ds-kind (8)
           move "DATAVERSIONS"   to ds-name (9)
           move "S"              to ds-kind (9)
           move "OPSNOTES"       to ds-name (10)
           move "S"              to ds-kind (10)
           move 10 to dataset-count.

      * Each yearly archive generation is a dataset of its own,
      * copied under its cataloged name.
       add-archive-generations.
           move "ARCHIVECATALOG" to source-path
           move "00" to source-status
           open input source-file
           if source-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to copy-read-switch
           perform add-one-generation until copy-at-end
           close source-file.

       add-one-generation.
           move source-path to io-dataset
           perform count-io-read
           read source-file
             at end
               move 'Y' to copy-read-switch
             not at end
               move source-line to catalog-line
               if cl-file-name is not equal to spaces
                 and cl-file-name is not equal to "RESULTARCHIVE"
                 and dataset-count < dataset-max
                 add 1 to dataset-count
                 move cl-file-name to ds-name (dataset-count)
                 move "S" to ds-kind (dataset-count)
               end-if
           end-read.

       copy-one-dataset.
           move 'P' to ds-state (dataset-index)
           move 0 to ds-count (dataset-index)
           move 0 to ds-hash (dataset-index)
           move spaces to copy-path
           if target-dir = spaces
             string function trim (ds-name (dataset-index))
                      delimited by size
                    "." delimited by size
                    backup-stamp delimited by size
               into copy-path
             end-string
           else
             string function trim (target-dir) delimited by size
                    "/" delimited by size
                    function trim (ds-name (dataset-index))
                      delimited by size
                    "." delimited by size
                    backup-stamp delimited by size
               into copy-path
             end-string
           end-if
           move copy-path to ds-copy-path (dataset-index)

           move "00" to copy-status
           open output backup-copy-file
           if copy-status is not equal to "00"
             display "euler-backup: cannot write "
                     function trim (copy-path)
                     ", file status " copy-status
             move 'X' to ds-state (dataset-index)
             perform write-dataset-line
             exit paragraph
           end-if

           evaluate ds-kind (dataset-index)
             when "L"
               perform unload-result-ledger
             when "H"
               perform unload-alert-history
             when "N"
               perform unload-names-master
             when other
               perform copy-flat-dataset
           end-evaluate
           close backup-copy-file

           add ds-count (dataset-index) to set-record-count
           compute set-hash =
               function mod (set-hash * 31 + ds-hash (dataset-index),
                   999999937)
           perform write-dataset-line.

      * A dataset that does not exist yet (no alert has ever been
      * acknowledged, no date ever closed) is a legitimate state
      * and is recorded as absent, an empty copy standing for it.
       unload-result-ledger.
           if not ledger-is-held
             move 'M' to ds-state (dataset-index)
             exit paragraph
           end-if
           move 'N' to copy-read-switch
           perform unload-one-ledger-row until copy-at-end.

       unload-one-ledger-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record
             at end
               move 'Y' to copy-read-switch
             not at end
               move run-result-record to hash-image
               move 161 to hash-length
               if hash-image (155:2) is not numeric
                 or hash-image (155:2) < "05"
                 move 156 to hash-length
               end-if
               perform copy-hash-image
           end-read.

       unload-alert-history.
           move "00" to alert-history-status
           open input alert-history-file
           if alert-history-status is not equal to "00"
             move 'M' to ds-state (dataset-index)
             exit paragraph
           end-if
           move 'N' to copy-read-switch
           perform unload-one-alert until copy-at-end
           close alert-history-file.

       unload-one-alert.
           move "ALERTHISTORY" to io-dataset
           perform count-io-read
           read alert-history-file next record
             at end
               move 'Y' to copy-read-switch
             not at end
               move alert-history-record to hash-image
               move 138 to hash-length
               if ah-utc-offset = spaces
                 move 133 to hash-length
               end-if
               perform copy-hash-image
           end-read.

       unload-names-master.
           move "NAMESMASTER" to eq-dataset
           perform enqueue-shared
           if not eq-granted
             move 'X' to ds-state (dataset-index)
             exit paragraph
           end-if
           move "00" to names-master-status
           open input names-master-file
           if names-master-status is not equal to "00"
             perform dequeue-dataset
             move 'M' to ds-state (dataset-index)
             exit paragraph
           end-if
           move 34 to hash-length
           move 'N' to copy-read-switch
           perform unload-one-name until copy-at-end
           close names-master-file
           perform dequeue-dataset.

       unload-one-name.
           move "NAMESMASTER" to io-dataset
           perform count-io-read
           read names-master-file next record
             at end
               move 'Y' to copy-read-switch
             not at end
               move names-master-record to hash-image
               perform copy-hash-image
           end-read.

       copy-flat-dataset.
           move ds-name (dataset-index) to source-path
           move "00" to source-status
           open input source-file
           if source-status is not equal to "00"
             move 'M' to ds-state (dataset-index)
             exit paragraph
           end-if
           move 300 to hash-length
           move 'N' to copy-read-switch
           perform copy-one-flat-record until copy-at-end
           close source-file.

       copy-one-flat-record.
           move source-path to io-dataset
           perform count-io-read
           read source-file
             at end
               move 'Y' to copy-read-switch
             not at end
               move source-line to hash-image
               perform copy-hash-image
           end-read.

       copy-hash-image.
           move hash-image to backup-copy-line
           move copy-path to io-dataset
           perform count-io-write
           write backup-copy-line
           perform hash-one-record
           add 1 to ds-count (dataset-index)
           compute ds-hash (dataset-index) =
               function mod (ds-hash (dataset-index) * 31
                   + record-hash, 999999937).

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

       write-dataset-line.
           move spaces to backup-report-line
           move ds-name (dataset-index) to backup-report-line (1:20)
           evaluate ds-state (dataset-index)
             when 'P'
               move "COPIED" to backup-report-line (22:8)
             when 'M'
               move "ABSENT" to backup-report-line (22:8)
             when other
               move "FAILED" to backup-report-line (22:8)
           end-evaluate
           move ds-count (dataset-index) to count-edit
           move count-edit to backup-report-line (31:9)
           move ds-hash (dataset-index) to hash-edit
           move hash-edit to backup-report-line (42:9)
           move ds-copy-path (dataset-index)
             to backup-report-line (53:60)
           move "BACKUPREPORT" to io-dataset
           perform count-io-write
           write backup-report-line.

      * The manifest is appended, one set after another, and the
      * *SET* record goes last: a set without one was interrupted
      * and euler-restore will not touch it.  A set with a copy
      * that could not be written gets no *SET* record either.
       write-set-manifest.
           move "00" to manifest-status
           open extend manifest-file
           if manifest-status = "35"
             open output manifest-file
           end-if
           if manifest-status is not equal to "00"
             display "euler-backup: BACKUPMANIFEST open failed, "
                     "file status " manifest-status
             move 16 to return-code
             exit paragraph
           end-if
           perform varying dataset-index from 1 by 1
                   until dataset-index > dataset-count
             move spaces to manifest-record
             move backup-stamp to bm-stamp
             move ds-name (dataset-index) to bm-dataset
             move ds-kind (dataset-index) to bm-kind
             move ds-state (dataset-index) to bm-state
             move ds-count (dataset-index) to bm-count
             move ds-hash (dataset-index) to bm-hash
             move ds-copy-path (dataset-index) to bm-path
             move "BACKUPMANIFEST" to io-dataset
             perform count-io-write
             write manifest-record
             if ds-state (dataset-index) = 'X'
               move 16 to return-code
             end-if
           end-perform
           if return-code = 0
             move spaces to manifest-record
             move backup-stamp to bm-stamp
             move "*SET*" to bm-dataset
             move "S" to bm-kind
             move "P" to bm-state
             move dataset-count to bm-count
             move set-hash to bm-hash
             move backup-submitter to bm-path
             move "BACKUPMANIFEST" to io-dataset
             perform count-io-write
             write manifest-record
           else
             display "euler-backup: set " backup-stamp
                     " is incomplete and will not be restorable"
             move "CRIT" to al-severity
             move "euler-backup" to al-program
             move "BKUPFAIL" to al-code
             move spaces to al-text
             string "backup set incomplete, stamp "
                      delimited by size
                    backup-stamp delimited by size
               into al-text
             end-string
             perform write-alert
           end-if
           close manifest-file.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.
           copy enqueue-procedure.
           copy alert-procedure.

       end program euler-backup.
