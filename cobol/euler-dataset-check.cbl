      * Dataset registry check
      *
      * 15 October 2026
      *
      * Nothing in the suite said which files a night expects to
      * find.  A stream that started without NAMESMASTER ran every
      * step up to the one that needed it; a PRIMESFILE truncated to
      * nothing by a full filesystem was read happily as "no primes";
      * and the directory collected strays nobody could name.
      * DATASETREGISTRY now records, one line per logical dataset:
      *
      *   logical-name owner purpose must-exist min-bytes max-bytes
      *   swing-percent
      *
      *   purpose        INPUT, OUTPUT, CHECKPOINT, HISTORY or REPORT
      *   must-exist     Y when the stream cannot start without it
      *   min/max-bytes  the size band it should sit in (max 0 means
      *                  no upper bound)
      *   swing-percent  the change since the last check worth
      *                  reporting (spaces or 0 means 50)
      *
      * in fixed columns 1, 22, 35, 46, 48, 61 and 74; a line with
      * "*" in column 1 is a comment.  This resolves every entry
      * against the environment profile (EULERPROFILE, applied
      * through euler-profile-apply, so a rehearsal checks the
      * rehearsal's copies) and writes DATASETREPORT:
      *
      *   - datasets missing or empty
      *   - datasets outside their size band
      *   - datasets that swung by more than their swing percent
      *     since the last check's snapshot in DATASETSIZES
      *   - files in the data directory that are no registered
      *     dataset (EULERDATADIR names the directory, default the
      *     current one); a file named after a registered one with
      *     a further suffix, such as an arrival's .LKG copy, belongs
      *     to that dataset and is not reported
      *
      * Every run appends each present dataset's size to
      * DATASETSIZES under the processing date (EULERPROCDATE, else
      * today); the swing compares against the latest snapshot from
      * an earlier date.
      *
      * RETURN-CODE is the number of must-exist datasets missing or
      * empty, plus one when the profile itself was refused.
      * euler-preflight CALLs this and counts each as a violation,
      * so the stream is rejected before its first step instead of
      * failing at the step that needed the file; band, swing and
      * unknown-file findings are reported but never block.
       identification division.
       program-id. euler-dataset-check.

       environment division.
       input-output section.
       file-control.
           select registry-file assign to "DATASETREGISTRY"
               organization line sequential
               file status registry-status.
           select sizes-file assign to "DATASETSIZES"
               organization line sequential
               file status sizes-status.
           select listing-file
               assign to dynamic listing-path
               organization line sequential
               file status listing-status.
           select dataset-report-file assign to "DATASETREPORT"
               organization line sequential
               file status dataset-report-status.

       data division.
       file section.
       fd  registry-file
           label records are omitted.
       01 registry-record.
         02 dr-logical                 pic x(20).
         02 filler                     pic x.
         02 dr-owner                   pic x(12).
         02 filler                     pic x.
         02 dr-purpose                 pic x(10).
         02 filler                     pic x.
         02 dr-must-exist              pic x.
         02 filler                     pic x.
         02 dr-min-bytes               pic x(12).
         02 filler                     pic x.
         02 dr-max-bytes               pic x(12).
         02 filler                     pic x.
         02 dr-swing-pct               pic x(3).
       fd  sizes-file
           label records are omitted.
       01 sizes-record.
         02 sz-date                    pic 9(8).
         02 filler                     pic x.
         02 sz-logical                 pic x(20).
         02 filler                     pic x.
         02 sz-bytes                   pic 9(12).
       fd  listing-file
           label records are omitted.
       01 listing-record               pic x(120).
       fd  dataset-report-file
           label records are omitted.
       01 dataset-report-line          pic x(132).

       working-storage section.
           copy report-header.
       01 registry-status              pic xx.
       01 sizes-status                 pic xx.
       01 listing-status               pic xx.
       01 dataset-report-status        pic xx.
       01 read-switch                  pic x.
         88 read-at-end                 value 'Y'.

       01 check-date                   pic 9(8).
       01 check-date-text              pic x(10).
       01 active-profile               pic x(10).
       01 data-directory               pic x(80).
       01 listing-path                 pic x(80).
       01 listing-command              pic x(200).
       01 default-swing constant as 50.

      * The registered datasets and what the check found for each.
       01 dataset-max constant as 200.
       01 dataset-table.
         02 dataset-entry occurs 200 times.
           03 ds-logical               pic x(20).
           03 ds-owner                 pic x(12).
           03 ds-purpose               pic x(10).
           03 ds-must-exist            pic x.
           03 ds-min-bytes             pic 9(12).
           03 ds-max-bytes             pic 9(12).
           03 ds-swing-pct             pic 999.
           03 ds-path                  pic x(80).
           03 ds-present               pic x.
           03 ds-bytes                 pic 9(12).
           03 ds-last-date             pic 9(8).
           03 ds-last-bytes            pic 9(12).
           03 ds-verdict               pic x(12).
       01 dataset-count                pic 999 comp-5 value 0.
       01 dataset-index                pic 999 comp-5.
       01 dataset-scan                 pic 999 comp-5.

      * CBL_CHECK_FILE_EXIST's reply area.
       01 check-file-name              pic x(80).
       01 check-file-info.
         02 cfi-size                   pic x(8) comp-x.
         02 cfi-day                    pic x comp-x.
         02 cfi-month                  pic x comp-x.
         02 cfi-year                   pic xx comp-x.
         02 cfi-hour                   pic x comp-x.
         02 cfi-minute                 pic x comp-x.
         02 cfi-second                 pic x comp-x.
         02 cfi-hund                   pic x comp-x.

       01 swing-bytes                  pic 9(12).
       01 swing-limit                  pic 9(15).
       01 listed-name                  pic x(120).
       01 listed-length                pic 999 comp-5.
       01 known-name                   pic x(80).
       01 known-work                   pic x(80).
       01 known-length                 pic 999 comp-5.
       01 known-switch                 pic x.
         88 file-is-known               value 'Y'.

       01 check-counts.
         02 registry-errors            pic 999 comp-5 value 0.
         02 datasets-missing           pic 999 comp-5 value 0.
         02 datasets-empty             pic 999 comp-5 value 0.
         02 datasets-out-of-band       pic 999 comp-5 value 0.
         02 datasets-swung             pic 999 comp-5 value 0.
         02 files-unknown              pic 999 comp-5 value 0.
       01 blocking-count               pic 999 comp-5 value 0.
       01 count-edit                   pic zz9.
       01 bytes-edit                   pic z(11)9.
       01 bytes-edit-2                 pic z(11)9.

       procedure division.

       main.
           move "euler-dataset-check" to rh-program-id
           perform format-report-header
           display report-header-line

           perform establish-check-date
           move "00" to dataset-report-status
           open output dataset-report-file
           move report-header-line to dataset-report-line
           write dataset-report-line

           perform apply-environment-profile
           perform load-registry
           perform load-size-snapshots

           move spaces to dataset-report-line
           move "dataset" to dataset-report-line (1:20)
           move "owner" to dataset-report-line (22:12)
           move "purpose" to dataset-report-line (35:10)
           move "verdict" to dataset-report-line (46:12)
           move "bytes" to dataset-report-line (66:5)
           move "path" to dataset-report-line (72:4)
           write dataset-report-line
           perform check-one-dataset
                   varying dataset-index from 1 by 1
                   until dataset-index > dataset-count
           if dataset-count = 0
             move "no DATASETREGISTRY entries - nothing to check"
               to dataset-report-line
             write dataset-report-line
             display "euler-dataset-check: no DATASETREGISTRY "
                     "entries to check"
           end-if

           perform find-unknown-files
           perform append-size-snapshots
           perform write-check-summary

           perform format-report-footer
           move report-footer-line to dataset-report-line
           write dataset-report-line
           close dataset-report-file
           display report-footer-line

           add datasets-missing to blocking-count
           add datasets-empty to blocking-count
           display "dataset check: " dataset-count " registered, "
                   blocking-count " blocking, " files-unknown
                   " unknown files"
           move blocking-count to return-code
           goback.

       establish-check-date.
           move spaces to check-date-text
           accept check-date-text from environment "EULERPROCDATE"
             on exception
               move spaces to check-date-text
           end-accept
           if check-date-text (1:8) is numeric
             move check-date-text (1:8) to check-date
           else
             move function current-date (1:8) to check-date
           end-if.

      * The profile's assignments are environment variables, so
      * once it is applied each logical name resolves the way the
      * steps will resolve it.  A profile refused outright blocks:
      * checking the native files instead would pass a rehearsal on
      * production's data.
       apply-environment-profile.
           move spaces to active-profile
           accept active-profile from environment "EULERPROFILE"
             on exception
               move spaces to active-profile
           end-accept
           move 0 to return-code
           call "euler-profile-apply"
           if return-code is not equal to 0
             add 1 to blocking-count
             move spaces to dataset-report-line
             string "profile " delimited by size
                    function trim (active-profile) delimited by size
                    " refused by euler-profile-apply - the datasets "
                      delimited by size
                    "below are the native ones" delimited by size
               into dataset-report-line
             end-string
             write dataset-report-line
           end-if
           move 0 to return-code
           move spaces to dataset-report-line
           if active-profile = spaces
             move "profile: none (native files)" to dataset-report-line
           else
             string "profile: " delimited by size
                    active-profile delimited by size
               into dataset-report-line
             end-string
           end-if
           write dataset-report-line.

      ******************************************************************
      * The registry, validated as it is loaded.
      ******************************************************************
       load-registry.
           move "00" to registry-status
           open input registry-file
           if registry-status is not equal to "00"
             display "euler-dataset-check: no DATASETREGISTRY, file "
                     "status " registry-status
             exit paragraph
           end-if
           move 'N' to read-switch
           perform read-one-registry-entry until read-at-end
           close registry-file.

       read-one-registry-entry.
           read registry-file
             at end
               move 'Y' to read-switch
             not at end
               if registry-record is not equal to spaces
                 and registry-record (1:1) is not equal to "*"
                 perform add-registry-entry
               end-if
           end-read.

       add-registry-entry.
           move function upper-case (dr-purpose) to dr-purpose
           move function upper-case (dr-must-exist) to dr-must-exist
           if dr-logical = spaces
             or (dr-purpose is not equal to "INPUT"
                 and dr-purpose is not equal to "OUTPUT"
                 and dr-purpose is not equal to "CHECKPOINT"
                 and dr-purpose is not equal to "HISTORY"
                 and dr-purpose is not equal to "REPORT")
             or (dr-must-exist is not equal to "Y"
                 and dr-must-exist is not equal to "N")
             add 1 to registry-errors
             move spaces to dataset-report-line
             string "registry entry ignored, bad purpose or "
                      delimited by size
                    "must-exist flag: " delimited by size
                    registry-record (1:60) delimited by size
               into dataset-report-line
             end-string
             write dataset-report-line
             exit paragraph
           end-if
           if dataset-count >= dataset-max
             add 1 to registry-errors
             display "euler-dataset-check: more than " dataset-max
                     " datasets, " dr-logical " not checked"
             exit paragraph
           end-if
           add 1 to dataset-count
           move dataset-count to dataset-index
           move dr-logical to ds-logical (dataset-index)
           move dr-owner to ds-owner (dataset-index)
           move dr-purpose to ds-purpose (dataset-index)
           move dr-must-exist to ds-must-exist (dataset-index)
           move 0 to ds-min-bytes (dataset-index)
           move 0 to ds-max-bytes (dataset-index)
           move default-swing to ds-swing-pct (dataset-index)
           if function trim (dr-min-bytes) is numeric
             move function numval (dr-min-bytes)
               to ds-min-bytes (dataset-index)
           end-if
           if function trim (dr-max-bytes) is numeric
             move function numval (dr-max-bytes)
               to ds-max-bytes (dataset-index)
           end-if
           if function trim (dr-swing-pct) is numeric
             and function numval (dr-swing-pct) > 0
             move function numval (dr-swing-pct)
               to ds-swing-pct (dataset-index)
           end-if
           move 0 to ds-last-date (dataset-index)
           move 0 to ds-last-bytes (dataset-index)
           if ds-max-bytes (dataset-index) > 0
             and ds-max-bytes (dataset-index)
                 < ds-min-bytes (dataset-index)
             add 1 to registry-errors
             move spaces to dataset-report-line
             string "registry entry " delimited by size
                    function trim (dr-logical) delimited by size
                    " has its band upside down; the upper bound is "
                      delimited by size
                    "ignored" delimited by size
               into dataset-report-line
             end-string
             write dataset-report-line
             move 0 to ds-max-bytes (dataset-index)
           end-if.

      * The latest snapshot before today, per dataset.
       load-size-snapshots.
           move "00" to sizes-status
           open input sizes-file
           if sizes-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to read-switch
           perform read-one-snapshot until read-at-end
           close sizes-file.

       read-one-snapshot.
           read sizes-file
             at end
               move 'Y' to read-switch
             not at end
               if sz-date is numeric
                 and sz-bytes is numeric
                 and sz-date < check-date
                 perform varying dataset-scan from 1 by 1
                         until dataset-scan > dataset-count
                   if ds-logical (dataset-scan) = sz-logical
                     and sz-date >= ds-last-date (dataset-scan)
                     move sz-date to ds-last-date (dataset-scan)
                     move sz-bytes to ds-last-bytes (dataset-scan)
                   end-if
                 end-perform
               end-if
           end-read.

      ******************************************************************
      * One dataset: where the profile puts it, whether it is there,
      * and how its size sits against its band and its last check.
      ******************************************************************
       check-one-dataset.
           move spaces to ds-path (dataset-index)
           accept ds-path (dataset-index)
             from environment ds-logical (dataset-index)
             on exception
               move spaces to ds-path (dataset-index)
           end-accept
           if ds-path (dataset-index) = spaces
             move ds-logical (dataset-index) to ds-path (dataset-index)
           end-if
           move 'N' to ds-present (dataset-index)
           move 0 to ds-bytes (dataset-index)
           move "OK" to ds-verdict (dataset-index)

           move ds-path (dataset-index) to check-file-name
           call "CBL_CHECK_FILE_EXIST"
             using check-file-name check-file-info
           if return-code = 0
             move 'Y' to ds-present (dataset-index)
             move cfi-size to ds-bytes (dataset-index)
           end-if
           move 0 to return-code

           evaluate true
             when ds-present (dataset-index) = 'N'
               and ds-must-exist (dataset-index) = 'Y'
               add 1 to datasets-missing
               move "MISSING" to ds-verdict (dataset-index)
             when ds-present (dataset-index) = 'N'
               move "ABSENT" to ds-verdict (dataset-index)
             when ds-bytes (dataset-index) = 0
               and ds-must-exist (dataset-index) = 'Y'
               add 1 to datasets-empty
               move "EMPTY" to ds-verdict (dataset-index)
             when ds-bytes (dataset-index) = 0
               move "EMPTY (OK)" to ds-verdict (dataset-index)
             when ds-bytes (dataset-index)
                  < ds-min-bytes (dataset-index)
               add 1 to datasets-out-of-band
               move "BELOW BAND" to ds-verdict (dataset-index)
             when ds-max-bytes (dataset-index) > 0
               and ds-bytes (dataset-index)
                   > ds-max-bytes (dataset-index)
               add 1 to datasets-out-of-band
               move "ABOVE BAND" to ds-verdict (dataset-index)
           end-evaluate

           perform write-one-dataset-line
           if ds-present (dataset-index) = 'Y'
             and ds-last-date (dataset-index) > 0
             perform judge-size-swing
           end-if.

       write-one-dataset-line.
           move spaces to dataset-report-line
           move ds-logical (dataset-index)
             to dataset-report-line (1:20)
           move ds-owner (dataset-index) to dataset-report-line (22:12)
           move ds-purpose (dataset-index)
             to dataset-report-line (35:10)
           move ds-verdict (dataset-index)
             to dataset-report-line (46:12)
           if ds-present (dataset-index) = 'Y'
             move ds-bytes (dataset-index) to bytes-edit
             move bytes-edit to dataset-report-line (59:12)
           end-if
           move ds-path (dataset-index) to dataset-report-line (72:60)
           write dataset-report-line.

      * A swing is judged against the last snapshot's size; a file
      * that was empty then has no percentage to swing by, so any
      * size at all now is reported.
       judge-size-swing.
           if ds-bytes (dataset-index) >= ds-last-bytes (dataset-index)
             compute swing-bytes = ds-bytes (dataset-index)
                 - ds-last-bytes (dataset-index)
           else
             compute swing-bytes = ds-last-bytes (dataset-index)
                 - ds-bytes (dataset-index)
           end-if
           compute swing-limit = ds-last-bytes (dataset-index)
               * ds-swing-pct (dataset-index) / 100
           if swing-bytes = 0
             or swing-bytes <= swing-limit
             exit paragraph
           end-if
           add 1 to datasets-swung
           move ds-last-bytes (dataset-index) to bytes-edit
           move ds-bytes (dataset-index) to bytes-edit-2
           move ds-swing-pct (dataset-index) to count-edit
           move spaces to dataset-report-line
           string "  SWING: " delimited by size
                  function trim (bytes-edit) delimited by size
                  " bytes on " delimited by size
                  ds-last-date (dataset-index) delimited by size
                  ", " delimited by size
                  function trim (bytes-edit-2) delimited by size
                  " now - more than " delimited by size
                  function trim (count-edit) delimited by size
                  "% either way" delimited by size
             into dataset-report-line
           end-string
           write dataset-report-line.

      ******************************************************************
      * Files in the data directory that no registry entry explains.
      * The directory is listed to DATASETLISTING through the shell,
      * one name per line, directories marked with a trailing "/".
      ******************************************************************
       find-unknown-files.
           move spaces to data-directory
           accept data-directory from environment "EULERDATADIR"
             on exception
               move spaces to data-directory
           end-accept
           if data-directory = spaces
             move "." to data-directory
           end-if
           move spaces to listing-path
           accept listing-path from environment "DATASETLISTING"
             on exception
               move spaces to listing-path
           end-accept
           if listing-path = spaces
             move "DATASETLISTING" to listing-path
           end-if
           move spaces to listing-command
           string "ls -1p " delimited by size
                  function trim (data-directory) delimited by size
                  " > " delimited by size
                  function trim (listing-path) delimited by size
             into listing-command
           end-string
           move 0 to return-code
           call "SYSTEM" using listing-command
           move 0 to return-code

           move spaces to dataset-report-line
           write dataset-report-line
           move spaces to dataset-report-line
           string "files in " delimited by size
                  function trim (data-directory) delimited by size
                  " that are no registered dataset:" delimited by size
             into dataset-report-line
           end-string
           write dataset-report-line

           move "00" to listing-status
           open input listing-file
           if listing-status is not equal to "00"
             move "  (the directory could not be listed)"
               to dataset-report-line
             write dataset-report-line
             exit paragraph
           end-if
           move 'N' to read-switch
           perform read-one-listed-file until read-at-end
           close listing-file
           call "CBL_DELETE_FILE" using listing-path
           move 0 to return-code
           if files-unknown = 0
             move "  (none)" to dataset-report-line
             write dataset-report-line
           end-if.

       read-one-listed-file.
           read listing-file
             at end
               move 'Y' to read-switch
             not at end
               move function trim (listing-record) to listed-name
               if listed-name is not equal to spaces
                 perform judge-one-listed-file
               end-if
           end-read.

      * Known: the listing itself, a registered dataset's file, or
      * a file named after one with a further suffix.
       judge-one-listed-file.
           move function length (function trim (listed-name))
             to listed-length
           if listed-name (listed-length:1) = "/"
             exit paragraph
           end-if
           move listing-path to known-name
           perform strip-known-directory
           if listed-name = known-name
             exit paragraph
           end-if
           move 'N' to known-switch
           perform varying dataset-scan from 1 by 1
                   until dataset-scan > dataset-count
                      or file-is-known
             move ds-path (dataset-scan) to known-name
             perform strip-known-directory
             move function length (function trim (known-name))
               to known-length
             if listed-name = known-name
               move 'Y' to known-switch
             end-if
             if listed-length > known-length
               and listed-name (1:known-length)
                   = known-name (1:known-length)
               and listed-name (known-length + 1:1) = "."
               move 'Y' to known-switch
             end-if
           end-perform
           if file-is-known
             exit paragraph
           end-if
           add 1 to files-unknown
           move spaces to dataset-report-line
           string "  " delimited by size
                  function trim (listed-name) delimited by size
             into dataset-report-line
           end-string
           write dataset-report-line.

      * A registered path is compared by its file name when it sits
      * in the data directory itself (or names no directory at all).
       strip-known-directory.
           if known-name (1:2) = "./"
             move known-name (3:78) to known-work
             move known-work to known-name
           end-if
           move function length (function trim (data-directory))
             to known-length
           if data-directory is not equal to "."
             and known-name (1:known-length)
                 = data-directory (1:known-length)
             and known-name (known-length + 1:1) = "/"
             move known-name (known-length + 2:) to known-work
             move known-work to known-name
           end-if.

       append-size-snapshots.
           move "00" to sizes-status
           open extend sizes-file
           if sizes-status = "35"
             open output sizes-file
           end-if
           if sizes-status is not equal to "00"
             display "euler-dataset-check: DATASETSIZES open "
                     "failed, file status " sizes-status
             exit paragraph
           end-if
           perform varying dataset-index from 1 by 1
                   until dataset-index > dataset-count
             if ds-present (dataset-index) = 'Y'
               move spaces to sizes-record
               move check-date to sz-date
               move ds-logical (dataset-index) to sz-logical
               move ds-bytes (dataset-index) to sz-bytes
               write sizes-record
             end-if
           end-perform
           close sizes-file.

       write-check-summary.
           move spaces to dataset-report-line
           write dataset-report-line
           move datasets-missing to count-edit
           move spaces to dataset-report-line
           string "must-exist datasets missing: " delimited by size
                  count-edit delimited by size
             into dataset-report-line
           end-string
           write dataset-report-line
           move datasets-empty to count-edit
           move spaces to dataset-report-line
           string "must-exist datasets empty:   " delimited by size
                  count-edit delimited by size
             into dataset-report-line
           end-string
           write dataset-report-line
           move datasets-out-of-band to count-edit
           move spaces to dataset-report-line
           string "outside their size band:     " delimited by size
                  count-edit delimited by size
             into dataset-report-line
           end-string
           write dataset-report-line
           move datasets-swung to count-edit
           move spaces to dataset-report-line
           string "swung since the last check:  " delimited by size
                  count-edit delimited by size
             into dataset-report-line
           end-string
           write dataset-report-line
           move files-unknown to count-edit
           move spaces to dataset-report-line
           string "unknown files on disk:       " delimited by size
                  count-edit delimited by size
             into dataset-report-line
           end-string
           write dataset-report-line
           move registry-errors to count-edit
           move spaces to dataset-report-line
           string "registry entries ignored:    " delimited by size
                  count-edit delimited by size
             into dataset-report-line
           end-string
           write dataset-report-line.

           copy report-header-procedure.

       end program euler-dataset-check.
