      * Load-module inventory and stale-build report
      *
      * 15 October 2026
      *
      * The August night that ran a week-old euler-problem-014
      * against a changed run-result copybook booked rows in the old
      * layout for three nights before anyone noticed - the source
      * had been fixed, the module never rebuilt.  This proves, for
      * every program the stream could CALL, that its load module is
      * there, can be opened for loading, and is no older than the
      * source and copybooks it was built from, and lists each one
      * on MODULEINVENTORY with its build timestamp.
      *
      * The programs are the compiled-in step table euler-batch-
      * driver publishes to MODULELIST, plus any STEPTABLE entry
      * that is not on it (such an entry is flagged as well - the
      * driver will refuse it).  Modules are <program>.so in the
      * directory EULERMODULES names (the first directory on
      * COB_LIBRARY_PATH when it is unset, else the current one);
      * source is <program>.cbl and each copybook its COPY
      * statements name is <copybook>.cpy, in the directory
      * EULERSOURCE names (default the current one).  A program whose
      * source cannot be found is reported but not judged stale -
      * there is nothing to compare its build against.
      *
      * RETURN-CODE is the number of modules missing, unloadable or
      * stale.  euler-preflight CALLs this and counts each of them as
      * a violation, so a stale module rejects the stream before
      * anything runs; it can be run on its own after a build to see
      * the same picture.
       identification division.
       program-id. euler-module-audit.

       environment division.
       input-output section.
       file-control.
           select module-list-file assign to "MODULELIST"
               organization line sequential
               file status module-list-status.
           select step-table-file assign to "STEPTABLE"
               organization line sequential
               file status step-table-status.
           select source-file
               assign to dynamic source-path
               organization line sequential
               file status source-status.
           select inventory-report-file assign to "MODULEINVENTORY"
               organization line sequential
               file status inventory-report-status.

       data division.
       file section.
       fd  module-list-file
           label records are omitted.
       01 module-list-record           pic x(80).
       fd  step-table-file
           label records are omitted.
       01 step-table-record            pic x(120).
       fd  source-file
           label records are omitted.
       01 source-line                  pic x(80).
       fd  inventory-report-file
           label records are omitted.
       01 inventory-report-line        pic x(130).

       working-storage section.
           copy report-header.
       01 module-list-status           pic xx.
       01 step-table-status            pic xx.
       01 source-status                pic xx.
       01 inventory-report-status      pic xx.
       01 read-switch                  pic x.
         88 read-at-end                 value 'Y'.

       01 module-directory             pic x(80).
       01 source-directory             pic x(80).
       01 library-path                 pic x(256).
       01 module-path                  pic x(160).
       01 source-path                  pic x(160).
       01 copybook-path                pic x(160).

      * Every program to inventory, and what was found for it.
       01 program-max constant as 120.
       01 program-table.
         02 program-entry occurs 120 times.
           03 pg-name                  pic x(20).
           03 pg-listed                pic x.
       01 program-count                pic 999 comp-5 value 0.
       01 program-scan                 pic 999 comp-5.
       01 program-index                pic 999 comp-5.
       01 candidate-name               pic x(20).
       01 candidate-listed             pic x.
       01 stg-seq-text                 pic x(10).
       01 stg-name-text                pic x(40).

      * CBL_CHECK_FILE_EXIST's reply area: the file size and its
      * modification date and time.
       01 check-file-name              pic x(160).
       01 check-file-info.
         02 cfi-size                   pic x(8) comp-x.
         02 cfi-day                    pic x comp-x.
         02 cfi-month                  pic x comp-x.
         02 cfi-year                   pic xx comp-x.
         02 cfi-hour                   pic x comp-x.
         02 cfi-minute                 pic x comp-x.
         02 cfi-second                 pic x comp-x.
         02 cfi-hund                   pic x comp-x.
       01 check-found-switch           pic x.
         88 check-file-found            value 'Y'.
       01 check-stamp.
         02 cs-year                    pic 9(4).
         02 cs-month                   pic 99.
         02 cs-day                     pic 99.
         02 cs-hour                    pic 99.
         02 cs-minute                  pic 99.
         02 cs-second                  pic 99.
       01 check-size                   pic 9(12).

      * CBL_OPEN_FILE's arguments: read access, deny nobody.
       01 open-access-mode             pic x comp-x value 1.
       01 open-deny-mode               pic x comp-x value 3.
       01 open-device                  pic x comp-x value 0.
       01 open-file-handle             pic x(4).

       01 module-verdict               pic x(10).
         88 module-is-ok                value "OK".
       01 module-stamp                 pic x(14).
       01 newest-stamp                 pic x(14).
       01 newest-file                  pic x(40).
       01 source-found-switch          pic x.
         88 source-was-found            value 'Y'.
       01 copy-text                    pic x(72).
       01 copy-keyword                 pic x(10).
       01 copy-name                    pic x(40).

       01 inventory-counts.
         02 modules-checked            pic 999 comp-5 value 0.
         02 modules-missing            pic 999 comp-5 value 0.
         02 modules-unloadable         pic 999 comp-5 value 0.
         02 modules-stale              pic 999 comp-5 value 0.
         02 modules-unlisted           pic 999 comp-5 value 0.
         02 modules-no-source          pic 999 comp-5 value 0.
       01 blocking-count               pic 999 comp-5 value 0.
       01 count-edit                   pic zz9.
       01 stamp-edit                   pic x(19).

       procedure division.

       main.
           move "euler-module-audit" to rh-program-id
           perform format-report-header
           display report-header-line

           perform resolve-directories
           perform load-module-list
           perform load-step-table-names

           move "00" to inventory-report-status
           open output inventory-report-file
           move report-header-line to inventory-report-line
           write inventory-report-line
           move spaces to inventory-report-line
           string "modules in " delimited by size
                  function trim (module-directory) delimited by size
                  ", source in " delimited by size
                  function trim (source-directory) delimited by size
             into inventory-report-line
           end-string
           write inventory-report-line
           move spaces to inventory-report-line
           move "program" to inventory-report-line (1:20)
           move "verdict" to inventory-report-line (22:10)
           move "built" to inventory-report-line (33:19)
           move "newest source" to inventory-report-line (53:19)
           move "newest file" to inventory-report-line (73:40)
           write inventory-report-line

           if program-count = 0
             move "no MODULELIST or STEPTABLE - nothing to inventory"
               to inventory-report-line
             write inventory-report-line
             display "euler-module-audit: no MODULELIST or "
                     "STEPTABLE to inventory"
           end-if
           perform inventory-one-program
                   varying program-index from 1 by 1
                   until program-index > program-count

           perform write-inventory-summary
           perform format-report-footer
           move report-footer-line to inventory-report-line
           write inventory-report-line
           close inventory-report-file
           display report-footer-line

           compute blocking-count = modules-missing
                                  + modules-unloadable
                                  + modules-stale
           display "module inventory: " modules-checked " checked, "
                   blocking-count " missing, unloadable or stale"
           move blocking-count to return-code
           goback.

       resolve-directories.
           move spaces to module-directory
           accept module-directory from environment "EULERMODULES"
             on exception
               move spaces to module-directory
           end-accept
           if module-directory = spaces
             move spaces to library-path
             accept library-path from environment "COB_LIBRARY_PATH"
               on exception
                 move spaces to library-path
             end-accept
             unstring library-path delimited by ":"
               into module-directory
             end-unstring
           end-if
           if module-directory = spaces
             move "." to module-directory
           end-if
           move spaces to source-directory
           accept source-directory from environment "EULERSOURCE"
             on exception
               move spaces to source-directory
           end-accept
           if source-directory = spaces
             move "." to source-directory
           end-if.

       load-module-list.
           move "00" to module-list-status
           open input module-list-file
           if module-list-status is not equal to "00"
             display "euler-module-audit: no MODULELIST - run "
                     "euler-batch-driver (FORECAST=Y will do) to "
                     "publish it"
             exit paragraph
           end-if
           move 'N' to read-switch
           perform read-one-module-name until read-at-end
           close module-list-file.

       read-one-module-name.
           read module-list-file
             at end
               move 'Y' to read-switch
             not at end
               if module-list-record is not equal to spaces
                 move function trim (module-list-record)
                   to candidate-name
                 move 'Y' to candidate-listed
                 perform add-one-program
               end-if
           end-read.

      * STEPTABLE records are "seq name class [clauses]"; only the
      * name matters here.
       load-step-table-names.
           move "00" to step-table-status
           open input step-table-file
           if step-table-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to read-switch
           perform read-one-step-name until read-at-end
           close step-table-file.

       read-one-step-name.
           read step-table-file
             at end
               move 'Y' to read-switch
             not at end
               if step-table-record is not equal to spaces
                 and step-table-record (1:1) is not equal to "*"
                 move spaces to stg-seq-text stg-name-text
                 unstring function trim (step-table-record)
                   delimited by all " "
                   into stg-seq-text stg-name-text
                 end-unstring
                 if stg-name-text is not equal to spaces
                   move stg-name-text to candidate-name
                   move 'N' to candidate-listed
                   perform add-one-program
                 end-if
               end-if
           end-read.

       add-one-program.
           perform varying program-scan from 1 by 1
                   until program-scan > program-count
             if pg-name (program-scan) = candidate-name
               exit paragraph
             end-if
           end-perform
           if program-count >= program-max
             display "euler-module-audit: more than "
                     program-max " programs, " candidate-name
                     " not inventoried"
             exit paragraph
           end-if
           add 1 to program-count
           move candidate-name to pg-name (program-count)
           move candidate-listed to pg-listed (program-count).

      ******************************************************************
      * One program: its module first (present, non-empty, openable),
      * then its source and every copybook that source copies, the
      * newest of which the module must not be older than.
      ******************************************************************
       inventory-one-program.
           add 1 to modules-checked
           move "OK" to module-verdict
           move spaces to module-stamp newest-stamp newest-file

           move spaces to module-path
           string function trim (module-directory) delimited by size
                  "/" delimited by size
                  function trim (pg-name (program-index))
                    delimited by size
                  ".so" delimited by size
             into module-path
           end-string
           move module-path to check-file-name
           perform check-one-file
           if not check-file-found
             move "MISSING" to module-verdict
             add 1 to modules-missing
           else
             move check-stamp to module-stamp
             if check-size = 0
               move "EMPTY" to module-verdict
               add 1 to modules-unloadable
             else
               call "CBL_OPEN_FILE"
                 using module-path open-access-mode open-deny-mode
                       open-device open-file-handle
               if return-code is not equal to 0
                 move "UNLOADABLE" to module-verdict
                 add 1 to modules-unloadable
               else
                 call "CBL_CLOSE_FILE" using open-file-handle
               end-if
               move 0 to return-code
             end-if
           end-if

           perform find-newest-source
           if not source-was-found
             add 1 to modules-no-source
             move "(no source)" to newest-file
           end-if
           if module-is-ok
             and source-was-found
             and module-stamp < newest-stamp
             move "STALE" to module-verdict
             add 1 to modules-stale
           end-if

           if pg-listed (program-index) = 'N'
             add 1 to modules-unlisted
           end-if
           perform write-one-inventory-line.

       find-newest-source.
           move 'N' to source-found-switch
           move spaces to source-path
           string function trim (source-directory) delimited by size
                  "/" delimited by size
                  function trim (pg-name (program-index))
                    delimited by size
                  ".cbl" delimited by size
             into source-path
           end-string
           move source-path to check-file-name
           perform check-one-file
           if not check-file-found
             exit paragraph
           end-if
           move 'Y' to source-found-switch
           move check-stamp to newest-stamp
           move spaces to newest-file
           string function trim (pg-name (program-index))
                    delimited by size
                  ".cbl" delimited by size
             into newest-file
           end-string

           move "00" to source-status
           open input source-file
           if source-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to read-switch
           perform scan-one-source-line until read-at-end
           close source-file.

      * A COPY statement names a copybook by its file name; each one
      * newer than anything seen so far becomes the newest source.
       scan-one-source-line.
           read source-file
             at end
               move 'Y' to read-switch
             not at end
               if source-line (7:1) is not equal to "*"
                 move source-line (8:65) to copy-text
                 move spaces to copy-keyword copy-name
                 unstring function trim (copy-text)
                   delimited by all " " or "."
                   into copy-keyword copy-name
                 end-unstring
                 if function lower-case (copy-keyword) = "copy"
                   and copy-name is not equal to spaces
                   perform check-one-copybook
                 end-if
               end-if
           end-read.

       check-one-copybook.
           move spaces to copybook-path
           string function trim (source-directory) delimited by size
                  "/" delimited by size
                  function trim (copy-name) delimited by size
                  ".cpy" delimited by size
             into copybook-path
           end-string
           move copybook-path to check-file-name
           perform check-one-file
           if check-file-found
             and check-stamp > newest-stamp
             move check-stamp to newest-stamp
             move spaces to newest-file
             string function trim (copy-name) delimited by size
                    ".cpy" delimited by size
               into newest-file
             end-string
           end-if.

      * CBL_CHECK_FILE_EXIST sets RETURN-CODE, which this program
      * owns for its blocking count, so it is cleared afterward.
       check-one-file.
           move 'N' to check-found-switch
           move spaces to check-stamp
           move 0 to check-size
           call "CBL_CHECK_FILE_EXIST"
             using check-file-name check-file-info
           if return-code = 0
             move 'Y' to check-found-switch
             move cfi-size to check-size
             move cfi-year to cs-year
             move cfi-month to cs-month
             move cfi-day to cs-day
             move cfi-hour to cs-hour
             move cfi-minute to cs-minute
             move cfi-second to cs-second
           end-if
           move 0 to return-code.

       write-one-inventory-line.
           move spaces to inventory-report-line
           move pg-name (program-index) to inventory-report-line (1:20)
           move module-verdict to inventory-report-line (22:10)
           move module-stamp to check-stamp
           perform edit-check-stamp
           move stamp-edit to inventory-report-line (33:19)
           move newest-stamp to check-stamp
           perform edit-check-stamp
           move stamp-edit to inventory-report-line (53:19)
           move newest-file to inventory-report-line (73:40)
           if pg-listed (program-index) = 'N'
             move "not in the compiled-in table"
               to inventory-report-line (101:30)
           end-if
           write inventory-report-line
           if not module-is-ok
             display "euler-module-audit: "
                     pg-name (program-index) " "
                     function trim (module-verdict) " - "
                     function trim (module-path)
           end-if.

       edit-check-stamp.
           move spaces to stamp-edit
           if check-stamp is not equal to spaces
             string cs-year "-" cs-month "-" cs-day " "
                    cs-hour ":" cs-minute ":" cs-second
                    delimited by size
               into stamp-edit
             end-string
           end-if.

       write-inventory-summary.
           move spaces to inventory-report-line
           write inventory-report-line
           move modules-checked to count-edit
           move spaces to inventory-report-line
           string "modules checked:     " count-edit
                  delimited by size into inventory-report-line
           end-string
           write inventory-report-line
           move modules-missing to count-edit
           move spaces to inventory-report-line
           string "missing:             " count-edit
                  delimited by size into inventory-report-line
           end-string
           write inventory-report-line
           move modules-unloadable to count-edit
           move spaces to inventory-report-line
           string "empty or unloadable: " count-edit
                  delimited by size into inventory-report-line
           end-string
           write inventory-report-line
           move modules-stale to count-edit
           move spaces to inventory-report-line
           string "older than source:   " count-edit
                  delimited by size into inventory-report-line
           end-string
           write inventory-report-line
           move modules-no-source to count-edit
           move spaces to inventory-report-line
           string "no source to judge:  " count-edit
                  delimited by size into inventory-report-line
           end-string
           write inventory-report-line
           move modules-unlisted to count-edit
           move spaces to inventory-report-line
           string "not compiled-in:     " count-edit
                  delimited by size into inventory-report-line
           end-string
           write inventory-report-line.

           copy report-header-procedure.

       end program euler-module-audit.
