      * Result provenance report
      *
      * 15 October 2026
      *
      * When a number on the ledger is challenged, "what produced
      * it" meant opening CONFIGSNAPSHOT, DATAVERSIONS, STEPJOURNAL
      * and LEDGERCHAIN by hand and lining them up.  This assembles
      * all of it for one ledger row on PROVENANCEREPORT:
      *
      *   the row itself
      *   the CONTROLCARD lines and this program's PARAMLIB lines
      *     the driver captured on CONFIGSNAPSHOT for the run
      *   the DATAVERSIONS entry in force on the row's processing
      *     date for the data/ file the program read (the file=
      *     its row names, or the program's shipped default)
      *   the PRIMESFILE or ABUNDANTLIST generation it consumed:
      *     the generating program's ledger row from the same run,
      *     or else its latest row before this one
      *   every STEPJOURNAL attempt for the program in the run, with
      *     its return code
      *   the LEDGERCHAIN record for the row, with the row hash
      *     recomputed and the chain fold re-proved from the record
      *     before it
      *
      * ROW (control-param-4) names the row as run-id/program-id,
      * for example 20261014020000/euler-problem-011; when the run
      * booked the program more than once, the latest row is the
      * one reported.  RETURN-CODE is 0 when the chain proves the
      * row, 4 when the row has no chain record, 16 when the row is
      * not found or its hash or chain fold does not match.
      *
      * 15 October 2026 - Problem 82 grid input added.
      *
      * 15 October 2026 - Problem 96 puzzle file added.
      *
      * 15 October 2026 - Problem 99 pair file added.
      *
      * 15 October 2026 - Problem 59 ciphertext added.
      *
      * 15 October 2026 - Problem 54 deal file added; the input table
      * widened from 20 to 40.
      *
      * 15 October 2026 - Problem 31 denomination table added.
      *
      * 15 October 2026 - Mersenne test exponents (PRIMESFILE) added.
      *
      * 15 October 2026 - Problem 50 primes (PRIMESFILE) added.
      *
      * 15 October 2026 - Problems 35 and 37 primes (PRIMESFILE) added.
      *
      * 15 October 2026 - Journal attempts print with their UTC
      * offsets; row images are the 161-byte version 5 layout.
      *
      * 15 October 2026 - Problem 89 numeral file added.
       identification division.
       program-id. euler-provenance-report.

       environment division.
       input-output section.
       file-control.
           select control-file assign to "CONTROLCARD"
               organization line sequential
               file status control-status.
           select param-library-file assign to "PARAMLIB"
               organization line sequential
               file status param-status.
           copy run-result-select.
           select config-snapshot-file assign to "CONFIGSNAPSHOT"
               organization line sequential
               file status config-snapshot-status.
           select versions-file assign to "DATAVERSIONS"
               organization line sequential
               file status versions-status.
           select step-journal-file assign to "STEPJOURNAL"
               organization line sequential
               file status step-journal-status.
           select provenance-file assign to "PROVENANCEREPORT"
               organization line sequential
               file status provenance-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
           copy run-result-fd.
       fd  config-snapshot-file
           label records are omitted.
       01 config-snapshot-record.
         02 cs-run-id               pic x(14).
         02 filler                  pic x.
         02 cs-source               pic x(12).
         02 filler                  pic x.
         02 cs-text                 pic x(92).
       fd  versions-file
           label records are omitted.
       01 versions-record.
         02 dv-logical              pic x(60).
         02 filler                  pic x.
         02 dv-effective            pic 9(8).
         02 filler                  pic x.
         02 dv-version-path         pic x(60).
       fd  step-journal-file
           label records are omitted.
       01 step-journal-record.
         02 sj-run-id               pic x(14).
         02 filler                  pic x.
         02 sj-step                 pic 99.
         02 filler                  pic x.
         02 sj-program              pic x(20).
         02 filler                  pic x.
         02 sj-start-stamp          pic x(14).
         02 filler                  pic x.
         02 sj-end-stamp            pic x(14).
         02 filler                  pic x.
         02 sj-return-code          pic 9(4).
         02 filler                  pic x.
         02 sj-attempt              pic 99.
         02 filler                  pic x.
         02 sj-resumed              pic x.
         02 filler                  pic x.
         02 sj-start-offset         pic x(5).
         02 filler                  pic x.
         02 sj-end-offset           pic x(5).
       fd  provenance-file
           label records are omitted.
       01 provenance-line          pic x(130).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
       01 config-snapshot-status   pic xx.
       01 versions-status          pic xx.
       01 step-journal-status      pic xx.
       01 provenance-status        pic xx.
       01 read-switch              pic x.
         88 read-at-end             value 'Y'.

       01 wanted-run-id            pic x(14) value spaces.
       01 wanted-program           pic x(20) value spaces.
       01 row-found-switch         pic x value 'N'.
         88 row-was-found           value 'Y'.
       01 row-image                pic x(161).
       01 row-fields redefines row-image.
         02 rw-program-id          pic x(20).
         02 rw-run-date            pic 9(8).
         02 rw-run-time            pic 9(8).
         02 rw-elapsed             pic 9(7).
         02 rw-parameters          pic x(40).
         02 rw-actual              pic x(20).
         02 rw-expected            pic x(20).
         02 rw-pass-flag           pic x.
         02 rw-run-id              pic x(14).
         02 rw-submitter           pic x(8).
         02 rw-proc-date           pic 9(8).
         02 rw-version             pic 99.
         02 rw-utc-offset          pic x(5).
       01 row-stamp                pic 9(16).
       01 candidate-stamp          pic 9(16).
       01 effect-date              pic 9(8).

      * What each program reads, for the data-version and
      * generation sections.  Kind D is a data/ file with its
      * shipped default path, P the PRIMESFILE euler-prime-gen
      * writes, A the ABUNDANTLIST euler-problem-021 writes.
       01 input-max constant as 40.
       01 input-table.
         02 input-entry occurs 40 times.
           03 in-program            pic x(20).
           03 in-kind               pic x.
           03 in-default            pic x(60).
       01 input-count              pic 99 comp-5 value 0.
       01 input-scan               pic 99 comp-5.
       01 input-found-switch       pic x.
       01 input-kind               pic x.
       01 input-default            pic x(60).

       01 data-path                pic x(60).
       01 data-logical             pic x(60).
       01 param-scan               pic 99 comp-5.
       01 in-force-effective       pic 9(8).
       01 in-force-path            pic x(60).
       01 generator-program        pic x(20).
       01 generator-dataset        pic x(12).
       01 generator-found-switch   pic x.
       01 generator-same-run       pic x.
       01 generator-image          pic x(161).
       01 generator-fields redefines generator-image.
         02 gn-program-id          pic x(20).
         02 gn-run-date            pic 9(8).
         02 gn-run-time            pic 9(8).
         02 gn-elapsed             pic 9(7).
         02 gn-parameters          pic x(40).
         02 gn-actual              pic x(20).
         02 gn-expected            pic x(20).
         02 gn-pass-flag           pic x.
         02 gn-run-id              pic x(14).
         02 filler                 pic x(23).

       01 lines-shown              pic 9(5) comp-5.
       01 token-program            pic x(20).
       01 previous-chain           pic 9(9).
       01 chain-found-switch       pic x value 'N'.
         88 chain-was-found         value 'Y'.
       01 chain-row-hash           pic 9(9).
       01 chain-value              pic 9(9).
       01 chain-previous           pic 9(9).
       01 expected-chain           pic 9(9).
       01 recomputed-hash          pic 9(9).
       01 chain-verdict            pic x(8) value "NOCHAIN".
       01 row-key                  pic x(36).
       01 edit-elapsed             pic z(6)9.

       procedure division.

       main.
           move "euler-provenance-report" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move spaces to control-param-4
           perform read-control-card
           move "euler-provenance-report" to kp-program-id
           move "ROW" to kp-keyword (4)
           perform read-parameter-library
           unstring control-param-4 delimited by "/"
             into wanted-run-id wanted-program
           end-unstring

           move "00" to provenance-status
           open output provenance-file
           move spaces to provenance-line
           string "Provenance of " delimited by size
                  function trim (wanted-program) delimited by size
                  " in run " delimited by size
                  function trim (wanted-run-id) delimited by size
             into provenance-line
           end-string
           move "PROVENANCEREPORT" to io-dataset
           perform count-io-write
           write provenance-line

           if wanted-run-id = spaces or wanted-program = spaces
             move "  ROW must name run-id/program-id"
               to provenance-line
             move "PROVENANCEREPORT" to io-dataset
             perform count-io-write
             write provenance-line
             display "euler-provenance-report: ROW must name "
                     "run-id/program-id"
             move "BADROW" to chain-verdict
             perform finish-run
             goback
           end-if

           perform find-ledger-row
           if not row-was-found
             move "  no such row on RESULTLEDGER" to provenance-line
             move "PROVENANCEREPORT" to io-dataset
             perform count-io-write
             write provenance-line
             display "euler-provenance-report: no row for "
                     function trim (wanted-program) " in run "
                     wanted-run-id
             move "NOROW" to chain-verdict
             perform finish-run
             goback
           end-if

           perform build-input-table
           perform show-ledger-row
           perform show-config-snapshot
           perform show-data-version
           perform show-generation
           perform show-step-journal
           perform show-chain-proof
           perform finish-run
           goback.

       finish-run.
           close provenance-file
           display "euler-provenance-report: " function trim
                   (wanted-program) " in run " wanted-run-id
                   " - chain " chain-verdict
           evaluate chain-verdict
             when "PROVEN"
               move 0 to return-code
             when "NOCHAIN"
               move 4 to return-code
             when other
               move 16 to return-code
           end-evaluate
           perform format-report-footer
           display report-footer-line
           move "euler-provenance-report" to rr-program-id
           move spaces to rr-parameters
           string "row=" delimited by size
                  function trim (wanted-run-id) delimited by size
                  "/" delimited by size
                  function trim (wanted-program) delimited by size
             into rr-parameters
           end-string
           move chain-verdict to rr-actual-result
           move spaces to rr-expected-result
           move space to rr-pass-flag
           perform stop-run-timer
           perform write-run-result.

      * The run's rows through the alternate run-id key; the latest
      * of the program's rows in the run wins.
       find-ledger-row.
           move 0 to row-stamp
           perform open-ledger-for-input
           if run-result-status is not equal to "00"
             exit paragraph
           end-if
           move wanted-run-id to rr-key-run-id
           start result-ledger-file
             key is not less than rr-key-run-id
             invalid key
               close result-ledger-file
               exit paragraph
           end-start
           move 'N' to read-switch
           perform read-one-run-row until read-at-end
           close result-ledger-file.

       read-one-run-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to read-switch
             not at end
               if rr-run-id is not equal to wanted-run-id
                 move 'Y' to read-switch
               else
                 if rr-program-id = wanted-program
                   compute candidate-stamp =
                       rr-run-date * 100000000 + rr-run-time
                   if candidate-stamp >= row-stamp
                     move candidate-stamp to row-stamp
                     move run-result-fields to row-image
                     move 'Y' to row-found-switch
                   end-if
                 end-if
               end-if
           end-read.

      * A program that reads a new input means one more entry here.
       build-input-table.
           move "euler-problem-008"  to in-program (1)
           move 'D' to in-kind (1)
           move "data/series-008.txt" to in-default (1)
           move "euler-problem-011"  to in-program (2)
           move 'D' to in-kind (2)
           move "data/grid-011.txt" to in-default (2)
           move "euler-problem-013"  to in-program (3)
           move 'D' to in-kind (3)
           move "data/sum-013.txt" to in-default (3)
           move "euler-problem-015"  to in-program (4)
           move 'D' to in-kind (4)
           move spaces to in-default (4)
           move "euler-problem-018"  to in-program (5)
           move 'D' to in-kind (5)
           move "data/triangle-018.txt" to in-default (5)
           move "euler-problem-067"  to in-program (6)
           move 'D' to in-kind (6)
           move "data/triangle-067.txt" to in-default (6)
           move "euler-problem-081"  to in-program (7)
           move 'D' to in-kind (7)
           move "data/grid-081.txt" to in-default (7)
           move "euler-problem-083"  to in-program (8)
           move 'D' to in-kind (8)
           move "data/grid-081.txt" to in-default (8)
           move "euler-problem-007"  to in-program (9)
           move 'P' to in-kind (9)
           move "euler-problem-012"  to in-program (10)
           move 'P' to in-kind (10)
           move "euler-problem-027"  to in-program (11)
           move 'P' to in-kind (11)
           move "euler-problem-029"  to in-program (12)
           move 'P' to in-kind (12)
           move "euler-goldbach-analysis" to in-program (13)
           move 'P' to in-kind (13)
           move "euler-prime-analysis" to in-program (14)
           move 'P' to in-kind (14)
           move "euler-cross-recon"  to in-program (15)
           move 'P' to in-kind (15)
           move "euler-problem-023"  to in-program (16)
           move 'A' to in-kind (16)
           move "euler-problem-082"  to in-program (17)
           move 'D' to in-kind (17)
           move "data/grid-081.txt" to in-default (17)
           move "euler-problem-096"  to in-program (18)
           move 'D' to in-kind (18)
           move "data/sudoku-096.txt" to in-default (18)
           move "euler-problem-099"  to in-program (19)
           move 'D' to in-kind (19)
           move "data/exp-099.txt"  to in-default (19)
           move "euler-problem-059"  to in-program (20)
           move 'D' to in-kind (20)
           move "data/cipher-059.txt" to in-default (20)
           move "euler-problem-054"  to in-program (21)
           move 'D' to in-kind (21)
           move "data/poker-054.txt" to in-default (21)
           move "euler-problem-031"  to in-program (22)
           move 'D' to in-kind (22)
           move "data/coins-031.txt" to in-default (22)
           move "euler-mersenne-test" to in-program (23)
           move 'P' to in-kind (23)
           move "euler-problem-050"  to in-program (24)
           move 'P' to in-kind (24)
           move "euler-digit-primes" to in-program (25)
           move 'P' to in-kind (25)
           move "euler-problem-089"  to in-program (26)
           move 'D' to in-kind (26)
           move "data/roman-089.txt" to in-default (26)
           move 26 to input-count

           move 'N' to input-found-switch
           move space to input-kind
           move spaces to input-default
           perform varying input-scan from 1 by 1
                   until input-scan > input-count
             if in-program (input-scan) = wanted-program
               move 'Y' to input-found-switch
               move in-kind (input-scan) to input-kind
               move in-default (input-scan) to input-default
             end-if
           end-perform.

       show-ledger-row.
           perform write-blank-line
           move "LEDGER ROW" to provenance-line
           move "PROVENANCEREPORT" to io-dataset
           perform count-io-write
           write provenance-line
           move rw-elapsed to edit-elapsed
           move spaces to provenance-line
           string "  run " delimited by size
                  rw-run-date delimited by size
                  " " delimited by size
                  rw-run-time delimited by size
                  " " delimited by size
                  rw-utc-offset delimited by space
                  "  processing date " delimited by size
                  rw-proc-date delimited by size
                  "  submitter " delimited by size
                  rw-submitter delimited by size
                  "  elapsed " delimited by size
                  function trim (edit-elapsed) delimited by size
                  " hundredths" delimited by size
             into provenance-line
           end-string
           move "PROVENANCEREPORT" to io-dataset
           perform count-io-write
           write provenance-line
           move spaces to provenance-line
           string "  parameters " delimited by size
                  rw-parameters delimited by size
             into provenance-line
           end-string
           move "PROVENANCEREPORT" to io-dataset
           perform count-io-write
           write provenance-line
           move spaces to provenance-line
           string "  actual " delimited by size
                  rw-actual delimited by size
                  "  expected " delimited by size
                  rw-expected delimited by size
                  "  pass flag " delimited by size
                  rw-pass-flag delimited by size
             into provenance-line
           end-string
           move "PROVENANCEREPORT" to io-dataset
           perform count-io-write
           write provenance-line.

      * The driver snapshots the CONTROLCARD and the whole PARAMLIB
      * at stream start; the PARAMLIB lines shown are this program's
      * own, the ones it could have applied.
       show-config-snapshot.
           perform write-blank-line
           move "CONFIGURATION SNAPSHOT" to provenance-line
           move "PROVENANCEREPORT" to io-dataset
           perform count-io-write
           write provenance-line
           move 0 to lines-shown
           move "00" to config-snapshot-status
           open input config-snapshot-file
           if config-snapshot-status = "00"
             move 'N' to read-switch
             perform read-one-snapshot-line until read-at-end
             close config-snapshot-file
           end-if
           if lines-shown = 0
             move "  no CONTROLCARD or PARAMLIB lines for this "
               & "program on CONFIGSNAPSHOT for the run"
               to provenance-line
             move "PROVENANCEREPORT" to io-dataset
             perform count-io-write
             write provenance-line
           end-if.

       read-one-snapshot-line.
           move "CONFIGSNAPSHOT" to io-dataset
           perform count-io-read
           read config-snapshot-file
             at end
               move 'Y' to read-switch
             not at end
               if cs-run-id = wanted-run-id
                 evaluate cs-source
                   when "CONTROLCARD"
                     perform write-snapshot-line
                   when "PARAMLIB"
                     move spaces to token-program
                     unstring cs-text delimited by all " "
                       into token-program
                     end-unstring
                     if token-program = wanted-program
                       perform write-snapshot-line
                     end-if
                 end-evaluate
               end-if
           end-read.

       write-snapshot-line.
           add 1 to lines-shown
           move spaces to provenance-line
           string "  " delimited by size
                  cs-source delimited by size
                  " " delimited by size
                  cs-text delimited by size
             into provenance-line
           end-string
           move "PROVENANCEREPORT" to io-dataset
           perform count-io-write
           write provenance-line.

      * The row's own file= names the path actually read (a
      * fallback row carries a leading '*'); without one, the
      * program's shipped default.  The logical name is whichever
      * DATAVERSIONS entry lists that path as a version, else the
      * path itself, and the entry in force is the latest effective
      * on or before the row's processing date.
       show-data-version.
           perform write-blank-line
           move "DATA VERSION" to provenance-line
           move "PROVENANCEREPORT" to io-dataset
           perform count-io-write
           write provenance-line
           if input-kind is not equal to 'D'
             move "  reads no data/ file" to provenance-line
             move "PROVENANCEREPORT" to io-dataset
             perform count-io-write
             write provenance-line
             exit paragraph
           end-if
           move input-default to data-path
           perform varying param-scan from 1 by 1
                   until param-scan > 35
             if rw-parameters (param-scan:5) = "file="
               move spaces to data-path
               unstring rw-parameters (param-scan + 5:)
                 delimited by " "
                 into data-path
               end-unstring
               move 36 to param-scan
             end-if
           end-perform
           if data-path = spaces
             move "  no data file named on the row (none configured)"
               to provenance-line
             move "PROVENANCEREPORT" to io-dataset
             perform count-io-write
             write provenance-line
             exit paragraph
           end-if
           move spaces to provenance-line
           string "  read " delimited by size
                  function trim (data-path) delimited by size
             into provenance-line
           end-string
           if rw-parameters (1:1) = "*"
             string " (fallback version)" delimited by size
               into provenance-line (70:)
             end-string
           end-if
           move "PROVENANCEREPORT" to io-dataset
           perform count-io-write
           write provenance-line

           if rw-proc-date is numeric and rw-proc-date > 0
             move rw-proc-date to effect-date
           else
             move rw-run-date to effect-date
           end-if
           move data-path to data-logical
           move 0 to in-force-effective
           move spaces to in-force-path
           move "00" to versions-status
           open input versions-file
           if versions-status = "00"
             move 'N' to read-switch
             perform find-logical-name until read-at-end
             close versions-file
             open input versions-file
             move 'N' to read-switch
             perform find-version-in-force until read-at-end
             close versions-file
           end-if
           move spaces to provenance-line
           if in-force-effective = 0
             string "  no DATAVERSIONS entry in force on "
                      delimited by size
                    effect-date delimited by size
                    " - read as configured" delimited by size
               into provenance-line
             end-string
           else
             string "  DATAVERSIONS " delimited by size
                    function trim (data-logical) delimited by size
                    " effective " delimited by size
                    in-force-effective delimited by size
                    " -> " delimited by size
                    function trim (in-force-path) delimited by size
               into provenance-line
             end-string
           end-if
           move "PROVENANCEREPORT" to io-dataset
           perform count-io-write
           write provenance-line.

       find-logical-name.
           move "DATAVERSIONS" to io-dataset
           perform count-io-read
           read versions-file
             at end
               move 'Y' to read-switch
             not at end
               if dv-version-path = data-path
                 move dv-logical to data-logical
                 move 'Y' to read-switch
               end-if
           end-read.

       find-version-in-force.
           move "DATAVERSIONS" to io-dataset
           perform count-io-read
           read versions-file
             at end
               move 'Y' to read-switch
             not at end
               if dv-logical = data-logical
                 and dv-effective is numeric
                 and dv-effective <= effect-date
                 and dv-effective >= in-force-effective
                 move dv-effective to in-force-effective
                 move dv-version-path to in-force-path
               end-if
           end-read.

      * The generating program's row from the same run when there
      * is one - the driver runs the generator first - otherwise
      * its latest row stamped before this one.
       show-generation.
           perform write-blank-line
           move "SHARED INPUT GENERATION" to provenance-line
           move "PROVENANCEREPORT" to io-dataset
           perform count-io-write
           write provenance-line
           evaluate input-kind
             when 'P'
               move "euler-prime-gen" to generator-program
               move "PRIMESFILE" to generator-dataset
             when 'A'
               move "euler-problem-021" to generator-program
               move "ABUNDANTLIST" to generator-dataset
             when other
               move "  consumes no PRIMESFILE or ABUNDANTLIST"
                 to provenance-line
               move "PROVENANCEREPORT" to io-dataset
               perform count-io-write
               write provenance-line
               exit paragraph
           end-evaluate
           move 'N' to generator-found-switch
           move 'N' to generator-same-run
           move 0 to candidate-stamp
           perform open-ledger-for-input
           if run-result-status = "00"
             move generator-program to rr-key-program-id
             move 0 to rr-key-run-date
             move 0 to rr-key-run-time
             start result-ledger-file
               key is not less than rr-ledger-key
               invalid key
                 move 'Y' to read-switch
               not invalid key
                 move 'N' to read-switch
             end-start
             perform read-one-generator-row until read-at-end
             close result-ledger-file
           end-if
           move spaces to provenance-line
           if generator-found-switch = 'N'
             string "  " delimited by size
                    generator-dataset delimited by size
                    " generation not on the ledger (archived "
                      delimited by size
                    "or never run)" delimited by size
               into provenance-line
             end-string
             move "PROVENANCEREPORT" to io-dataset
             perform count-io-write
             write provenance-line
             exit paragraph
           end-if
           string "  " delimited by size
                  generator-dataset delimited by size
                  " from " delimited by size
                  function trim (generator-program) delimited by size
                  " run " delimited by size
                  gn-run-id delimited by size
                  " at " delimited by size
                  gn-run-date delimited by size
                  " " delimited by size
                  gn-run-time delimited by size
             into provenance-line
           end-string
           move "PROVENANCEREPORT" to io-dataset
           perform count-io-write
           write provenance-line
           move spaces to provenance-line
           string "    parameters " delimited by size
                  gn-parameters delimited by size
                  " result " delimited by size
                  gn-actual delimited by size
             into provenance-line
           end-string
           move "PROVENANCEREPORT" to io-dataset
           perform count-io-write
           write provenance-line
           if generator-same-run = 'N'
             move "    (an earlier run's generation - the "
               & "generator did not run in this one)"
               to provenance-line
             move "PROVENANCEREPORT" to io-dataset
             perform count-io-write
             write provenance-line
           end-if.

       read-one-generator-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to read-switch
             not at end
               if rr-program-id is not equal to generator-program
                 move 'Y' to read-switch
               else
                 perform weigh-generator-row
               end-if
           end-read.

       weigh-generator-row.
           if rr-run-id = wanted-run-id
             and rr-run-date * 100000000 + rr-run-time <= row-stamp
             move run-result-fields to generator-image
             move 'Y' to generator-found-switch
             move 'Y' to generator-same-run
             exit paragraph
           end-if
           if generator-same-run = 'Y'
             exit paragraph
           end-if
           if rr-run-date * 100000000 + rr-run-time <= row-stamp
             and rr-run-date * 100000000 + rr-run-time
                 >= candidate-stamp
             compute candidate-stamp =
                 rr-run-date * 100000000 + rr-run-time
             move run-result-fields to generator-image
             move 'Y' to generator-found-switch
           end-if.

       show-step-journal.
           perform write-blank-line
           move "STEP JOURNAL" to provenance-line
           move "PROVENANCEREPORT" to io-dataset
           perform count-io-write
           write provenance-line
           move 0 to lines-shown
           move "00" to step-journal-status
           open input step-journal-file
           if step-journal-status = "00"
             move 'N' to read-switch
             perform read-one-journal-entry until read-at-end
             close step-journal-file
           end-if
           if lines-shown = 0
             move "  no STEPJOURNAL attempts (not run by the driver)"
               to provenance-line
             move "PROVENANCEREPORT" to io-dataset
             perform count-io-write
             write provenance-line
           end-if.

       read-one-journal-entry.
           move "STEPJOURNAL" to io-dataset
           perform count-io-read
           read step-journal-file
             at end
               move 'Y' to read-switch
             not at end
               if sj-run-id = wanted-run-id
                 and sj-program = wanted-program
                 add 1 to lines-shown
                 move spaces to provenance-line
                 string "  step " delimited by size
                        sj-step delimited by size
                        " attempt " delimited by size
                        sj-attempt delimited by size
                        "  started " delimited by size
                        sj-start-stamp delimited by size
                        sj-start-offset delimited by space
                        "  ended " delimited by size
                        sj-end-stamp delimited by size
                        sj-end-offset delimited by space
                        "  return code " delimited by size
                        sj-return-code delimited by size
                   into provenance-line
                 end-string
                 if sj-resumed = 'Y'
                   move "(resumed)" to provenance-line (100:9)
                 end-if
                 move "PROVENANCEREPORT" to io-dataset
                 perform count-io-write
                 write provenance-line
               end-if
           end-read.

      * The row hash is recomputed with the same fold
      * write-run-result used, and the chain value re-derived from
      * the record before this one on LEDGERCHAIN.
       show-chain-proof.
           perform write-blank-line
           move "CHAIN PROOF" to provenance-line
           move "PROVENANCEREPORT" to io-dataset
           perform count-io-write
           write provenance-line
           move row-image (1:36) to row-key
           move 0 to previous-chain
           move "00" to ledger-chain-status
           open input ledger-chain-file
           if ledger-chain-status = "00"
             move 'N' to read-switch
             perform read-one-chain-record until read-at-end
             close ledger-chain-file
           end-if
           if not chain-was-found
             move "NOCHAIN" to chain-verdict
             move "  no LEDGERCHAIN record for this row"
               to provenance-line
             move "PROVENANCEREPORT" to io-dataset
             perform count-io-write
             write provenance-line
             exit paragraph
           end-if

           move row-image to rr-hash-image
           perform compute-row-chain-hash
           compute expected-chain =
               function mod (chain-previous * 31 + chain-row-hash,
                   999999937)
           move spaces to provenance-line
           string "  recorded row hash " delimited by size
                  chain-row-hash delimited by size
                  "  chain value " delimited by size
                  chain-value delimited by size
                  "  previous " delimited by size
                  chain-previous delimited by size
             into provenance-line
           end-string
           move "PROVENANCEREPORT" to io-dataset
           perform count-io-write
           write provenance-line
           move rr-row-hash to recomputed-hash
           move spaces to provenance-line
           string "  recomputed row hash " delimited by size
                  recomputed-hash delimited by size
                  "  re-derived chain " delimited by size
                  expected-chain delimited by size
             into provenance-line
           end-string
           move "PROVENANCEREPORT" to io-dataset
           perform count-io-write
           write provenance-line
           evaluate true
             when recomputed-hash is not equal to chain-row-hash
               move "ALTERED" to chain-verdict
               move "  ALTERED - the row no longer matches the hash "
                 & "chained when it was written" to provenance-line
             when expected-chain is not equal to chain-value
               move "BROKEN" to chain-verdict
               move "  BROKEN - the chain fold does not re-derive; "
                 & "run euler-ledger-audit" to provenance-line
             when other
               move "PROVEN" to chain-verdict
               move "  PROVEN - the row is as written and its chain "
                 & "link holds" to provenance-line
           end-evaluate
           move "PROVENANCEREPORT" to io-dataset
           perform count-io-write
           write provenance-line.

       read-one-chain-record.
           move "LEDGERCHAIN" to io-dataset
           perform count-io-read
           read ledger-chain-file
             at end
               move 'Y' to read-switch
             not at end
               if lc-key = row-key
                 move 'Y' to chain-found-switch
                 move lc-row-hash to chain-row-hash
                 move lc-chain-value to chain-value
                 move previous-chain to chain-previous
               end-if
               if lc-chain-value is numeric
                 move lc-chain-value to previous-chain
               end-if
           end-read.

       write-blank-line.
           move spaces to provenance-line
           move "PROVENANCEREPORT" to io-dataset
           perform count-io-write
           write provenance-line.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.

       end program euler-provenance-report.
