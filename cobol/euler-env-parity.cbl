      * Cross-environment parity report
      *
      * 15 October 2026
      *
      * A release is rehearsed by running the stream under a second
      * environment profile (FILEPROFILES, see euler-profile-apply)
      * against the same processing date, and until now "did the
      * rehearsal agree with production" was two ledger queries and
      * an afternoon with a ruler.  This reads the RESULTLEDGER each
      * of two profiles points at, takes each side's rows for one
      * processing date, pairs them by program and parameters, and
      * writes PARITYREPORT:
      *
      *   - pairs whose answers differ
      *   - programs (with their parameters) booked on one side only
      *   - pairs whose elapsed times differ by more than TOLERANCE
      *     percent of the slower side's, ignored while both sides
      *     ran in under a second
      *
      * and ends with a GO or NO-GO line: a differing answer or a
      * one-sided row is NO-GO, elapsed drift alone is reported but
      * still GO.  Where a side booked the same program and
      * parameters more than once that date, its latest row counts.
      *
      *   PROFILES   control-param-4, "A,B" - the two profile names;
      *              PROD or an empty name means the native files
      *   PROC-DATE  control-param-1, yyyymmdd, default the stream's
      *              EULERPROCDATE, else today
      *   TOLERANCE  control-param-2, percent, default 25
      *
      * A named profile must re-point RESULTLEDGER, or both sides
      * would be the same file - it is refused, as is a ledger that
      * will not open.  RETURN-CODE is 0 for GO, 4 for NO-GO and 8
      * when a side could not be read at all.
       identification division.
       program-id. euler-env-parity.

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
           select profile-file assign to "FILEPROFILES"
               organization line sequential
               file status profile-status.
           select parity-report-file assign to "PARITYREPORT"
               organization line sequential
               file status parity-report-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
           copy run-result-fd.
       fd  profile-file
           label records are omitted.
       01 profile-record.
         02 pf-profile               pic x(10).
         02 filler                   pic x.
         02 pf-logical               pic x(20).
         02 filler                   pic x.
         02 pf-path                  pic x(60).
       fd  parity-report-file
           label records are omitted.
       01 parity-report-line         pic x(132).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
       01 profile-status             pic xx.
       01 parity-report-status       pic xx.
       01 read-switch                pic x.
         88 read-at-end               value 'Y'.

       01 parity-proc-date           pic 9(8) value 0.
       01 tolerance-percent          pic 9(9) value 25.
       01 profile-pair-text          pic x(60).
       01 native-ledger-path         pic x(80).

      * The two sides: A is the reference (normally production), B
      * the rehearsal.
       01 side-table.
         02 side-entry occurs 2 times.
           03 sd-profile             pic x(10).
           03 sd-ledger-path         pic x(80).
           03 sd-rows                pic 9(5) comp-5.
           03 sd-readable            pic x.
       01 side                       pic 9 comp-5.
       01 side-letter                pic x.

      * One slot per program-and-parameters pair seen on either side.
       01 pair-max constant as 600.
       01 pair-table.
         02 pair-entry occurs 600 times.
           03 pr-program             pic x(20).
           03 pr-parameters          pic x(40).
           03 pr-side occurs 2 times.
             04 pr-present           pic x.
             04 pr-actual            pic x(20).
             04 pr-elapsed           pic 9(7).
             04 pr-run-id            pic x(14).
       01 pair-count                 pic 9(4) comp-5 value 0.
       01 pair-index                 pic 9(4) comp-5.
       01 pair-scan                  pic 9(4) comp-5.
       01 pairs-dropped              pic 9(5) comp-5 value 0.

       01 parity-counts.
         02 answers-differing        pic 9(5) comp-5 value 0.
         02 a-side-only              pic 9(5) comp-5 value 0.
         02 b-side-only              pic 9(5) comp-5 value 0.
         02 elapsed-drifting         pic 9(5) comp-5 value 0.
         02 pairs-matching           pic 9(5) comp-5 value 0.
       01 slower-elapsed             pic 9(7).
       01 elapsed-gap                pic 9(7).
       01 gap-limit                  pic 9(9).
       01 count-edit                 pic zzzz9.
       01 elapsed-edit               pic z(6)9.
       01 elapsed-edit-2             pic z(6)9.
       01 verdict-text               pic x(6).

       procedure division.

       main.
           move "euler-env-parity" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move parity-proc-date to control-param-1
           move tolerance-percent to control-param-2
           move spaces to control-param-4
           perform read-control-card
           move "euler-env-parity" to kp-program-id
           move "PROC-DATE" to kp-keyword (1)
           move "TOLERANCE" to kp-keyword (2)
           move "PROFILES" to kp-keyword (4)
           perform read-parameter-library
           move control-param-1 to parity-proc-date
           move control-param-2 to tolerance-percent
           move control-param-4 to profile-pair-text
           if parity-proc-date = 0
             perform establish-parity-date
           end-if

           move spaces to sd-profile (1) sd-profile (2)
           unstring profile-pair-text delimited by "," or all " "
             into sd-profile (1) sd-profile (2)
           end-unstring
           move function upper-case (sd-profile (1)) to sd-profile (1)
           move function upper-case (sd-profile (2)) to sd-profile (2)

           move "00" to parity-report-status
           open output parity-report-file
           move report-header-line to parity-report-line
           move "PARITYREPORT" to io-dataset
           perform count-io-write
           write parity-report-line

           move spaces to native-ledger-path
           accept native-ledger-path from environment "RESULTLEDGER"
             on exception
               move spaces to native-ledger-path
           end-accept
           if native-ledger-path = spaces
             move "RESULTLEDGER" to native-ledger-path
           end-if

           perform load-one-side varying side from 1 by 1
                   until side > 2
           set environment "RESULTLEDGER"
             to function trim (native-ledger-path)

           if sd-readable (1) is not equal to 'Y'
             or sd-readable (2) is not equal to 'Y'
             move "NO-GO" to verdict-text
             move spaces to parity-report-line
             move "PARITYREPORT" to io-dataset
             perform count-io-write
             write parity-report-line
             move "PARITY: NO-GO - a side's ledger could not be read"
               to parity-report-line
             move "PARITYREPORT" to io-dataset
             perform count-io-write
             write parity-report-line
             display "euler-env-parity: NO-GO, a side could not be "
                     "read"
             move 8 to return-code
             perform finish-run
             goback
           end-if

           perform write-difference-sections
           perform write-parity-verdict
           perform finish-run
           goback.

       establish-parity-date.
           move spaces to rr-proc-date-text
           accept rr-proc-date-text from environment "EULERPROCDATE"
             on exception
               move spaces to rr-proc-date-text
           end-accept
           if rr-proc-date-text (1:8) is numeric
             move rr-proc-date-text (1:8) to parity-proc-date
           else
             move function current-date (1:8) to parity-proc-date
           end-if.

       finish-run.
           perform format-report-footer
           move report-footer-line to parity-report-line
           move "PARITYREPORT" to io-dataset
           perform count-io-write
           write parity-report-line
           close parity-report-file
           display report-footer-line

           move "euler-env-parity" to rr-program-id
           move spaces to rr-parameters
           string "date=" delimited by size
                  parity-proc-date delimited by size
                  " " delimited by size
                  function trim (sd-profile (1)) delimited by size
                  "/" delimited by size
                  function trim (sd-profile (2)) delimited by size
             into rr-parameters
           end-string
           move verdict-text to rr-actual-result
           move spaces to rr-expected-result
           move space to rr-pass-flag
           perform stop-run-timer
           perform write-run-result.

      ******************************************************************
      * One side: find the ledger its profile points at, re-point
      * RESULTLEDGER there, and take that date's rows into the pairs.
      ******************************************************************
       load-one-side.
           if side = 1
             move "A" to side-letter
           else
             move "B" to side-letter
           end-if
           move 0 to sd-rows (side)
           move 'N' to sd-readable (side)
           move native-ledger-path to sd-ledger-path (side)
           if sd-profile (side) is not equal to spaces
             and sd-profile (side) is not equal to "PROD"
             perform find-profile-ledger
             if sd-ledger-path (side) = spaces
               move spaces to parity-report-line
               string "side " delimited by size
                      side-letter delimited by size
                      ": profile " delimited by size
                      function trim (sd-profile (side))
                        delimited by size
                      " does not re-point RESULTLEDGER"
                        delimited by size
                 into parity-report-line
               end-string
               move "PARITYREPORT" to io-dataset
               perform count-io-write
               write parity-report-line
               display "euler-env-parity: profile "
                       function trim (sd-profile (side))
                       " has no RESULTLEDGER in FILEPROFILES"
               exit paragraph
             end-if
           end-if

           if side = 2
             and sd-ledger-path (2) = sd-ledger-path (1)
             move "side B: the same ledger as side A - nothing to "
               & "compare" to parity-report-line
             move "PARITYREPORT" to io-dataset
             perform count-io-write
             write parity-report-line
             display "euler-env-parity: both profiles name "
                     function trim (sd-ledger-path (2))
             exit paragraph
           end-if

           set environment "RESULTLEDGER"
             to function trim (sd-ledger-path (side))
           perform open-ledger-for-input
           if run-result-status is not equal to "00"
             move spaces to parity-report-line
             string "side " delimited by size
                    side-letter delimited by size
                    ": " delimited by size
                    function trim (sd-ledger-path (side))
                      delimited by size
                    " unavailable, file status " delimited by size
                    run-result-status delimited by size
               into parity-report-line
             end-string
             move "PARITYREPORT" to io-dataset
             perform count-io-write
             write parity-report-line
             display "euler-env-parity: "
                     function trim (sd-ledger-path (side))
                     " unavailable, file status " run-result-status
             exit paragraph
           end-if
           move 'Y' to sd-readable (side)
           move 'N' to read-switch
           perform read-one-ledger-row until read-at-end
           close result-ledger-file

           move spaces to parity-report-line
           move sd-rows (side) to count-edit
           string "side " delimited by size
                  side-letter delimited by size
                  ": profile " delimited by size
                  sd-profile (side) delimited by size
                  " ledger " delimited by size
                  function trim (sd-ledger-path (side))
                    delimited by size
                  ", " delimited by size
                  function trim (count-edit) delimited by size
                  " rows for " delimited by size
                  parity-proc-date delimited by size
             into parity-report-line
           end-string
           move "PARITYREPORT" to io-dataset
           perform count-io-write
           write parity-report-line.

       find-profile-ledger.
           move spaces to sd-ledger-path (side)
           move "00" to profile-status
           open input profile-file
           if profile-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to read-switch
           perform read-one-profile-record until read-at-end
           close profile-file.

       read-one-profile-record.
           move "FILEPROFILES" to io-dataset
           perform count-io-read
           read profile-file
             at end
               move 'Y' to read-switch
             not at end
               if pf-profile = sd-profile (side)
                 and pf-logical = "RESULTLEDGER"
                 move pf-path to sd-ledger-path (side)
               end-if
           end-read.

       read-one-ledger-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to read-switch
             not at end
               if rr-processing-date is numeric
                 and rr-processing-date = parity-proc-date
                 and rr-program-id is not equal to "euler-env-parity"
                 add 1 to sd-rows (side)
                 perform post-one-row
               end-if
           end-read.

      * The ledger is in program and run-stamp order, so a later row
      * for the same pair simply overwrites the earlier one.
       post-one-row.
           move 0 to pair-index
           perform varying pair-scan from 1 by 1
                   until pair-scan > pair-count
             if pr-program (pair-scan) = rr-program-id
               and pr-parameters (pair-scan) = rr-parameters
               move pair-scan to pair-index
               exit perform
             end-if
           end-perform
           if pair-index = 0
             if pair-count >= pair-max
               add 1 to pairs-dropped
               exit paragraph
             end-if
             add 1 to pair-count
             move pair-count to pair-index
             move rr-program-id to pr-program (pair-index)
             move rr-parameters to pr-parameters (pair-index)
             move 'N' to pr-present (pair-index, 1)
             move 'N' to pr-present (pair-index, 2)
           end-if
           move 'Y' to pr-present (pair-index, side)
           move rr-actual-result to pr-actual (pair-index, side)
           move rr-elapsed-hundredths to pr-elapsed (pair-index, side)
           move rr-run-id to pr-run-id (pair-index, side).

      ******************************************************************
      * The report proper: answers, one-sided rows, elapsed drift.
      ******************************************************************
       write-difference-sections.
           move spaces to parity-report-line
           move "PARITYREPORT" to io-dataset
           perform count-io-write
           write parity-report-line
           move "answers that differ" to parity-report-line
           move "PARITYREPORT" to io-dataset
           perform count-io-write
           write parity-report-line
           perform varying pair-index from 1 by 1
                   until pair-index > pair-count
             if pr-present (pair-index, 1) = 'Y'
               and pr-present (pair-index, 2) = 'Y'
               if pr-actual (pair-index, 1) is not equal to
                  pr-actual (pair-index, 2)
                 add 1 to answers-differing
                 move spaces to parity-report-line
                 move pr-program (pair-index)
                   to parity-report-line (3:20)
                 move pr-parameters (pair-index)
                   to parity-report-line (24:40)
                 move "A=" to parity-report-line (65:2)
                 move pr-actual (pair-index, 1)
                   to parity-report-line (67:20)
                 move "B=" to parity-report-line (88:2)
                 move pr-actual (pair-index, 2)
                   to parity-report-line (90:20)
                 move "PARITYREPORT" to io-dataset
                 perform count-io-write
                 write parity-report-line
               else
                 add 1 to pairs-matching
               end-if
             end-if
           end-perform
           if answers-differing = 0
             move "  none" to parity-report-line
             move "PARITYREPORT" to io-dataset
             perform count-io-write
             write parity-report-line
           end-if

           move spaces to parity-report-line
           move "PARITYREPORT" to io-dataset
           perform count-io-write
           write parity-report-line
           move "booked on one side only" to parity-report-line
           move "PARITYREPORT" to io-dataset
           perform count-io-write
           write parity-report-line
           perform varying pair-index from 1 by 1
                   until pair-index > pair-count
             if pr-present (pair-index, 1) is not equal to
                pr-present (pair-index, 2)
               move spaces to parity-report-line
               move pr-program (pair-index)
                 to parity-report-line (3:20)
               move pr-parameters (pair-index)
                 to parity-report-line (24:40)
               if pr-present (pair-index, 1) = 'Y'
                 add 1 to a-side-only
                 move "A only" to parity-report-line (65:6)
                 move pr-actual (pair-index, 1)
                   to parity-report-line (72:20)
               else
                 add 1 to b-side-only
                 move "B only" to parity-report-line (65:6)
                 move pr-actual (pair-index, 2)
                   to parity-report-line (72:20)
               end-if
               move "PARITYREPORT" to io-dataset
               perform count-io-write
               write parity-report-line
             end-if
           end-perform
           if a-side-only + b-side-only = 0
             move "  none" to parity-report-line
             move "PARITYREPORT" to io-dataset
             perform count-io-write
             write parity-report-line
           end-if

           move spaces to parity-report-line
           move "PARITYREPORT" to io-dataset
           perform count-io-write
           write parity-report-line
           move spaces to parity-report-line
           move tolerance-percent to count-edit
           string "elapsed differing by more than " delimited by size
                  function trim (count-edit) delimited by size
                  "% (hundredths)" delimited by size
             into parity-report-line
           end-string
           move "PARITYREPORT" to io-dataset
           perform count-io-write
           write parity-report-line
           perform varying pair-index from 1 by 1
                   until pair-index > pair-count
             if pr-present (pair-index, 1) = 'Y'
               and pr-present (pair-index, 2) = 'Y'
               perform judge-elapsed-drift
             end-if
           end-perform
           if elapsed-drifting = 0
             move "  none" to parity-report-line
             move "PARITYREPORT" to io-dataset
             perform count-io-write
             write parity-report-line
           end-if.

       judge-elapsed-drift.
           if pr-elapsed (pair-index, 1) > pr-elapsed (pair-index, 2)
             move pr-elapsed (pair-index, 1) to slower-elapsed
             compute elapsed-gap = pr-elapsed (pair-index, 1)
                                 - pr-elapsed (pair-index, 2)
           else
             move pr-elapsed (pair-index, 2) to slower-elapsed
             compute elapsed-gap = pr-elapsed (pair-index, 2)
                                 - pr-elapsed (pair-index, 1)
           end-if
           if slower-elapsed < 100
             exit paragraph
           end-if
           compute gap-limit = slower-elapsed * tolerance-percent / 100
           if elapsed-gap <= gap-limit
             exit paragraph
           end-if
           add 1 to elapsed-drifting
           move spaces to parity-report-line
           move pr-program (pair-index) to parity-report-line (3:20)
           move pr-parameters (pair-index)
             to parity-report-line (24:40)
           move pr-elapsed (pair-index, 1) to elapsed-edit
           move pr-elapsed (pair-index, 2) to elapsed-edit-2
           string "A=" elapsed-edit "  B=" elapsed-edit-2
                  delimited by size
             into parity-report-line (65:30)
           end-string
           move "PARITYREPORT" to io-dataset
           perform count-io-write
           write parity-report-line.

       write-parity-verdict.
           move spaces to parity-report-line
           move "PARITYREPORT" to io-dataset
           perform count-io-write
           write parity-report-line
           move pair-count to count-edit
           move spaces to parity-report-line
           string "pairs compared:      " count-edit
                  delimited by size into parity-report-line
           end-string
           move "PARITYREPORT" to io-dataset
           perform count-io-write
           write parity-report-line
           move pairs-matching to count-edit
           move spaces to parity-report-line
           string "answers matching:    " count-edit
                  delimited by size into parity-report-line
           end-string
           move "PARITYREPORT" to io-dataset
           perform count-io-write
           write parity-report-line
           move answers-differing to count-edit
           move spaces to parity-report-line
           string "answers differing:   " count-edit
                  delimited by size into parity-report-line
           end-string
           move "PARITYREPORT" to io-dataset
           perform count-io-write
           write parity-report-line
           move a-side-only to count-edit
           move spaces to parity-report-line
           string "on side A only:      " count-edit
                  delimited by size into parity-report-line
           end-string
           move "PARITYREPORT" to io-dataset
           perform count-io-write
           write parity-report-line
           move b-side-only to count-edit
           move spaces to parity-report-line
           string "on side B only:      " count-edit
                  delimited by size into parity-report-line
           end-string
           move "PARITYREPORT" to io-dataset
           perform count-io-write
           write parity-report-line
           move elapsed-drifting to count-edit
           move spaces to parity-report-line
           string "elapsed drifting:    " count-edit
                  delimited by size into parity-report-line
           end-string
           move "PARITYREPORT" to io-dataset
           perform count-io-write
           write parity-report-line
           if pairs-dropped > 0
             move pairs-dropped to count-edit
             move spaces to parity-report-line
             string "rows past the table: " count-edit
                    delimited by size into parity-report-line
             end-string
             move "PARITYREPORT" to io-dataset
             perform count-io-write
             write parity-report-line
           end-if

           move spaces to parity-report-line
           move "PARITYREPORT" to io-dataset
           perform count-io-write
           write parity-report-line
           move spaces to parity-report-line
           if answers-differing + a-side-only + b-side-only = 0
             and pairs-dropped = 0
             move "GO" to verdict-text
             string "PARITY: GO - " delimited by size
                    function trim (sd-profile (1)) delimited by size
                    " and " delimited by size
                    function trim (sd-profile (2)) delimited by size
                    " agree for " delimited by size
                    parity-proc-date delimited by size
               into parity-report-line
             end-string
             move 0 to return-code
           else
             move "NO-GO" to verdict-text
             string "PARITY: NO-GO - " delimited by size
                    function trim (sd-profile (1)) delimited by size
                    " and " delimited by size
                    function trim (sd-profile (2)) delimited by size
                    " disagree for " delimited by size
                    parity-proc-date delimited by size
               into parity-report-line
             end-string
             move 4 to return-code
           end-if
           move "PARITYREPORT" to io-dataset
           perform count-io-write
           write parity-report-line
           display function trim (parity-report-line).

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.

       end program euler-env-parity.
