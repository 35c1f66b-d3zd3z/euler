      * Historical run replay
      *
      * 15 October 2026
      *
      * When an answer drifts the question is always whether the
      * same inputs would give the same answer today, and answering
      * it meant rebuilding the old night by hand.  This replays one
      * past run end to end:
      *
      *   - the PARAMLIB and CONTROLCARD in force that night are
      *     rebuilt from the driver's CONFIGSNAPSHOT lines for the
      *     run id;
      *   - EULERPROCDATE is set to the run's processing date (off
      *     its ledger rows), so every loader's euler-data-version
      *     call resolves each data/ input to the DATAVERSIONS
      *     version in force on that date - the report lists each
      *     cataloged input and the version it resolved to;
      *   - every answer program that booked a row in the run is
      *     CALLed again, in the order the rows were booked (the
      *     stream's own order), under the replay run id - the
      *     original id with its first character made 'R', the way
      *     a named stream marks its ids;
      *   - every original answer is laid next to its replayed
      *     answer on REPLAYREPORT, SAME or DIFFERENT, and the
      *     programs' return codes are listed.
      *
      * The replay never touches a production file.  Before the
      * first CALL the REPLAY profile in FILEPROFILES is applied
      * through euler-profile-apply, and then every file an answer
      * program can write - the ledger and its spill, chain and
      * closed-dates companions, the card and the library, the
      * primes datasets, the checkpoints, the exports, MESSAGELOG,
      * the alert files and every report - that the profile left
      * where it was is pointed at a ".REPLAY" twin of its own name
      * (RESULTLEDGER.REPLAY and so on), so a profile that covers
      * only part of the list, or no profile at all, still cannot
      * leak a write into production.  The replay ledger is started
      * empty, and its CLOSEDDATES twin empty, so a closed date
      * replays onto it like any other.  What stays production is
      * read-only: CONFIGSNAPSHOT and RESULTLEDGER (read before the
      * re-pointing), ANSWERKEY, DATAVERSIONS and the data/
      * datasets.  Like euler-smoke-test, the replay books no ledger
      * row of its own.
      *
      * RUN-ID (control-param-4) names the run and is required.
      * RETURN-CODE is the number of answers that came back
      * different or not at all; 8 means nothing was replayed (no
      * run id, no snapshot, or no answer rows for it).
      *
      * Any answer program added to the suite needs an entry in
      * build-replay-programs, as it does in euler-answer-check's
      * known-program list, and any new file it writes an entry in
      * build-sandbox-files.
      *
      * 15 October 2026 - Problem 89 added to the replay list;
      * ROMAN89 joins the sandbox.
      *
      * 15 October 2026 - Problems 48 and 97 added to the replay list;
      * LASTDIGITS joins the sandbox.
      *
      * 15 October 2026 - Problem 98 added to the replay list;
      * ANAGRAMSQUARES and ANAGRAMEXCEPTIONS join the sandbox.
       identification division.
       program-id. euler-run-replay.

       environment division.
       input-output section.
       file-control.
           select control-file assign to "CONTROLCARD"
               organization line sequential
               file status control-status.
           select param-library-file assign to "PARAMLIB"
               organization line sequential
               file status param-status.
           select config-snapshot-file assign to "CONFIGSNAPSHOT"
               organization line sequential
               file status config-snapshot-status.
           select versions-file assign to "DATAVERSIONS"
               organization line sequential
               file status versions-status.
           copy run-result-select.
           select replay-report-file assign to "REPLAYREPORT"
               organization line sequential
               file status replay-report-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
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
           copy run-result-fd.
       fd  replay-report-file
           label records are omitted.
       01 replay-report-line       pic x(100).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
       01 config-snapshot-status   pic xx.
       01 versions-status          pic xx.
       01 replay-report-status     pic xx.
       01 snapshot-switch          pic x.
         88 snapshot-at-end         value 'Y'.
       01 versions-switch          pic x.
         88 versions-at-end         value 'Y'.
       01 ledger-switch            pic x.
         88 ledger-at-end           value 'Y'.

       01 original-run-id          pic x(14) value spaces.
       01 replay-run-id            pic x(14).
       01 replay-proc-date         pic 9(8) value 0.
       01 profile-name             pic x(10) value "REPLAY".
       01 profile-outcome          pic x(40).

      * The night's configuration off CONFIGSNAPSHOT.
       01 snapshot-line-max constant as 200.
       01 snapshot-lines.
         02 snapshot-item occurs snapshot-line-max times.
           03 sn-source             pic x(12).
           03 sn-text               pic x(92).
       01 snapshot-count           pic 999 comp-5 value 0.
       01 snapshot-scan            pic 999 comp-5.
       01 card-line-count          pic 999 comp-5 value 0.
       01 library-line-count       pic 999 comp-5 value 0.

      * The programs whose rows are answers, and so are replayed -
      * the same list euler-answer-check reconciles.
       01 replay-program-count constant as 45.
       01 replay-programs.
         02 replay-program occurs 45 times pic x(20).
       01 replay-scan              pic 99 comp-5.

      * Every file an answer program may write, with the value its
      * name had before the sandbox was set up, so whatever the
      * REPLAY profile did not re-point can be told apart.
       01 sandbox-file-max constant as 80.
       01 sandbox-files.
         02 sandbox-entry occurs sandbox-file-max times.
           03 sb-logical            pic x(20).
           03 sb-before             pic x(60).
       01 sandbox-file-count       pic 99 comp-5 value 0.
       01 sandbox-scan             pic 99 comp-5.
       01 sandbox-now              pic x(60).
       01 sandbox-twin             pic x(60).
       01 twins-used               pic 99 comp-5 value 0.

      * The original run's answer rows, then the replay's.
       01 row-max constant as 200.
       01 original-rows.
         02 original-row occurs row-max times.
           03 or-program            pic x(20).
           03 or-parameters         pic x(40).
           03 or-actual             pic x(20).
           03 or-stamp              pic x(16).
       01 original-count           pic 999 comp-5 value 0.
       01 original-scan            pic 999 comp-5.
       01 other-row-count          pic 9(5) comp-5 value 0.
       01 replay-rows.
         02 replay-row occurs row-max times.
           03 rp-program            pic x(20).
           03 rp-parameters         pic x(40).
           03 rp-actual             pic x(20).
           03 rp-used               pic x.
       01 replay-row-count         pic 999 comp-5 value 0.
       01 replay-row-scan          pic 999 comp-5.
       01 replay-match             pic 999 comp-5.
       01 row-stamp-work.
         02 row-stamp-date         pic 9(8).
         02 row-stamp-time         pic 9(8).

      * The programs to CALL, in the order their first rows were
      * booked, with the return code each replay came back with.
       01 call-max constant as 60.
       01 call-table.
         02 call-entry occurs call-max times.
           03 cl-program            pic x(20).
           03 cl-first-stamp        pic x(16).
           03 cl-return-code        pic s9(9) comp-5.
       01 call-count               pic 99 comp-5 value 0.
       01 call-scan                pic 99 comp-5.
       01 call-best                pic 99 comp-5.
       01 call-hold.
         02 ch-program             pic x(20).
         02 ch-first-stamp         pic x(16).
         02 ch-return-code         pic s9(9) comp-5.
       01 call-index               pic 99 comp-5.

      * The cataloged data/ inputs and what each resolves to on the
      * replayed processing date.
       01 input-max constant as 50.
       01 input-table.
         02 input-logical occurs input-max times pic x(60).
       01 input-count              pic 99 comp-5 value 0.
       01 input-scan               pic 99 comp-5.
       01 resolved-path            pic x(60).
       01 fallback-flag            pic x.

       01 same-count               pic 999 comp-5 value 0.
       01 different-count          pic 999 comp-5 value 0.
       01 missing-count            pic 999 comp-5 value 0.
       01 extra-count              pic 999 comp-5 value 0.
       01 row-status               pic x(12).
       01 count-edit               pic z(6)9.
       01 count-edit-2             pic z(6)9.
       01 count-edit-3             pic z(6)9.
       01 count-edit-4             pic z(6)9.
       01 code-edit                pic -(8)9.

       procedure division.

       main.
           move "euler-run-replay" to rh-program-id
           perform format-report-header
           display report-header-line

           move spaces to control-param-4
           perform read-control-card
           move "euler-run-replay" to kp-program-id
           move "RUN-ID" to kp-keyword (4)
           perform read-parameter-library
           move control-param-4 to original-run-id
           if original-run-id = spaces
             display "euler-run-replay: RUN-ID names the run to "
                     "replay - nothing replayed"
             move 8 to return-code
             goback
           end-if
           move original-run-id to replay-run-id
           move "R" to replay-run-id (1:1)

      * Everything production is read before the sandbox exists:
      * the snapshot, then the original rows.
           perform load-snapshot
           if card-line-count + library-line-count = 0
             display "euler-run-replay: CONFIGSNAPSHOT has nothing "
                     "for run " original-run-id
                     " - nothing replayed"
             move 8 to return-code
             goback
           end-if
           perform build-replay-programs
           perform load-original-rows
           if original-count = 0
             display "euler-run-replay: no answer rows on "
                     "RESULTLEDGER for run " original-run-id
                     " - nothing replayed"
             move 8 to return-code
             goback
           end-if
           perform order-calls

           perform build-sandbox-files
           perform apply-sandbox
           set environment "EULERRUNID" to replay-run-id
           set environment "EULERPROCDATE" to replay-proc-date
           perform rebuild-configuration
      * A fresh, empty replay ledger, and no closed dates on it.
           open output result-ledger-file
           close result-ledger-file
           open output closed-dates-file
           close closed-dates-file

           perform load-data-inputs

           move "00" to replay-report-status
           open output replay-report-file
           perform write-report-heading
           perform write-input-section

           perform replay-one-program
                   varying call-index from 1 by 1
                   until call-index > call-count

           perform load-replay-rows
           perform write-call-section
           perform write-comparison-section
           perform write-totals

           move report-footer-line to replay-report-line
           move "REPLAYREPORT" to io-dataset
           perform count-io-write
           write replay-report-line
           close replay-report-file

           move original-count to count-edit
           move same-count to count-edit-2
           move different-count to count-edit-3
           move missing-count to count-edit-4
           display "euler-run-replay: run " original-run-id " - "
                   function trim (count-edit) " answers, "
                   function trim (count-edit-2) " same, "
                   function trim (count-edit-3) " different, "
                   function trim (count-edit-4) " not replayed"
           perform format-report-footer
           display report-footer-line

           compute return-code = different-count + missing-count
           goback.

       load-snapshot.
           move "00" to config-snapshot-status
           open input config-snapshot-file
           if config-snapshot-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to snapshot-switch
           perform load-one-snapshot-line until snapshot-at-end
           close config-snapshot-file.

       load-one-snapshot-line.
           move "CONFIGSNAPSHOT" to io-dataset
           perform count-io-read
           read config-snapshot-file
             at end
               move 'Y' to snapshot-switch
             not at end
               if cs-run-id = original-run-id
                 and snapshot-count < snapshot-line-max
                 add 1 to snapshot-count
                 move cs-source to sn-source (snapshot-count)
                 move cs-text to sn-text (snapshot-count)
                 if cs-source = "CONTROLCARD"
                   add 1 to card-line-count
                 end-if
                 if cs-source = "PARAMLIB"
                   add 1 to library-line-count
                 end-if
               end-if
           end-read.

       build-replay-programs.
           move "euler-problem-001"  to replay-program (1)
           move "euler-problem-003"  to replay-program (2)
           move "euler-problem-004"  to replay-program (3)
           move "euler-problem-005"  to replay-program (4)
           move "euler-problem-006"  to replay-program (5)
           move "euler-problem-007"  to replay-program (6)
           move "euler-problem-008"  to replay-program (7)
           move "euler-problem-009"  to replay-program (8)
           move "euler-problem-010"  to replay-program (9)
           move "euler-problem-011"  to replay-program (10)
           move "euler-problem-012"  to replay-program (11)
           move "euler-problem-013"  to replay-program (12)
           move "euler-problem-014"  to replay-program (13)
           move "euler-problem-015"  to replay-program (14)
           move "euler-problem-016"  to replay-program (15)
           move "euler-problem-017"  to replay-program (16)
           move "euler-problem-018"  to replay-program (17)
           move "euler-problem-019"  to replay-program (18)
           move "euler-problem-020"  to replay-program (19)
           move "euler-problem-021"  to replay-program (20)
           move "euler-problem-022"  to replay-program (21)
           move "euler-problem-023"  to replay-program (22)
           move "euler-problem-067"  to replay-program (23)
           move "euler-prime-gen"    to replay-program (24)
           move "euler-problem-024"  to replay-program (25)
           move "euler-problem-025"  to replay-program (26)
           move "euler-problem-026"  to replay-program (27)
           move "euler-problem-027"  to replay-program (28)
           move "euler-problem-029"  to replay-program (29)
           move "euler-problem-081"  to replay-program (30)
           move "euler-problem-083"  to replay-program (31)
           move "euler-problem-042"  to replay-program (32)
           move "euler-problem-082"  to replay-program (33)
           move "euler-problem-096"  to replay-program (34)
           move "euler-problem-099"  to replay-program (35)
           move "euler-problem-059"  to replay-program (36)
           move "euler-problem-054"  to replay-program (37)
           move "euler-problem-031"  to replay-program (38)
           move "euler-problem-055"  to replay-program (39)
           move "euler-mersenne-test" to replay-program (40)
           move "euler-problem-050"  to replay-program (41)
           move "euler-digit-primes" to replay-program (42)
           move "euler-problem-089"  to replay-program (43)
           move "euler-last-digits"  to replay-program (44)
           move "euler-problem-098"  to replay-program (45).

      * The run's rows through the alternate run-id key; only the
      * answer programs' rows are kept.
       load-original-rows.
           perform open-ledger-for-input
           if run-result-status is not equal to "00"
             display "euler-run-replay: RESULTLEDGER unavailable, "
                     "file status " run-result-status
             exit paragraph
           end-if
           move original-run-id to rr-key-run-id
           start result-ledger-file
             key is not less than rr-key-run-id
             invalid key
               move 'Y' to ledger-switch
             not invalid key
               move 'N' to ledger-switch
           end-start
           perform read-one-original-row until ledger-at-end
           close result-ledger-file.

       read-one-original-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
             not at end
               if rr-run-id is not equal to original-run-id
                 move 'Y' to ledger-switch
               else
                 perform hold-original-row
               end-if
           end-read.

       hold-original-row.
           perform validate-run-result-fields
           if not rr-row-is-valid
             add 1 to other-row-count
             exit paragraph
           end-if
           perform varying replay-scan from 1 by 1
                   until replay-scan > replay-program-count
             if replay-program (replay-scan) = rr-program-id
               exit perform
             end-if
           end-perform
           if replay-scan > replay-program-count
             or original-count >= row-max
             add 1 to other-row-count
             exit paragraph
           end-if
           add 1 to original-count
           move rr-program-id to or-program (original-count)
           move rr-parameters to or-parameters (original-count)
           move rr-actual-result to or-actual (original-count)
           move rr-run-date to row-stamp-date
           move rr-run-time to row-stamp-time
           move row-stamp-work to or-stamp (original-count)
           if replay-proc-date = 0
             and rr-processing-date is numeric
             move rr-processing-date to replay-proc-date
           end-if
           if replay-proc-date = 0
             move rr-run-date to replay-proc-date
           end-if

           perform varying call-scan from 1 by 1
                   until call-scan > call-count
             if cl-program (call-scan) = rr-program-id
               if row-stamp-work < cl-first-stamp (call-scan)
                 move row-stamp-work to cl-first-stamp (call-scan)
               end-if
               exit paragraph
             end-if
           end-perform
           if call-count < call-max
             add 1 to call-count
             move rr-program-id to cl-program (call-count)
             move row-stamp-work to cl-first-stamp (call-count)
             move 0 to cl-return-code (call-count)
           end-if.

      * Earliest row first: the order the stream ran them in, so
      * euler-prime-gen and euler-problem-021 have written what
      * their consumers read before the consumers are CALLed.
       order-calls.
           perform varying call-index from 1 by 1
                   until call-index >= call-count
             move call-index to call-best
             perform varying call-scan from call-index by 1
                     until call-scan > call-count
               if cl-first-stamp (call-scan)
                   < cl-first-stamp (call-best)
                 move call-scan to call-best
               end-if
             end-perform
             if call-best is not equal to call-index
               move call-entry (call-index) to call-hold
               move call-entry (call-best) to call-entry (call-index)
               move call-hold to call-entry (call-best)
             end-if
           end-perform.

      ******************************************************************
      * The sandbox: the files an answer program can write.  Inputs
      * it only reads (ANSWERKEY, DATAVERSIONS, FACTORTARGETS,
      * LETTERWEIGHTS, ONCALL, the data/ datasets) stay where they
      * are.
      ******************************************************************
       build-sandbox-files.
           move "RESULTLEDGER"       to sb-logical (1)
           move "LEDGERSPILL"        to sb-logical (2)
           move "LEDGERCHAIN"        to sb-logical (3)
           move "CHAINSTATE"         to sb-logical (4)
           move "CLOSEDDATES"        to sb-logical (5)
           move "CONTROLCARD"        to sb-logical (6)
           move "PARAMLIB"           to sb-logical (7)
           move "MESSAGELOG"         to sb-logical (8)
           move "ALERTS"             to sb-logical (9)
           move "ALERTHISTORY"       to sb-logical (10)
           move "PRIMESFILE"         to sb-logical (11)
           move "PRIMESINDEX"        to sb-logical (12)
           move "PRIMESBITMAP"       to sb-logical (13)
           move "RESTARTFILE"        to sb-logical (14)
           move "PRIME10RESTART"     to sb-logical (15)
           move "ABUNDANTLIST"       to sb-logical (16)
           move "NAMESCLEAN"         to sb-logical (17)
           move "SUDOKUHARD"         to sb-logical (18)
           move "SORTWORK"           to sb-logical (19)
           move "CHAINREPORT"        to sb-logical (20)
           move "CIPHERKEYS59"       to sb-logical (21)
           move "COINREPORT31"       to sb-logical (22)
           move "COLLATZHISTOGRAM"   to sb-logical (23)
           move "COLLATZREPORT"      to sb-logical (24)
           move "CYCLEREPORT"        to sb-logical (25)
           move "DIGITPRIMES"        to sb-logical (26)
           move "DIVISORCLASS"       to sb-logical (27)
           move "DIVISORREPORT"      to sb-logical (28)
           move "DUALPALINDROME"     to sb-logical (29)
           move "EXPRANK99"          to sb-logical (30)
           move "FACTDIGITFREQ"      to sb-logical (31)
           move "FACTEXPANSION"      to sb-logical (32)
           move "FACTORREPORT"       to sb-logical (33)
           move "GRIDMANIFEST"       to sb-logical (34)
           move "GRIDPATH81"         to sb-logical (35)
           move "GRIDPATH82"         to sb-logical (36)
           move "GRIDPATH83"         to sb-logical (37)
           move "GRIDREPORT"         to sb-logical (38)
           move "LATTICEREPORT"      to sb-logical (39)
           move "LCMFACTORREPORT"    to sb-logical (40)
           move "LETTERBREAKDOWN"    to sb-logical (41)
           move "LYCHREL55"          to sb-logical (42)
           move "MERSENNEREPORT"     to sb-logical (43)
           move "NAMEEXCEPTIONS"     to sb-logical (44)
           move "NAMESCOREREPORT"    to sb-logical (45)
           move "NAMESMANIFEST"      to sb-logical (46)
           move "PAIRREPORT"         to sb-logical (47)
           move "POKEREXCEPT54"      to sb-logical (48)
           move "POKERREPORT54"      to sb-logical (49)
           move "POWERDIGITFREQ"     to sb-logical (50)
           move "POWEREXPANSION"     to sb-logical (51)
           move "PRIMERUN50"         to sb-logical (52)
           move "SERIESREPORT"       to sb-logical (53)
           move "SUDOKUEXCEPT"       to sb-logical (54)
           move "SUDOKUREPORT"       to sb-logical (55)
           move "SUNDAYREPORT"       to sb-logical (56)
           move "TRIANGLEPATH18"     to sb-logical (57)
           move "TRIANGLEPATH67"     to sb-logical (58)
           move "TRIANGLEWORDS"      to sb-logical (59)
           move "TRIMANIFEST18"      to sb-logical (60)
           move "TRIMANIFEST67"      to sb-logical (61)
           move "TRIPLETREPORT"      to sb-logical (62)
           move "WORDEXCEPTIONS"     to sb-logical (63)
           move "ROMAN89"            to sb-logical (64)
           move "LASTDIGITS"         to sb-logical (65)
           move "ANAGRAMSQUARES"     to sb-logical (66)
           move "ANAGRAMEXCEPTIONS"  to sb-logical (67)
           move 67 to sandbox-file-count
           perform varying sandbox-scan from 1 by 1
                   until sandbox-scan > sandbox-file-count
             move spaces to sb-before (sandbox-scan)
             accept sb-before (sandbox-scan)
               from environment sb-logical (sandbox-scan)
               on exception
                 move spaces to sb-before (sandbox-scan)
             end-accept
           end-perform.

      * The profile first, then a twin for every file it left
      * alone.  A profile that is missing or empty is no reason to
      * stop - the twins cover it - but it is reported.
       apply-sandbox.
           move 0 to return-code
           call "euler-profile-apply"
             using by content profile-name
           if return-code = 0
             move "REPLAY profile applied" to profile-outcome
           else
             move "no REPLAY profile - twins only"
               to profile-outcome
             move 0 to return-code
           end-if
           perform varying sandbox-scan from 1 by 1
                   until sandbox-scan > sandbox-file-count
             move spaces to sandbox-now
             accept sandbox-now
               from environment sb-logical (sandbox-scan)
               on exception
                 move spaces to sandbox-now
             end-accept
             if sandbox-now = sb-before (sandbox-scan)
               move spaces to sandbox-twin
               string sb-logical (sandbox-scan) delimited by space
                      ".REPLAY" delimited by size
                 into sandbox-twin
               end-string
               set environment sb-logical (sandbox-scan)
                 to sandbox-twin
               add 1 to twins-used
             end-if
           end-perform.

      * The night's card and library, written where the replayed
      * programs will read them - the re-pointed names.  No card
      * line in the snapshot means the night ran without one, so
      * the replay card is left empty, which the programs read as
      * no card at all.
       rebuild-configuration.
           move "00" to control-status
           open output control-file
           move "00" to param-status
           open output param-library-file
           perform varying snapshot-scan from 1 by 1
                   until snapshot-scan > snapshot-count
             if sn-source (snapshot-scan) = "CONTROLCARD"
               move sn-text (snapshot-scan) to control-record
               move "CONTROLCARD" to io-dataset
               perform count-io-write
               write control-record
             end-if
             if sn-source (snapshot-scan) = "PARAMLIB"
               move sn-text (snapshot-scan) to param-record
               move "PARAMLIB" to io-dataset
               perform count-io-write
               write param-record
             end-if
           end-perform
           close control-file
           close param-library-file.

       load-data-inputs.
           move "00" to versions-status
           open input versions-file
           if versions-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to versions-switch
           perform note-one-data-input until versions-at-end
           close versions-file.

       note-one-data-input.
           move "DATAVERSIONS" to io-dataset
           perform count-io-read
           read versions-file
             at end
               move 'Y' to versions-switch
             not at end
               perform varying input-scan from 1 by 1
                       until input-scan > input-count
                 if input-logical (input-scan) = dv-logical
                   exit perform
                 end-if
               end-perform
               if input-scan > input-count
                 and input-count < input-max
                 and dv-logical is not equal to spaces
                 add 1 to input-count
                 move dv-logical to input-logical (input-count)
               end-if
           end-read.

       replay-one-program.
           display "replay: running " cl-program (call-index)
           move 0 to return-code
           call cl-program (call-index)
             on exception
               display "euler-run-replay: "
                       function trim (cl-program (call-index))
                       " could not be loaded"
               move -1 to return-code
           end-call
           move return-code to cl-return-code (call-index)
           move 0 to return-code.

       load-replay-rows.
           perform open-ledger-for-input
           if run-result-status is not equal to "00"
             exit paragraph
           end-if
           move replay-run-id to rr-key-run-id
           start result-ledger-file
             key is not less than rr-key-run-id
             invalid key
               move 'Y' to ledger-switch
             not invalid key
               move 'N' to ledger-switch
           end-start
           perform read-one-replay-row until ledger-at-end
           close result-ledger-file.

       read-one-replay-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
             not at end
               if rr-run-id is not equal to replay-run-id
                 move 'Y' to ledger-switch
               else
                 if replay-row-count < row-max
                   add 1 to replay-row-count
                   move rr-program-id
                     to rp-program (replay-row-count)
                   move rr-parameters
                     to rp-parameters (replay-row-count)
                   move rr-actual-result
                     to rp-actual (replay-row-count)
                   move 'N' to rp-used (replay-row-count)
                 end-if
               end-if
           end-read.

       write-report-heading.
           move report-header-line to replay-report-line
           move "REPLAYREPORT" to io-dataset
           perform count-io-write
           write replay-report-line
           move spaces to replay-report-line
           string "replay of run " delimited by size
                  original-run-id delimited by size
                  " for processing date " delimited by size
                  replay-proc-date delimited by size
                  ", replayed as run " delimited by size
                  replay-run-id delimited by size
             into replay-report-line
           end-string
           move "REPLAYREPORT" to io-dataset
           perform count-io-write
           write replay-report-line
           move card-line-count to count-edit
           move library-line-count to count-edit-2
           move spaces to replay-report-line
           string "configuration: " delimited by size
                  function trim (count-edit) delimited by size
                  " CONTROLCARD and " delimited by size
                  function trim (count-edit-2) delimited by size
                  " PARAMLIB line(s) from CONFIGSNAPSHOT"
                    delimited by size
             into replay-report-line
           end-string
           move "REPLAYREPORT" to io-dataset
           perform count-io-write
           write replay-report-line
           move twins-used to count-edit
           move spaces to replay-report-line
           string "sandbox: " delimited by size
                  profile-outcome delimited by "  "
                  ", " delimited by size
                  function trim (count-edit) delimited by size
                  " file(s) on .REPLAY twins" delimited by size
             into replay-report-line
           end-string
           move "REPLAYREPORT" to io-dataset
           perform count-io-write
           write replay-report-line
           if other-row-count > 0
             move other-row-count to count-edit
             move spaces to replay-report-line
             string function trim (count-edit) delimited by size
                    " row(s) of the run are not answers and are "
                      delimited by size
                    "not replayed" delimited by size
               into replay-report-line
             end-string
             move "REPLAYREPORT" to io-dataset
             perform count-io-write
             write replay-report-line
           end-if.

      * Each cataloged input as euler-data-version resolves it for
      * the replayed date - the same call the loaders make.
       write-input-section.
           move spaces to replay-report-line
           move "REPLAYREPORT" to io-dataset
           perform count-io-write
           write replay-report-line
           move spaces to replay-report-line
           string "DATA INPUTS IN FORCE ON " delimited by size
                  replay-proc-date delimited by size
             into replay-report-line
           end-string
           move "REPLAYREPORT" to io-dataset
           perform count-io-write
           write replay-report-line
           if input-count = 0
             move "  (no DATAVERSIONS catalog on hand)"
               to replay-report-line
             move "REPLAYREPORT" to io-dataset
             perform count-io-write
             write replay-report-line
           end-if
           perform varying input-scan from 1 by 1
                   until input-scan > input-count
             move spaces to resolved-path
             move 'N' to fallback-flag
             call "euler-data-version"
               using by content input-logical (input-scan)
                     by reference resolved-path
                     by reference fallback-flag
             move spaces to replay-report-line
             string "  " delimited by size
                    input-logical (input-scan) delimited by space
                    " -> " delimited by size
                    resolved-path delimited by space
               into replay-report-line
             end-string
             if fallback-flag = 'Y'
               move "(fallback)" to replay-report-line (91:10)
             end-if
             move "REPLAYREPORT" to io-dataset
             perform count-io-write
             write replay-report-line
           end-perform.

       write-call-section.
           move spaces to replay-report-line
           move "REPLAYREPORT" to io-dataset
           perform count-io-write
           write replay-report-line
           move "PROGRAMS REPLAYED                    RETURN CODE"
             to replay-report-line
           move "REPLAYREPORT" to io-dataset
           perform count-io-write
           write replay-report-line
           perform varying call-index from 1 by 1
                   until call-index > call-count
             move spaces to replay-report-line
             move cl-program (call-index)
               to replay-report-line (3:20)
             if cl-return-code (call-index) < 0
               move "not loaded" to replay-report-line (38:10)
             else
               move cl-return-code (call-index) to code-edit
               move code-edit to replay-report-line (38:9)
             end-if
             move "REPLAYREPORT" to io-dataset
             perform count-io-write
             write replay-report-line
           end-perform.

      * Each original answer against the replay row of the same
      * program and parameters, or failing that the program's next
      * unclaimed replay row; a program with no row left to claim
      * was not replayed.
       write-comparison-section.
           move spaces to replay-report-line
           move "REPLAYREPORT" to io-dataset
           perform count-io-write
           write replay-report-line
           move spaces to replay-report-line
           move "PROGRAM"  to replay-report-line (1:20)
           move "ORIGINAL" to replay-report-line (22:20)
           move "REPLAYED" to replay-report-line (43:20)
           move "STATUS"   to replay-report-line (64:12)
           move "REPLAYREPORT" to io-dataset
           perform count-io-write
           write replay-report-line
           perform compare-one-answer
                   varying original-scan from 1 by 1
                   until original-scan > original-count
           perform varying replay-row-scan from 1 by 1
                   until replay-row-scan > replay-row-count
             if rp-used (replay-row-scan) = 'N'
               add 1 to extra-count
               move spaces to replay-report-line
               move rp-program (replay-row-scan)
                 to replay-report-line (1:20)
               move rp-actual (replay-row-scan)
                 to replay-report-line (43:20)
               move "EXTRA" to replay-report-line (64:12)
               move "REPLAYREPORT" to io-dataset
               perform count-io-write
               write replay-report-line
               move spaces to replay-report-line
               string "  replayed with " delimited by size
                      rp-parameters (replay-row-scan)
                        delimited by size
                 into replay-report-line
               end-string
               move "REPLAYREPORT" to io-dataset
               perform count-io-write
               write replay-report-line
             end-if
           end-perform.

       compare-one-answer.
           move 0 to replay-match
           perform varying replay-row-scan from 1 by 1
                   until replay-row-scan > replay-row-count
                      or replay-match > 0
             if rp-used (replay-row-scan) = 'N'
               and rp-program (replay-row-scan)
                   = or-program (original-scan)
               and rp-parameters (replay-row-scan)
                   = or-parameters (original-scan)
               move replay-row-scan to replay-match
             end-if
           end-perform
           perform varying replay-row-scan from 1 by 1
                   until replay-row-scan > replay-row-count
                      or replay-match > 0
             if rp-used (replay-row-scan) = 'N'
               and rp-program (replay-row-scan)
                   = or-program (original-scan)
               move replay-row-scan to replay-match
             end-if
           end-perform

           move spaces to replay-report-line
           move or-program (original-scan)
             to replay-report-line (1:20)
           move or-actual (original-scan)
             to replay-report-line (22:20)
           if replay-match = 0
             move "(no row)" to replay-report-line (43:20)
             move "NOT REPLAYED" to row-status
             add 1 to missing-count
           else
             move 'Y' to rp-used (replay-match)
             move rp-actual (replay-match)
               to replay-report-line (43:20)
             if function trim (rp-actual (replay-match))
                 = function trim (or-actual (original-scan))
               move "SAME" to row-status
               add 1 to same-count
             else
               move "DIFFERENT" to row-status
               add 1 to different-count
             end-if
           end-if
           move row-status to replay-report-line (64:12)
           move "REPLAYREPORT" to io-dataset
           perform count-io-write
           write replay-report-line

           move spaces to replay-report-line
           string "  " delimited by size
                  or-parameters (original-scan) delimited by size
             into replay-report-line
           end-string
           move "REPLAYREPORT" to io-dataset
           perform count-io-write
           write replay-report-line
           if replay-match > 0
             if rp-parameters (replay-match)
                 is not equal to or-parameters (original-scan)
               move spaces to replay-report-line
               string "  replayed with " delimited by size
                      rp-parameters (replay-match) delimited by size
                 into replay-report-line
               end-string
               move "REPLAYREPORT" to io-dataset
               perform count-io-write
               write replay-report-line
             end-if
           end-if.

       write-totals.
           move spaces to replay-report-line
           move "REPLAYREPORT" to io-dataset
           perform count-io-write
           write replay-report-line
           move original-count to count-edit
           move same-count to count-edit-2
           move different-count to count-edit-3
           move missing-count to count-edit-4
           move spaces to replay-report-line
           string "answers " delimited by size
                  function trim (count-edit) delimited by size
                  ", same " delimited by size
                  function trim (count-edit-2) delimited by size
                  ", different " delimited by size
                  function trim (count-edit-3) delimited by size
                  ", not replayed " delimited by size
                  function trim (count-edit-4) delimited by size
             into replay-report-line
           end-string
           move "REPLAYREPORT" to io-dataset
           perform count-io-write
           write replay-report-line
           if extra-count > 0
             move extra-count to count-edit
             move spaces to replay-report-line
             string "replay rows with no original " delimited by size
                    function trim (count-edit) delimited by size
               into replay-report-line
             end-string
             move "REPLAYREPORT" to io-dataset
             perform count-io-write
             write replay-report-line
           end-if.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.

       end program euler-run-replay.
