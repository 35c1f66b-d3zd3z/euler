      * Re-performance audit of a sample of past ledger answers
      *
      * 15 October 2026
      *
      * The auditors' question is not whether a ledger answer
      * matches the key - euler-answer-check says that every night -
      * but whether it can be produced again.  Once a month this
      * draws a sample of past answer rows and re-performs each one:
      *
      *   - the population is every answer row on the archive
      *     generations (through the archive reader) and the live
      *     ledger, from FROM-DATE on, for the answer programs
      *     euler-run-replay replays - BENCH and SWEEP rows left
      *     out;
      *   - the sample is stratified by program, so every program
      *     with history is covered: PER-PROGRAM rows are drawn from
      *     each program's rows by reservoir sampling, driven by the
      *     Park-Miller generator euler-testdata-gen uses.  The
      *     draw depends only on the seed and the population, so
      *     the same seed over the same history draws the same
      *     sample - the auditors can repeat the selection;
      *   - each sampled row is re-run in a sandbox, the way
      *     euler-run-replay runs a night: the REPERFORM profile is
      *     applied through euler-profile-apply and every file an
      *     answer program can write that the profile left alone is
      *     pointed at a ".REPERFORM" twin, so nothing production is
      *     written.  The CONTROLCARD and PARAMLIB the row's run had
      *     are rebuilt from CONFIGSNAPSHOT, EULERPROCDATE is set to
      *     the row's processing date (so every data/ input resolves
      *     to the DATAVERSIONS version in force then), and the
      *     program is CALLed - after its producer, where it reads
      *     one (euler-prime-gen's primes, euler-problem-021's
      *     ABUNDANTLIST), under the same configuration;
      *   - the row the re-run booked on the sandbox ledger is laid
      *     against the recorded row: AGREED, DIFFERENT, or NOT
      *     REPRODUCED when the re-run booked nothing.  A re-run
      *     whose parameters are not the ones recorded on the row is
      *     an exception too, whatever its answer - it did not
      *     re-perform that row.
      *
      * The working papers (REPERFORMPAPERS) give the seed and how
      * it was chosen, the population and sample per program, every
      * sampled row with its comparison, the exceptions again on
      * their own, and the summary counts with a sign-off line.
      *
      * SEED (control-param-1; 0, the default, takes the audit
      * month, yyyymm of the processing date, so every rerun within
      * a month draws the month's sample), PER-PROGRAM
      * (control-param-2, default 2, 1 to 5), FROM-DATE
      * (control-param-3, yyyymmdd, default 0 for all history) and
      * PROFILE (control-param-4, default REPERFORM) are the
      * parameters.  Like euler-run-replay this books no ledger
      * row: after the sandbox is up its ledger is the sandbox's.
      * RETURN-CODE is the number of exceptions; 8 means there was
      * nothing to sample.
      *
      * A new answer program needs an entry in build-answer-programs
      * (the list euler-run-replay keeps) and, if it reads another
      * program's output, in build-producers; a new file it writes
      * needs an entry in build-sandbox-files.
      *
      * 15 October 2026 - Problem 89 added to the answer programs;
      * ROMAN89 joins the sandbox.
      *
      * 15 October 2026 - Problems 48 and 97 added to the answer
      * programs; LASTDIGITS joins the sandbox.
      *
      * 15 October 2026 - Problem 98 added to the answer programs;
      * ANAGRAMSQUARES and ANAGRAMEXCEPTIONS join the sandbox.
       identification division.
       program-id. euler-reperform.

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
           copy run-result-select.
           copy archive-reader-select.
           select papers-file assign to "REPERFORMPAPERS"
               organization line sequential
               file status papers-status.

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
           copy run-result-fd.
           copy archive-reader-fd.
       fd  papers-file
           label records are omitted.
       01 papers-line              pic x(132).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
           copy archive-reader.
       01 config-snapshot-status   pic xx.
       01 papers-status            pic xx.
       01 snapshot-switch          pic x.
         88 snapshot-at-end         value 'Y'.
       01 ledger-switch            pic x.
         88 ledger-at-end           value 'Y'.

       01 audit-seed               pic 9(9).
       01 seed-origin              pic x(40).
       01 per-program              pic 9(9) value 2.
       01 from-date                pic 9(9) value 0.
       01 profile-name             pic x(10) value "REPERFORM".
       01 profile-outcome          pic x(40).
       01 audit-date-text          pic x(10).
       01 audit-date               pic 9(8).
       01 audit-stamp              pic x(14).
       01 audit-run-id             pic x(14).
       01 sample-number-text       pic 9(4).

      * Park-Miller minimal standard: state = state x 16807 modulo
      * 2**31 - 1, never zero.
       01 random-state             pic 9(10) comp-5.
       01 random-product           pic 9(18) comp-5.
       01 random-pick              pic 9(9) comp-5.

      * The answer programs - euler-run-replay's list - and, for
      * each, the rows of its history and the rows drawn from them.
       01 answer-program-count constant as 45.
       01 answer-programs.
         02 answer-program occurs 45 times pic x(20).
       01 answer-scan              pic 99 comp-5.
       01 slot-max constant as 5.
       01 stratum-table.
         02 stratum occurs 45 times.
           03 st-population         pic 9(9) comp-5.
           03 st-sampled            pic 9 comp-5.
           03 st-slot occurs 5 times.
             04 ss-source           pic x(20).
             04 ss-run-id           pic x(14).
             04 ss-proc-date        pic 9(8).
             04 ss-parameters       pic x(40).
             04 ss-actual           pic x(20).
             04 ss-sample-number    pic 999 comp-5.
             04 ss-config-lines     pic 999 comp-5.
             04 ss-return-code      pic s9(9) comp-5.
             04 ss-rerun-parameters pic x(40).
             04 ss-rerun-actual     pic x(20).
             04 ss-outcome          pic x(14).
       01 slot-scan                pic 9 comp-5.
       01 row-source               pic x(20).
       01 row-proc-date            pic 9(8).

      * Programs that read another's output, and the producer to run
      * first under the same configuration.
       01 producer-count           pic 99 comp-5 value 0.
       01 producer-table.
         02 producer-entry occurs 10 times.
           03 pr-consumer           pic x(20).
           03 pr-producer           pic x(20).
       01 producer-scan            pic 99 comp-5.
       01 call-program             pic x(20).
       01 call-return-code         pic s9(9) comp-5.

      * Every file an answer program may write, with the value its
      * name had before the sandbox was set up, so whatever the
      * profile did not re-point can be told apart - the list
      * euler-run-replay keeps.
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

       01 audit-counts.
         02 population-total       pic 9(9) comp-5 value 0.
         02 programs-covered       pic 99 comp-5 value 0.
         02 sample-total           pic 999 comp-5 value 0.
         02 agreed-count           pic 999 comp-5 value 0.
         02 different-count        pic 999 comp-5 value 0.
         02 missing-count          pic 999 comp-5 value 0.
         02 parameter-count        pic 999 comp-5 value 0.
         02 exception-count        pic 999 comp-5 value 0.
       01 count-edit               pic z(8)9.
       01 count-edit-2             pic z(8)9.
       01 count-edit-3             pic z(8)9.
       01 count-edit-4             pic z(8)9.
       01 code-edit                pic -(8)9.
       01 sample-edit              pic zz9.

       procedure division.

       main.
           move "euler-reperform" to rh-program-id
           perform format-report-header
           display report-header-line

           move 0 to control-param-1
           move per-program to control-param-2
           move from-date to control-param-3
           move profile-name to control-param-4
           perform read-control-card
           move "euler-reperform" to kp-program-id
           move "SEED" to kp-keyword (1)
           move "PER-PROGRAM" to kp-keyword (2)
           move "FROM-DATE" to kp-keyword (3)
           move "PROFILE" to kp-keyword (4)
           perform read-parameter-library
           move control-param-2 to per-program
           move control-param-3 to from-date
           if control-param-4 is not equal to spaces
             move control-param-4 to profile-name
           end-if
           if per-program < 1
             move 1 to per-program
           end-if
           if per-program > slot-max
             display "euler-reperform: PER-PROGRAM capped at "
                     slot-max
             move slot-max to per-program
           end-if

           perform establish-audit-date
           if control-param-1 > 0
             move control-param-1 to audit-seed
             move "given as SEED" to seed-origin
           else
             move audit-date (1:6) to audit-seed
             move "the audit month (no SEED given)" to seed-origin
           end-if
           compute random-state = function mod (audit-seed,
               2147483647)
           if random-state = 0
             move 1 to random-state
           end-if
           move function current-date (1:14) to audit-stamp

      * The population is read, and the sample drawn, before the
      * sandbox exists: these are production's rows.
           perform build-answer-programs
           perform build-producers
           initialize stratum-table
           perform start-archive-scan
           perform draw-from-archive until archive-scan-done
           perform open-ledger-for-input
           if run-result-status = "00"
             move 'N' to ledger-switch
             perform draw-from-ledger until ledger-at-end
             close result-ledger-file
           end-if
           perform number-the-sample
           if sample-total = 0
             display "euler-reperform: no answer rows to sample"
                     " - nothing re-performed"
             move 8 to return-code
             goback
           end-if

           perform build-sandbox-files
           perform apply-sandbox
      * A fresh, empty sandbox ledger, and no closed dates on it.
           open output result-ledger-file
           close result-ledger-file
           open output closed-dates-file
           close closed-dates-file

           perform reperform-one-program
                   varying answer-scan from 1 by 1
                   until answer-scan > answer-program-count

           move "00" to papers-status
           open output papers-file
           perform write-papers-heading
           perform write-stratum-section
           perform write-comparison-section
           perform write-exception-section
           perform write-summary-section
           close papers-file

           move sample-total to count-edit
           move agreed-count to count-edit-2
           move exception-count to count-edit-3
           display "euler-reperform: " function trim (count-edit)
                   " rows re-performed, "
                   function trim (count-edit-2) " agreed, "
                   function trim (count-edit-3) " exceptions"
           perform format-report-footer
           display report-footer-line

           move exception-count to return-code
           goback.

       establish-audit-date.
           move spaces to audit-date-text
           accept audit-date-text from environment "EULERPROCDATE"
             on exception
               move spaces to audit-date-text
           end-accept
           if audit-date-text (1:8) is numeric
             move audit-date-text (1:8) to audit-date
           else
             move function current-date (1:8) to audit-date
           end-if.

       build-answer-programs.
           move "euler-problem-001"  to answer-program (1)
           move "euler-problem-003"  to answer-program (2)
           move "euler-problem-004"  to answer-program (3)
           move "euler-problem-005"  to answer-program (4)
           move "euler-problem-006"  to answer-program (5)
           move "euler-problem-007"  to answer-program (6)
           move "euler-problem-008"  to answer-program (7)
           move "euler-problem-009"  to answer-program (8)
           move "euler-problem-010"  to answer-program (9)
           move "euler-problem-011"  to answer-program (10)
           move "euler-problem-012"  to answer-program (11)
           move "euler-problem-013"  to answer-program (12)
           move "euler-problem-014"  to answer-program (13)
           move "euler-problem-015"  to answer-program (14)
           move "euler-problem-016"  to answer-program (15)
           move "euler-problem-017"  to answer-program (16)
           move "euler-problem-018"  to answer-program (17)
           move "euler-problem-019"  to answer-program (18)
           move "euler-problem-020"  to answer-program (19)
           move "euler-problem-021"  to answer-program (20)
           move "euler-problem-022"  to answer-program (21)
           move "euler-problem-023"  to answer-program (22)
           move "euler-problem-067"  to answer-program (23)
           move "euler-prime-gen"    to answer-program (24)
           move "euler-problem-024"  to answer-program (25)
           move "euler-problem-025"  to answer-program (26)
           move "euler-problem-026"  to answer-program (27)
           move "euler-problem-027"  to answer-program (28)
           move "euler-problem-029"  to answer-program (29)
           move "euler-problem-081"  to answer-program (30)
           move "euler-problem-083"  to answer-program (31)
           move "euler-problem-042"  to answer-program (32)
           move "euler-problem-082"  to answer-program (33)
           move "euler-problem-096"  to answer-program (34)
           move "euler-problem-099"  to answer-program (35)
           move "euler-problem-059"  to answer-program (36)
           move "euler-problem-054"  to answer-program (37)
           move "euler-problem-031"  to answer-program (38)
           move "euler-problem-055"  to answer-program (39)
           move "euler-mersenne-test" to answer-program (40)
           move "euler-problem-050"  to answer-program (41)
           move "euler-digit-primes" to answer-program (42)
           move "euler-problem-089"  to answer-program (43)
           move "euler-last-digits"  to answer-program (44)
           move "euler-problem-098"  to answer-program (45).

      * The consumers of PRIMESFILE and its companions, and of
      * ABUNDANTLIST.  The sandbox starts with neither, so the
      * producer is run first with the night's own configuration.
       build-producers.
           move "euler-problem-007"   to pr-consumer (1)
           move "euler-problem-012"   to pr-consumer (2)
           move "euler-problem-027"   to pr-consumer (3)
           move "euler-problem-050"   to pr-consumer (4)
           move "euler-mersenne-test" to pr-consumer (5)
           move "euler-digit-primes"  to pr-consumer (6)
           move "euler-prime-gen"     to pr-producer (1)
           move "euler-prime-gen"     to pr-producer (2)
           move "euler-prime-gen"     to pr-producer (3)
           move "euler-prime-gen"     to pr-producer (4)
           move "euler-prime-gen"     to pr-producer (5)
           move "euler-prime-gen"     to pr-producer (6)
           move "euler-problem-023"   to pr-consumer (7)
           move "euler-problem-021"   to pr-producer (7)
           move 7 to producer-count.

      ******************************************************************
      * The draw.  Each program's rows are its stratum; the first
      * PER-PROGRAM rows fill its slots, and the nth row after that
      * replaces a slot picked at random from 1 to n when the pick
      * lands on a slot - every row of the stratum ends up equally
      * likely to be in the sample.
      ******************************************************************
       draw-from-archive.
           perform read-next-archive-row
           if ag-row-ready
             move archive-gen-record to run-result-fields
             move ag-gen-name (ag-current-generation) to row-source
             perform consider-one-row
           end-if.

       draw-from-ledger.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
             not at end
               move "RESULTLEDGER" to row-source
               perform consider-one-row
           end-read.

       consider-one-row.
           perform validate-run-result-fields
           if not rr-row-is-valid
             exit paragraph
           end-if
      * Benchmark and sweep rows were never nightly answers.
           if rr-run-id (1:5) = "BENCH" or "SWEEP"
             exit paragraph
           end-if
           perform varying answer-scan from 1 by 1
                   until answer-scan > answer-program-count
             if answer-program (answer-scan) = rr-program-id
               exit perform
             end-if
           end-perform
           if answer-scan > answer-program-count
             exit paragraph
           end-if
           if rr-processing-date is numeric
             and rr-processing-date > 0
             move rr-processing-date to row-proc-date
           else
             move rr-run-date to row-proc-date
           end-if
           if row-proc-date < from-date
             exit paragraph
           end-if

           add 1 to population-total
           add 1 to st-population (answer-scan)
           if st-population (answer-scan) <= per-program
             add 1 to st-sampled (answer-scan)
             move st-sampled (answer-scan) to slot-scan
             perform hold-one-row
             exit paragraph
           end-if
           perform next-random
           compute random-pick = function mod (random-state,
               st-population (answer-scan)) + 1
           if random-pick <= per-program
             move random-pick to slot-scan
             perform hold-one-row
           end-if.

       hold-one-row.
           move row-source to ss-source (answer-scan, slot-scan)
           move rr-run-id to ss-run-id (answer-scan, slot-scan)
           move row-proc-date to ss-proc-date (answer-scan, slot-scan)
           move rr-parameters
             to ss-parameters (answer-scan, slot-scan)
           move rr-actual-result
             to ss-actual (answer-scan, slot-scan).

       next-random.
           compute random-product = random-state * 16807
           compute random-state = function mod (random-product,
               2147483647).

      * The sample is numbered in program order, the order the
      * papers list it in.
       number-the-sample.
           perform varying answer-scan from 1 by 1
                   until answer-scan > answer-program-count
             if st-sampled (answer-scan) > 0
               add 1 to programs-covered
             end-if
             perform varying slot-scan from 1 by 1
                     until slot-scan > st-sampled (answer-scan)
               add 1 to sample-total
               move sample-total
                 to ss-sample-number (answer-scan, slot-scan)
             end-perform
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
           move "TRIGGERS"           to sb-logical (64)
           move "IOSTATS"            to sb-logical (65)
           move "ENQUEUES"           to sb-logical (66)
           move "ROMAN89"            to sb-logical (67)
           move "LASTDIGITS"         to sb-logical (68)
           move "ANAGRAMSQUARES"     to sb-logical (69)
           move "ANAGRAMEXCEPTIONS"  to sb-logical (70)
           move 70 to sandbox-file-count
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
           move spaces to profile-outcome
           if return-code = 0
             string function trim (profile-name) delimited by size
                    " profile applied" delimited by size
               into profile-outcome
             end-string
           else
             string "no " delimited by size
                    function trim (profile-name) delimited by size
                    " profile - twins only" delimited by size
               into profile-outcome
             end-string
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
                      "." delimited by size
                      function trim (profile-name) delimited by size
                 into sandbox-twin
               end-string
               set environment sb-logical (sandbox-scan)
                 to sandbox-twin
               add 1 to twins-used
             end-if
           end-perform.

      ******************************************************************
      * Re-performance, one sampled row at a time: the row's own
      * configuration and processing date, the producer if there is
      * one, the program, and then the row it booked.
      ******************************************************************
       reperform-one-program.
           perform reperform-one-row
                   varying slot-scan from 1 by 1
                   until slot-scan > st-sampled (answer-scan).

       reperform-one-row.
           move ss-sample-number (answer-scan, slot-scan)
             to sample-number-text
           move spaces to audit-run-id
           string "A" delimited by size
                  audit-stamp (2:9) delimited by size
                  sample-number-text delimited by size
             into audit-run-id
           end-string
           set environment "EULERRUNID" to audit-run-id
           set environment "EULERPROCDATE"
             to ss-proc-date (answer-scan, slot-scan)
           perform rebuild-configuration

           perform varying producer-scan from 1 by 1
                   until producer-scan > producer-count
             if pr-consumer (producer-scan)
                 = answer-program (answer-scan)
               move pr-producer (producer-scan) to call-program
               perform call-one-program
             end-if
           end-perform
           move answer-program (answer-scan) to call-program
           perform call-one-program
           move call-return-code
             to ss-return-code (answer-scan, slot-scan)

           perform find-rerun-row
           evaluate true
             when ss-rerun-actual (answer-scan, slot-scan) = spaces
               and ss-rerun-parameters (answer-scan, slot-scan)
                   = spaces
               move "NOT REPRODUCED"
                 to ss-outcome (answer-scan, slot-scan)
               add 1 to missing-count
             when ss-rerun-parameters (answer-scan, slot-scan)
                 is not equal to ss-parameters (answer-scan, slot-scan)
               move "PARAMETERS"
                 to ss-outcome (answer-scan, slot-scan)
               add 1 to parameter-count
             when function trim
                    (ss-rerun-actual (answer-scan, slot-scan))
                  = function trim (ss-actual (answer-scan, slot-scan))
               move "AGREED" to ss-outcome (answer-scan, slot-scan)
               add 1 to agreed-count
             when other
               move "DIFFERENT" to ss-outcome (answer-scan, slot-scan)
               add 1 to different-count
           end-evaluate
           if ss-outcome (answer-scan, slot-scan)
               is not equal to "AGREED"
             add 1 to exception-count
           end-if.

      * The card and library the row's run had, written where the
      * re-run will read them - the re-pointed names.  A run with no
      * lines on CONFIGSNAPSHOT (an ad hoc run) is re-run on an
      * empty card and library, the programs' own defaults.
       rebuild-configuration.
           move 0 to ss-config-lines (answer-scan, slot-scan)
           move "00" to control-status
           open output control-file
           move "00" to param-status
           open output param-library-file
           move "00" to config-snapshot-status
           open input config-snapshot-file
           if config-snapshot-status = "00"
             move 'N' to snapshot-switch
             perform copy-one-snapshot-line until snapshot-at-end
             close config-snapshot-file
           end-if
           close control-file
           close param-library-file.

       copy-one-snapshot-line.
           move "CONFIGSNAPSHOT" to io-dataset
           perform count-io-read
           read config-snapshot-file
             at end
               move 'Y' to snapshot-switch
             not at end
               if cs-run-id = ss-run-id (answer-scan, slot-scan)
                 if cs-source = "CONTROLCARD"
                   add 1 to ss-config-lines (answer-scan, slot-scan)
                   move cs-text to control-record
                   move "CONTROLCARD" to io-dataset
                   perform count-io-write
                   write control-record
                 end-if
                 if cs-source = "PARAMLIB"
                   add 1 to ss-config-lines (answer-scan, slot-scan)
                   move cs-text to param-record
                   move "PARAMLIB" to io-dataset
                   perform count-io-write
                   write param-record
                 end-if
               end-if
           end-read.

      * CANCEL after every CALL: a program is re-run once per row
      * sampled, and each run must start from its initial state.
       call-one-program.
           display "re-performance: running " call-program
                   " as run " audit-run-id
           move 0 to return-code
           call call-program
             on exception
               display "euler-reperform: "
                       function trim (call-program)
                       " could not be loaded"
               move -1 to return-code
           end-call
           move return-code to call-return-code
           cancel call-program
           move 0 to return-code.

      * The re-run's row on the sandbox ledger: the one with the
      * recorded parameters if it booked one, else its first.
       find-rerun-row.
           move spaces to ss-rerun-parameters (answer-scan, slot-scan)
           move spaces to ss-rerun-actual (answer-scan, slot-scan)
           perform open-ledger-for-input
           if run-result-status is not equal to "00"
             exit paragraph
           end-if
           move audit-run-id to rr-key-run-id
           start result-ledger-file
             key is not less than rr-key-run-id
             invalid key
               move 'Y' to ledger-switch
             not invalid key
               move 'N' to ledger-switch
           end-start
           perform read-one-rerun-row until ledger-at-end
           close result-ledger-file.

       read-one-rerun-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
             not at end
               if rr-run-id is not equal to audit-run-id
                 move 'Y' to ledger-switch
               else
                 if rr-program-id = answer-program (answer-scan)
                   if ss-rerun-actual (answer-scan, slot-scan)
                       = spaces
                     or rr-parameters
                       = ss-parameters (answer-scan, slot-scan)
                     move rr-parameters
                       to ss-rerun-parameters (answer-scan, slot-scan)
                     move rr-actual-result
                       to ss-rerun-actual (answer-scan, slot-scan)
                   end-if
                 end-if
               end-if
           end-read.

      ******************************************************************
      * The working papers.
      ******************************************************************
       emit-papers-line.
           move "REPERFORMPAPERS" to io-dataset
           perform count-io-write
           write papers-line
           move spaces to papers-line.

       write-papers-heading.
           move report-header-line to papers-line
           perform emit-papers-line
           move "RE-PERFORMANCE AUDIT - WORKING PAPERS" to papers-line
           perform emit-papers-line
           perform emit-papers-line
           move audit-seed to count-edit
           string "seed:        " delimited by size
                  function trim (count-edit) delimited by size
                  ", " delimited by size
                  seed-origin delimited by "  "
             into papers-line
           end-string
           perform emit-papers-line
           move per-program to count-edit
           string "selection:   up to " delimited by size
                  function trim (count-edit) delimited by size
                  " row(s) per program, drawn at random from each "
                    delimited by size
                  "program's answer rows" delimited by size
             into papers-line
           end-string
           perform emit-papers-line
           if from-date = 0
             move "population:  every answer row on the archive "
               & "generations and the ledger" to papers-line
           else
             move from-date to count-edit
             string "population:  every answer row on the archive "
                      delimited by size
                    "generations and the ledger processed from "
                      delimited by size
                    function trim (count-edit) delimited by size
               into papers-line
             end-string
           end-if
           perform emit-papers-line
           move twins-used to count-edit
           string "sandbox:     " delimited by size
                  profile-outcome delimited by "  "
                  ", " delimited by size
                  function trim (count-edit) delimited by size
                  " file(s) on ." delimited by size
                  function trim (profile-name) delimited by size
                  " twins" delimited by size
             into papers-line
           end-string
           perform emit-papers-line.

       write-stratum-section.
           perform emit-papers-line
           move "POPULATION AND SAMPLE BY PROGRAM" to papers-line
           perform emit-papers-line
           move "PROGRAM" to papers-line (3:20)
           move "ROWS" to papers-line (28:4)
           move "SAMPLED" to papers-line (35:7)
           perform emit-papers-line
           perform varying answer-scan from 1 by 1
                   until answer-scan > answer-program-count
             if st-population (answer-scan) > 0
               move answer-program (answer-scan) to papers-line (3:20)
               move st-population (answer-scan) to count-edit
               move count-edit to papers-line (23:9)
               move st-sampled (answer-scan) to sample-edit
               move sample-edit to papers-line (39:3)
               perform emit-papers-line
             end-if
           end-perform
           move population-total to count-edit
           move sample-total to count-edit-2
           move programs-covered to count-edit-3
           string "  population " delimited by size
                  function trim (count-edit) delimited by size
                  " row(s) across " delimited by size
                  function trim (count-edit-3) delimited by size
                  " program(s); " delimited by size
                  function trim (count-edit-2) delimited by size
                  " sampled" delimited by size
             into papers-line
           end-string
           perform emit-papers-line.

       write-comparison-section.
           perform emit-papers-line
           move "SAMPLE AND COMPARISONS" to papers-line
           perform emit-papers-line
           move "NO."          to papers-line (1:4)
           move "PROGRAM"      to papers-line (6:20)
           move "RUN ID"       to papers-line (27:14)
           move "PROC DATE"    to papers-line (42:9)
           move "RECORDED"     to papers-line (52:20)
           move "RE-PERFORMED" to papers-line (73:20)
           move "RESULT"       to papers-line (94:14)
           move "SOURCE"       to papers-line (109:20)
           perform emit-papers-line
           perform varying answer-scan from 1 by 1
                   until answer-scan > answer-program-count
             perform write-one-comparison
                     varying slot-scan from 1 by 1
                     until slot-scan > st-sampled (answer-scan)
           end-perform.

       write-one-comparison.
           move ss-sample-number (answer-scan, slot-scan)
             to sample-edit
           move sample-edit to papers-line (2:3)
           move answer-program (answer-scan) to papers-line (6:20)
           move ss-run-id (answer-scan, slot-scan)
             to papers-line (27:14)
           move ss-proc-date (answer-scan, slot-scan)
             to papers-line (42:8)
           move ss-actual (answer-scan, slot-scan)
             to papers-line (52:20)
           if ss-rerun-actual (answer-scan, slot-scan) = spaces
             move "(no row)" to papers-line (73:20)
           else
             move ss-rerun-actual (answer-scan, slot-scan)
               to papers-line (73:20)
           end-if
           move ss-outcome (answer-scan, slot-scan)
             to papers-line (94:14)
           move ss-source (answer-scan, slot-scan)
             to papers-line (109:20)
           perform emit-papers-line
           string "      recorded with " delimited by size
                  ss-parameters (answer-scan, slot-scan)
                    delimited by size
             into papers-line
           end-string
           perform emit-papers-line
           if ss-rerun-parameters (answer-scan, slot-scan)
               is not equal to ss-parameters (answer-scan, slot-scan)
             and ss-rerun-parameters (answer-scan, slot-scan)
               is not equal to spaces
             string "      re-performed with " delimited by size
                    ss-rerun-parameters (answer-scan, slot-scan)
                      delimited by size
               into papers-line
             end-string
             perform emit-papers-line
           end-if
           move ss-return-code (answer-scan, slot-scan) to code-edit
           if ss-config-lines (answer-scan, slot-scan) = 0
             string "      configuration: none on CONFIGSNAPSHOT, "
                      delimited by size
                    "program defaults; return code " delimited by size
                    function trim (code-edit) delimited by size
               into papers-line
             end-string
           else
             move ss-config-lines (answer-scan, slot-scan)
               to count-edit
             string "      configuration: " delimited by size
                    function trim (count-edit) delimited by size
                    " line(s) from CONFIGSNAPSHOT; return code "
                      delimited by size
                    function trim (code-edit) delimited by size
               into papers-line
             end-string
           end-if
           perform emit-papers-line.

       write-exception-section.
           perform emit-papers-line
           move "EXCEPTIONS" to papers-line
           perform emit-papers-line
           if exception-count = 0
             move "  none - every sampled answer was re-performed "
               & "and agreed" to papers-line
             perform emit-papers-line
             exit paragraph
           end-if
           perform varying answer-scan from 1 by 1
                   until answer-scan > answer-program-count
             perform write-one-exception
                     varying slot-scan from 1 by 1
                     until slot-scan > st-sampled (answer-scan)
           end-perform.

       write-one-exception.
           if ss-outcome (answer-scan, slot-scan) = "AGREED"
             exit paragraph
           end-if
           move ss-sample-number (answer-scan, slot-scan)
             to sample-edit
           evaluate ss-outcome (answer-scan, slot-scan)
             when "NOT REPRODUCED"
               string "  " delimited by size
                      sample-edit delimited by size
                      "  " delimited by size
                      function trim (answer-program (answer-scan))
                        delimited by size
                      " run " delimited by size
                      ss-run-id (answer-scan, slot-scan)
                        delimited by size
                      ": the re-run booked no row" delimited by size
                 into papers-line
               end-string
             when "PARAMETERS"
               string "  " delimited by size
                      sample-edit delimited by size
                      "  " delimited by size
                      function trim (answer-program (answer-scan))
                        delimited by size
                      " run " delimited by size
                      ss-run-id (answer-scan, slot-scan)
                        delimited by size
                      ": re-run with other parameters than recorded"
                        delimited by size
                 into papers-line
               end-string
             when other
               string "  " delimited by size
                      sample-edit delimited by size
                      "  " delimited by size
                      function trim (answer-program (answer-scan))
                        delimited by size
                      " run " delimited by size
                      ss-run-id (answer-scan, slot-scan)
                        delimited by size
                      ": recorded " delimited by size
                      function trim (ss-actual (answer-scan, slot-scan))
                        delimited by size
                      ", re-performed " delimited by size
                      function trim
                        (ss-rerun-actual (answer-scan, slot-scan))
                        delimited by size
                 into papers-line
               end-string
           end-evaluate
           perform emit-papers-line.

       write-summary-section.
           perform emit-papers-line
           move "SUMMARY" to papers-line
           perform emit-papers-line
           move sample-total to count-edit
           move programs-covered to count-edit-2
           string "  rows re-performed     " delimited by size
                  count-edit delimited by size
                  "   across " delimited by size
                  function trim (count-edit-2) delimited by size
                  " program(s)" delimited by size
             into papers-line
           end-string
           perform emit-papers-line
           move agreed-count to count-edit
           string "  agreed                " delimited by size
                  count-edit delimited by size
             into papers-line
           end-string
           perform emit-papers-line
           move different-count to count-edit
           string "  different             " delimited by size
                  count-edit delimited by size
             into papers-line
           end-string
           perform emit-papers-line
           move missing-count to count-edit
           string "  not reproduced        " delimited by size
                  count-edit delimited by size
             into papers-line
           end-string
           perform emit-papers-line
           move parameter-count to count-edit
           string "  parameters differ     " delimited by size
                  count-edit delimited by size
             into papers-line
           end-string
           perform emit-papers-line
           move exception-count to count-edit
           string "  exceptions            " delimited by size
                  count-edit delimited by size
             into papers-line
           end-string
           perform emit-papers-line
           perform emit-papers-line
           move audit-seed to count-edit
           string "  prepared by euler-reperform on " delimited by size
                  audit-stamp delimited by size
                  ", seed " delimited by size
                  function trim (count-edit) delimited by size
             into papers-line
           end-string
           perform emit-papers-line
           perform emit-papers-line
           move "  reviewed by ______________________________    "
             & "date ____________" to papers-line
           perform emit-papers-line
           perform emit-papers-line
           perform format-report-footer
           move report-footer-line to papers-line
           perform emit-papers-line.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.
           copy archive-reader-procedure.

       end program euler-reperform.
