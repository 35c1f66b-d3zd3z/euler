      * program's own output.
      *
      * RETURN-CODE is the count of audit findings.
      *
      * 15 October 2026 - euler-problem-042 joined the list of known
      * programs.
      *
      * 15 October 2026 - Problem 82 added to the known program list.
      *
      * 15 October 2026 - Problem 96 added to the known program list.
      *
      * 15 October 2026 - Problem 99 added to the known program list.
      *
      * 15 October 2026 - Problem 59 added to the known program list.
      *
      * 15 October 2026 - Problem 54 added to the known program list.
      *
      * 15 October 2026 - Problem 31 added to the known program list.
      *
      * 15 October 2026 - Problem 55 added to the known program list.
      *
      * 15 October 2026 - The Mersenne test added to the known list.
      *
      * 15 October 2026 - Problem 50 added to the known program list;
      * the list now has room for 60.
      *
      * 15 October 2026 - Problems 35 and 37 (euler-digit-primes)
      * added to the known program list.
      *
      * 15 October 2026 - Rows under a SWEEP run id (euler-param-sweep)
      * are not judged or staged.
      *
      * 15 October 2026 - Problem 89 added to the known program list.
      *
      * 15 October 2026 - Problems 48 and 97 added to the known program
      * list.
      *
      * 15 October 2026 - Problem 98 added to the known program list.
       identification division.
       program-id. euler-answer-key-audit.


      * The suite's answer-writing programs; an entry naming
      * anything else is a typo or a retired program.
       01 known-max constant as 60.
       01 known-programs.
         02 known-name occurs known-max times pic x(20).
       01 known-count              pic 99 comp-5 value 0.
           move "euler-problem-067"  to known-name (29)
           move "euler-problem-081"  to known-name (30)
           move "euler-problem-083"  to known-name (31)
           move "euler-problem-042"  to known-name (32)
           move "euler-problem-082"  to known-name (33)
           move "euler-problem-096"  to known-name (34)
           move "euler-problem-099"  to known-name (35)
           move "euler-problem-059"  to known-name (36)
           move "euler-problem-054"  to known-name (37)
           move "euler-problem-031"  to known-name (38)
           move "euler-problem-055"  to known-name (39)
           move "euler-mersenne-test" to known-name (40)
           move "euler-problem-050"  to known-name (41)
           move "euler-digit-primes" to known-name (42)
           move "euler-problem-089"  to known-name (43)
           move "euler-last-digits"  to known-name (44)
           move "euler-problem-098"  to known-name (45)
           move 45 to known-count.

       load-answer-key.
           move "00" to answer-key-status
           close answer-key-file.

       load-one-key-entry.
           move "ANSWERKEY" to io-dataset
           perform count-io-read
           read answer-key-file
             at end
               move 'Y' to key-read-switch
           end-if.

       scan-one-ledger-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
           end-read.

       judge-one-row.
      * Sweep rows (euler-param-sweep) run deliberately off-key
      * parameters; they are neither coverage nor staging material.
           if rr-run-id (1:5) = "SWEEP"
             exit paragraph
           end-if
           if rr-pass or rr-fail
             perform varying key-scan from 1 by 1
                     until key-scan > key-count
           move "00" to audit-report-status
           open output audit-report-file
           move report-header-line to audit-report-line
           move "AKAUDIT" to io-dataset
           perform count-io-write
           write audit-report-line

           move "ENTRIES NAMING UNKNOWN PROGRAMS:"
             to audit-report-line
           move "AKAUDIT" to io-dataset
           perform count-io-write
           write audit-report-line
           perform varying key-scan from 1 by 1
                   until key-scan > key-count

           move "DUPLICATE PROGRAM/SIGNATURE PAIRS:"
             to audit-report-line
           move "AKAUDIT" to io-dataset
           perform count-io-write
           write audit-report-line
           perform varying key-scan from 1 by 1
                   until key-scan > key-count

           move "ENTRIES NO CHECKED ROW HAS MATCHED RECENTLY:"
             to audit-report-line
           move "AKAUDIT" to io-dataset
           perform count-io-write
           write audit-report-line
           perform varying key-scan from 1 by 1
                   until key-scan > key-count

           move "PROGRAMS RUNNING NOT CHECKED (NO KEY ENTRY):"
             to audit-report-line
           move "AKAUDIT" to io-dataset
           perform count-io-write
           write audit-report-line
           perform varying unchecked-scan from 1 by 1
                   until unchecked-scan > unchecked-count
               to audit-report-line (24:40)
             move ur-actual (unchecked-scan)
               to audit-report-line (65:20)
             move "AKAUDIT" to io-dataset
             perform count-io-write
             write audit-report-line
           end-perform

           move report-footer-line to audit-report-line
           move "AKAUDIT" to io-dataset
           perform count-io-write
           write audit-report-line
           close audit-report-file.

             add 1 to finding-count
             perform write-one-entry-line
             move "    (never matched)" to audit-report-line
             move "AKAUDIT" to io-dataset
             perform count-io-write
             write audit-report-line
             exit paragraph
           end-if
                    ")" delimited by size
               into audit-report-line
             end-string
             move "AKAUDIT" to io-dataset
             perform count-io-write
             write audit-report-line
           end-if.

             to audit-report-line (24:40)
           move ke-expected (key-scan)
             to audit-report-line (65:20)
           move "AKAUDIT" to io-dataset
           perform count-io-write
           write audit-report-line.

      * STAGE: the unchecked runs become proposed key entries on
                 to pk-signature
               move ur-actual (unchecked-scan)
                 to pk-expected-result
               move "ANSWERKEYPENDING" to io-dataset
               perform count-io-write
               write pending-key-record
             end-if
           end-perform
                   "MODE=APPROVE)".

       drop-already-pending.
           move "ANSWERKEYPENDING" to io-dataset
           perform count-io-read
           read pending-key-file
             at end
               move 'Y' to pending-switch
                   approved-count.

       approve-one-entry.
           move "ANSWERKEYPENDING" to io-dataset
           perform count-io-read
           read pending-key-file
             at end
               move 'Y' to pending-switch
                 move pk-program-id to akr-program-id
                 move pk-signature to akr-signature
                 move pk-expected-result to akr-expected-result
                 move "ANSWERKEY" to io-dataset
                 perform count-io-write
                 write answer-key-record
                 add 1 to approved-count
               end-if
