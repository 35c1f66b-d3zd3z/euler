      * left the ledger is counted (a purge moves rows out
      * legitimately, so absence alone is information, not an
      * exception).
      *
      * 15 October 2026 - The writer table is sized apart from its
      * in-use count now, and the October programs that book ledger
      * rows (backup and restore, the standby shipment and the rest)
      * joined it.
       identification division.
       program-id. euler-ledger-audit.


      * Every program that writes a ledger row.  A new writer means
      * one more entry here, the same way euler-answer-check's
      * known-programs table grows; writer-count is the entries in
      * use, the table itself is sized with room to spare.
       01 writer-count constant as 88.
       01 writer-table.
         02 writer-name occurs 120 times pic x(20).
       01 writer-index                 pic 999 comp-5.

       01 current-file-tag             pic x(20).
       01 rows-read                    pic 9(7) comp-5 value 0.

           open output audit-report-file
           move report-header-line to audit-report-line
           move "LEDGERAUDIT" to io-dataset
           perform count-io-write
           write audit-report-line

           move spaces to audit-report-line
           move "RUN DATE"           to audit-report-line (37:10)
           move "RUN TIME"           to audit-report-line (48:10)
           move "EXCEPTION"          to audit-report-line (59:40)
           move "LEDGERAUDIT" to io-dataset
           perform count-io-write
           write audit-report-line

           perform audit-ledger
                  bad-edit delimited by size
             into audit-report-line
           end-string
           move "LEDGERAUDIT" to io-dataset
           perform count-io-write
           write audit-report-line

           move spaces to audit-report-line
                  bad-edit delimited by size
             into audit-report-line
           end-string
           move "LEDGERAUDIT" to io-dataset
           perform count-io-write
           write audit-report-line

           perform format-report-footer
           move report-footer-line to audit-report-line
           move "LEDGERAUDIT" to io-dataset
           perform count-io-write
           write audit-report-line
           close audit-report-file

           move "euler-date-close"     to writer-name (47)
           move "euler-date-reopen"    to writer-name (48)
           move "euler-answer-key-audit" to writer-name (49)
           move "euler-ledger-spill-sweep" to writer-name (50)
           move "euler-backup"         to writer-name (51)
           move "euler-restore"        to writer-name (52)
           move "euler-standby-ship"   to writer-name (53)
           move "euler-cross-recon"    to writer-name (54)
           move "euler-capacity-report" to writer-name (55)
           move "euler-provenance-report" to writer-name (56)
           move "euler-impact-report"  to writer-name (57)
           move "euler-critical-path"  to writer-name (58)
           move "euler-access-report"  to writer-name (59)
           move "euler-names-twins"    to writer-name (60)
           move "euler-problem-042"    to writer-name (61)
           move "euler-check-register" to writer-name (62)
           move "euler-run-projection" to writer-name (63)
           move "euler-holiday-gen"    to writer-name (64)
           move "euler-testdata-gen"   to writer-name (65)
           move "euler-problem-082"    to writer-name (66)
           move "euler-problem-096"    to writer-name (67)
           move "euler-problem-099"    to writer-name (68)
           move "euler-problem-059"    to writer-name (69)
           move "euler-problem-054"    to writer-name (70)
           move "euler-problem-031"    to writer-name (71)
           move "euler-problem-055"    to writer-name (72)
           move "euler-mersenne-test"  to writer-name (73)
           move "euler-problem-050"    to writer-name (74)
           move "euler-digit-primes"   to writer-name (75)
           move "euler-journal-recon"  to writer-name (76)
           move "euler-incident-month" to writer-name (77)
           move "euler-feed-release"   to writer-name (78)
           move "euler-env-parity"     to writer-name (79)
           move "euler-io-report"      to writer-name (80)
           move "euler-trigger-report" to writer-name (81)
           move "euler-enqueue-report" to writer-name (82)
           move "euler-runbook-gaps"   to writer-name (83)
           move "euler-ledger-correct" to writer-name (84)
           move "euler-corr-register"  to writer-name (85)
           move "euler-problem-089"    to writer-name (86)
           move "euler-last-digits"    to writer-name (87)
           move "euler-problem-098"    to writer-name (88).

       audit-ledger.
           move "RESULTLEDGER" to current-file-tag
           close result-ledger-file.

       read-one-ledger-row.
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file next record into run-result-fields
             at end
               move 'Y' to ledger-switch
           if ledger-chain-status is not equal to "00"
             move "  (no LEDGERCHAIN on hand - rows written "
               & "before chaining began)" to audit-report-line
             move "LEDGERAUDIT" to io-dataset
             perform count-io-write
             write audit-report-line
             exit paragraph
           end-if
           add chain-break-count to bad-row-count.

       walk-one-chain-record.
           move "LEDGERCHAIN" to io-dataset
           perform count-io-read
           read ledger-chain-file
             at end
               move 'Y' to chain-read-switch
             exit paragraph
           end-if
           move lc-key to rr-ledger-key
           move "RESULTLEDGER" to io-dataset
           perform count-io-read
           read result-ledger-file
             invalid key
               add 1 to chain-departed-count
           move lc-key (21:8) to audit-report-line (37:8)
           move lc-key (29:8) to audit-report-line (48:8)
           move reason-text to audit-report-line (59:40)
           move "LEDGERAUDIT" to io-dataset
           perform count-io-write
           write audit-report-line
           move "  first break reported; later records inherit "
             & "the damage" to audit-report-line
           move "LEDGERAUDIT" to io-dataset
           perform count-io-write
           write audit-report-line.

       write-one-audit-line.
           move rr-run-date to audit-report-line (37:8)
           move rr-run-time to audit-report-line (48:8)
           move reason-text to audit-report-line (59:40)
           move "LEDGERAUDIT" to io-dataset
           perform count-io-write
           write audit-report-line.

           copy run-result-procedure.
