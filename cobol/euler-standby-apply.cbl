      * Standby-site delta loader
      *
      * 15 October 2026
      *
      * Runs on the standby machine and loads the deltas
      * euler-standby-ship writes on the primary into the standby's
      * own RESULTLEDGER and ALERTHISTORY, strictly in sequence.
      * STANDBYAPPLYSTATE remembers the last sequence applied and
      * its processing date; each run takes STANDBYDELTA.nnnnnn for
      * the next sequence, then the one after, until the next one
      * is not on hand.
      *
      * A delta is proven before a single record of it is loaded:
      * its header must carry exactly the sequence expected, and its
      * trailer must agree with the detail records' count and hash
      * total.  DELTA (control-param-4) names one delta file to
      * apply instead of the forward scan - a redelivered file under
      * another name - and its header sequence is held to the same
      * rule: lower than expected is a REPLAY, higher is a GAP, and
      * either is refused with a CRIT (STBYSEQ) so the standby never
      * skips a night or loads one twice.  A trailer that disagrees
      * refuses the delta with a CRIT (STBYHASH).
      *
      * Ledger rows are written as shipped; a row already on file
      * (the tail of a delta reloaded after a crash) is counted and
      * skipped.  Alert-history records are written, or rewritten
      * over the standby's copy when the primary has acknowledged
      * since.  STANDBYREPORT ends with how far behind the standby
      * is: the last sequence and processing date applied, the
      * deltas still waiting, and the days between the last applied
      * processing date and today's.  RETURN-CODE is the count of
      * deltas refused.
      *
      * 15 October 2026 - Delta records are five bytes wider for the
      * version 5 ledger row; a row still at version 4 is folded
      * over its own 156 bytes, as euler-standby-ship folded it.
      *
      * 15 October 2026 - AHS records carry ah-utc-offset and are
      * folded over 138 bytes, over 133 while the offset is blank,
      * as euler-standby-ship folded them.  The header carries the
      * mark's UTC offset after its date and time.
      *
      * 15 October 2026 - A standby ledger or alert history that will
      * not open, or a write or rewrite into either that fails, now
      * refuses the delta with a CRIT (STBYLOAD) instead of recording
      * it as applied: the sequence is not advanced, so the next run
      * loads the same delta again.
      *
      * 15 October 2026 - STANDBYAPPLYSTATE records end with the UTC
      * offset of as-applied-stamp, taken from read-utc-clock.
       identification division.
       program-id. euler-standby-apply.

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
           select apply-state-file assign to "STANDBYAPPLYSTATE"
               organization line sequential
               file status apply-state-status.
           select delta-file
               assign to dynamic delta-path
               organization line sequential
               file status delta-status.
           select standby-report-file assign to "STANDBYREPORT"
               organization line sequential
               file status standby-report-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
           copy run-result-fd.
           copy alert-file-fd.
           copy alert-history-fd.
           copy oncall-fd.
       fd  apply-state-file
           label records are omitted.
       01 apply-state-record.
         02 as-sequence            pic 9(6).
         02 filler                 pic x.
         02 as-proc-date           pic 9(8).
         02 filler                 pic x.
         02 as-applied-stamp       pic x(14).
         02 filler                 pic x.
         02 as-applied-offset      pic x(5).
       fd  delta-file
           label records are omitted.
       01 delta-record             pic x(165).
       01 delta-header-record redefines delta-record.
         02 dh-tag                 pic x(3).
         02 dh-proc-date           pic 9(8).
         02 dh-sequence            pic 9(6).
         02 dh-run-id              pic x(14).
         02 dh-mark-date           pic 9(8).
         02 dh-mark-time           pic 9(8).
         02 dh-mark-offset         pic x(5).
         02 filler                 pic x(113).
       01 delta-detail-record redefines delta-record.
         02 dd-tag                 pic x(3).
         02 dd-image               pic x(161).
         02 filler                 pic x.
       01 delta-trailer-record redefines delta-record.
         02 dt-tag                 pic x(3).
         02 dt-count               pic 9(9).
         02 dt-hash-total          pic 9(13).
         02 filler                 pic x(140).
       fd  standby-report-file
           label records are omitted.
       01 standby-report-line      pic x(120).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
           copy alert-record.
           copy utc-clock.
       01 apply-state-status       pic xx.
       01 delta-status             pic xx.
       01 standby-report-status    pic xx.
       01 delta-path               pic x(60).
       01 named-delta              pic x(60) value spaces.
       01 delta-read-switch        pic x.
         88 delta-at-end            value 'Y'.
       01 scan-done-switch         pic x value 'N'.
         88 scan-is-done            value 'Y'.
       01 delta-ok-switch          pic x.
         88 delta-is-proven         value 'Y'.
       01 last-sequence            pic 9(6) value 0.
       01 last-proc-date           pic 9(8) value 0.
       01 expected-sequence        pic 9(6).
       01 expected-text            pic 9(6).
       01 header-sequence          pic 9(6).
       01 header-proc-date         pic 9(8).
       01 trailer-count            pic 9(9) comp-5.
       01 trailer-hash             pic 9(13) comp-5.
       01 trailer-seen-switch      pic x.
         88 trailer-was-seen        value 'Y'.
       01 detail-count             pic 9(9) comp-5.
       01 hash-total               pic 9(13) comp-5.
       01 hash-image               pic x(161).
       01 hash-length              pic 999 comp-5.
       01 hash-scan                pic 999 comp-5.
       01 hash-byte                pic 9(4) comp-5.
       01 record-hash              pic 9(9) comp-5.
       01 refusal-reason           pic x(40).
       01 deltas-applied           pic 9(5) comp-5 value 0.
       01 deltas-refused           pic 9(5) comp-5 value 0.
       01 deltas-waiting           pic 9(5) comp-5 value 0.
       01 rows-loaded              pic 9(9) comp-5 value 0.
       01 rows-already-on-file     pic 9(9) comp-5 value 0.
       01 alerts-loaded            pic 9(9) comp-5 value 0.
       01 alerts-rewritten         pic 9(9) comp-5 value 0.
       01 today-date               pic 9(8).
       01 days-behind              pic s9(7) comp-5.
       01 count-edit               pic z(8)9.
       01 days-edit                pic -(6)9.

       procedure division.

       main.
           move "euler-standby-apply" to rh-program-id
           perform format-report-header
           display report-header-line

           move spaces to control-param-4
           perform read-control-card
           move "euler-standby-apply" to kp-program-id
           move "DELTA" to kp-keyword (4)
           perform read-parameter-library
           move control-param-4 to named-delta

           perform read-apply-state

           open output standby-report-file
           move report-header-line to standby-report-line
           write standby-report-line
           move spaces to standby-report-line
           move "DELTA"              to standby-report-line (1:31)
           move "SEQ"                to standby-report-line (32:7)
           move "PROC DATE"          to standby-report-line (39:10)
           move "RECORDS"            to standby-report-line (50:10)
           move "OUTCOME"            to standby-report-line (61:50)
           write standby-report-line

           if named-delta is not equal to spaces
             move named-delta to delta-path
             perform apply-one-delta
           else
             perform apply-next-in-sequence until scan-is-done
           end-if
           perform count-waiting-deltas
           perform write-lag-summary

           perform format-report-footer
           move report-footer-line to standby-report-line
           write standby-report-line
           close standby-report-file

           display "euler-standby-apply: " deltas-applied
                   " deltas applied, " deltas-refused " refused; "
                   "standby at sequence " last-sequence
                   " (" last-proc-date ")"
           move deltas-refused to return-code
           goback.

       read-apply-state.
           move "00" to apply-state-status
           open input apply-state-file
           if apply-state-status is not equal to "00"
             exit paragraph
           end-if
           read apply-state-file
             at end
               continue
             not at end
               if as-sequence is numeric
                 move as-sequence to last-sequence
               end-if
               if as-proc-date is numeric
                 move as-proc-date to last-proc-date
               end-if
           end-read
           close apply-state-file.

       write-apply-state.
           open output apply-state-file
           move spaces to apply-state-record
           move last-sequence to as-sequence
           move last-proc-date to as-proc-date
           perform read-utc-clock
           move uc-now-stamp to as-applied-stamp
           move uc-now-offset to as-applied-offset
           write apply-state-record
           close apply-state-file.

      * The forward scan: the next sequence's file, by name, until
      * one is not on hand or one is refused - a refused delta
      * stops the scan, since everything after it would be a gap.
       apply-next-in-sequence.
           compute expected-text = last-sequence + 1
           move spaces to delta-path
           string "STANDBYDELTA." delimited by size
                  expected-text delimited by size
             into delta-path
           end-string
           move "00" to delta-status
           open input delta-file
           if delta-status is not equal to "00"
             move 'Y' to scan-done-switch
             exit paragraph
           end-if
           close delta-file
           perform apply-one-delta
           if not delta-is-proven
             move 'Y' to scan-done-switch
           end-if.

       apply-one-delta.
           compute expected-sequence = last-sequence + 1
           perform prove-delta
           if not delta-is-proven
             add 1 to deltas-refused
             perform write-refusal
             exit paragraph
           end-if
           perform load-delta
           if refusal-reason is not equal to spaces
             move 'N' to delta-ok-switch
             add 1 to deltas-refused
             perform write-refusal
             exit paragraph
           end-if
           add 1 to deltas-applied
           move header-sequence to last-sequence
           move header-proc-date to last-proc-date
           perform write-apply-state
           move spaces to standby-report-line
           move delta-path (1:30) to standby-report-line (1:30)
           move header-sequence to standby-report-line (32:6)
           move header-proc-date to standby-report-line (39:8)
           move detail-count to count-edit
           move count-edit to standby-report-line (50:9)
           move "APPLIED" to standby-report-line (61:50)
           write standby-report-line.

      * Pass one: header sequence and trailer totals, nothing
      * loaded.
       prove-delta.
           move 'N' to delta-ok-switch
           move spaces to refusal-reason
           move 0 to header-sequence
           move 0 to header-proc-date
           move 0 to detail-count
           move 0 to hash-total
           move 'N' to trailer-seen-switch
           move "00" to delta-status
           open input delta-file
           if delta-status is not equal to "00"
             move "delta file not found" to refusal-reason
             exit paragraph
           end-if
           read delta-file
             at end
               move "delta file is empty" to refusal-reason
           end-read
           if refusal-reason = spaces
             if dh-tag is not equal to "HDR"
               or dh-sequence is not numeric
               move "no HDR record" to refusal-reason
             else
               move dh-sequence to header-sequence
               move dh-proc-date to header-proc-date
             end-if
           end-if
           if refusal-reason = spaces
             move 'N' to delta-read-switch
             perform prove-one-record until delta-at-end
           end-if
           close delta-file
           if refusal-reason is not equal to spaces
             exit paragraph
           end-if

           evaluate true
             when header-sequence < expected-sequence
               move "REPLAY - sequence already applied"
                 to refusal-reason
             when header-sequence > expected-sequence
               move "GAP - an earlier delta is missing"
                 to refusal-reason
             when not trailer-was-seen
               move "no TRL record" to refusal-reason
             when trailer-count is not equal to detail-count
               move "trailer count disagrees" to refusal-reason
             when trailer-hash is not equal to hash-total
               move "trailer hash total disagrees" to refusal-reason
             when other
               move 'Y' to delta-ok-switch
           end-evaluate.

       prove-one-record.
           read delta-file
             at end
               move 'Y' to delta-read-switch
             not at end
               evaluate dd-tag
                 when "LDG"
                   move 161 to hash-length
                   if dd-image (155:2) is not numeric
                     or dd-image (155:2) < "05"
                     move 156 to hash-length
                   end-if
                   perform fold-one-detail
                 when "AHS"
                   move 138 to hash-length
                   if dd-image (134:5) = spaces
                     move 133 to hash-length
                   end-if
                   perform fold-one-detail
                 when "TRL"
                   move 'Y' to trailer-seen-switch
                   move dt-count to trailer-count
                   move dt-hash-total to trailer-hash
                 when other
                   continue
               end-evaluate
           end-read.

       fold-one-detail.
           add 1 to detail-count
           move dd-image to hash-image
           move 0 to record-hash
           perform varying hash-scan from 1 by 1
                   until hash-scan > hash-length
             compute hash-byte =
                 function ord (hash-image (hash-scan:1))
             compute record-hash =
                 function mod (record-hash * 31 + hash-byte,
                     999999937)
           end-perform
           add record-hash to hash-total
           if hash-total >= 10000000000000
             subtract 10000000000000 from hash-total
           end-if.

      * Pass two: the proven delta is loaded.  The standby ledger
      * is opened I-O so the rows land beside what is there.  A
      * file that will not open, or a write that fails, refuses the
      * delta with its sequence left unapplied, so the next run
      * loads it again - rows already loaded come back as already
      * on file and alert records are rewritten, so nothing doubles.
       load-delta.
           move "00" to run-result-status
           open i-o result-ledger-file
           if run-result-status = "35"
             open output result-ledger-file
             close result-ledger-file
             open i-o result-ledger-file
           end-if
           if run-result-status is not equal to "00"
             string "ledger not available, status "
                      delimited by size
                    run-result-status delimited by size
               into refusal-reason
             end-string
             exit paragraph
           end-if
           move "00" to alert-history-status
           open i-o alert-history-file
           if alert-history-status = "35"
             open output alert-history-file
             close alert-history-file
             open i-o alert-history-file
           end-if
           if alert-history-status is not equal to "00"
             string "history not available, status "
                      delimited by size
                    alert-history-status delimited by size
               into refusal-reason
             end-string
             close result-ledger-file
             exit paragraph
           end-if
           open input delta-file
           move 'N' to delta-read-switch
           perform load-one-record
             until delta-at-end
                or refusal-reason is not equal to spaces
           close delta-file
           close alert-history-file
           close result-ledger-file.

       load-one-record.
           read delta-file
             at end
               move 'Y' to delta-read-switch
             not at end
               evaluate dd-tag
                 when "LDG"
                   perform load-one-ledger-row
                 when "AHS"
                   perform load-one-alert
                 when other
                   continue
               end-evaluate
           end-read.

       load-one-ledger-row.
           move dd-image to run-result-record
           write run-result-record
             invalid key
               continue
           end-write
           evaluate true
             when run-result-status = "22"
               add 1 to rows-already-on-file
             when run-result-status (1:1) = "0"
               add 1 to rows-loaded
             when other
               string "ledger write failed, status "
                        delimited by size
                      run-result-status delimited by size
                 into refusal-reason
               end-string
           end-evaluate.

       load-one-alert.
           move dd-image (1:138) to alert-history-record
           write alert-history-record
             invalid key
               continue
           end-write
           evaluate true
             when alert-history-status = "22"
               rewrite alert-history-record
                 invalid key
                   continue
               end-rewrite
               if alert-history-status (1:1) = "0"
                 add 1 to alerts-rewritten
               else
                 string "history rewrite failed, status "
                          delimited by size
                        alert-history-status delimited by size
                   into refusal-reason
                 end-string
               end-if
             when alert-history-status (1:1) = "0"
               add 1 to alerts-loaded
             when other
               string "history write failed, status "
                        delimited by size
                      alert-history-status delimited by size
                 into refusal-reason
               end-string
           end-evaluate.

       write-refusal.
           move spaces to standby-report-line
           move delta-path (1:30) to standby-report-line (1:30)
           move header-sequence to standby-report-line (32:6)
           move header-proc-date to standby-report-line (39:8)
           move detail-count to count-edit
           move count-edit to standby-report-line (50:9)
           string "REFUSED - " delimited by size
                  refusal-reason delimited by size
             into standby-report-line (61:50)
           end-string
           write standby-report-line
           display "euler-standby-apply: " function trim (delta-path)
                   " refused - " function trim (refusal-reason)
           move "CRIT" to al-severity
           move "euler-standby-apply" to al-program
           if refusal-reason (1:6) = "REPLAY"
             or refusal-reason (1:3) = "GAP"
             move "STBYSEQ" to al-code
           else
             if refusal-reason (1:6) = "ledger"
               or refusal-reason (1:7) = "history"
               move "STBYLOAD" to al-code
             else
               move "STBYHASH" to al-code
             end-if
           end-if
           move spaces to al-text
           string "standby delta refused: " delimited by size
                  refusal-reason delimited by size
             into al-text
           end-string
           perform write-alert.

      * Deltas on hand past the standby's position: the backlog a
      * refusal has left waiting behind it.
       count-waiting-deltas.
           move 0 to deltas-waiting
           compute expected-sequence = last-sequence + 1
           move 'N' to scan-done-switch
           perform count-one-waiting until scan-is-done.

       count-one-waiting.
           move expected-sequence to expected-text
           move spaces to delta-path
           string "STANDBYDELTA." delimited by size
                  expected-text delimited by size
             into delta-path
           end-string
           move "00" to delta-status
           open input delta-file
           if delta-status is not equal to "00"
             move 'Y' to scan-done-switch
             exit paragraph
           end-if
           close delta-file
           add 1 to deltas-waiting
           add 1 to expected-sequence.

       write-lag-summary.
           move function current-date (1:8) to today-date
           move 0 to days-behind
           if last-proc-date > 0
             compute days-behind =
                 function integer-of-date (today-date)
               - function integer-of-date (last-proc-date)
           end-if
           move spaces to standby-report-line
           move rows-loaded to count-edit
           string "ledger rows loaded: " delimited by size
                  count-edit delimited by size
             into standby-report-line
           end-string
           move rows-already-on-file to count-edit
           string "  already on file: " delimited by size
                  count-edit delimited by size
             into standby-report-line (40:40)
           end-string
           write standby-report-line
           move spaces to standby-report-line
           move alerts-loaded to count-edit
           string "alert records loaded: " delimited by size
                  count-edit delimited by size
             into standby-report-line
           end-string
           move alerts-rewritten to count-edit
           string "  rewritten: " delimited by size
                  count-edit delimited by size
             into standby-report-line (40:40)
           end-string
           write standby-report-line
           move spaces to standby-report-line
           move last-sequence to expected-text
           move days-behind to days-edit
           string "standby position: sequence " delimited by size
                  expected-text delimited by size
                  ", processing date " delimited by size
                  last-proc-date delimited by size
                  ", " delimited by size
                  days-edit delimited by size
                  " day(s) behind today" delimited by size
             into standby-report-line
           end-string
           write standby-report-line
           move spaces to standby-report-line
           move deltas-waiting to count-edit
           string "deltas on hand still waiting: " delimited by size
                  count-edit delimited by size
             into standby-report-line
           end-string
           write standby-report-line.

           copy control-card-procedure.
           copy param-library-procedure.
           copy report-header-procedure.
           copy alert-procedure.
           copy utc-clock-procedure.

       end program euler-standby-apply.
