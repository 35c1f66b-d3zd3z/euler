      * Two-person release gate for the nightly OPSFEED
      *
      * 15 October 2026
      *
      * euler-ops-feed stages the night's feed in OPSFEEDSTAGE and
      * logs it STAGED on FEEDRELEASELOG (see feed-release-fd.cpy);
      * the ops database only ever loads OPSFEED, and this is the one
      * program that writes it.  A release is asked for with an
      * approval record in FEEDAPPROVAL, one line:
      *
      *   RELEASE yyyymmdd reason text
      *   REJECT  yyyymmdd reason text
      *
      * and is honored only when every one of these holds:
      *
      *   - the date's newest FEEDRELEASELOG record is STAGED or
      *     OVERDUE (a feed already released or rejected is final
      *     until euler-ops-feed stages it again)
      *   - OPSFEEDSTAGE still carries that date, run id, record
      *     count and hash total - the file released is the file
      *     that was staged
      *   - the person asking is not the submitter of the run that
      *     staged it
      *   - euler-auth-check grants them euler-feed-release RELEASE
      *     (or REJECT)
      *   - a reason is given
      *
      * A release copies the staged feed to OPSFEED; a rejection
      * leaves OPSFEED alone.  Both are logged with the reason and
      * the approver, and the approval record is deleted once
      * honored, the way STOPREQUEST is, so it cannot be replayed.
      * A refused approval is left in place for the operator to see,
      * and sets RETURN-CODE 16.
      *
      * Run with no FEEDAPPROVAL on hand, this is the cutoff check:
      * a staged feed still unreleased once CUTOFF (control-param-1,
      * hhmmss, default 070000) has passed - on the staging date,
      * or the day after for a feed staged later than the cutoff
      * clock - raises a CRIT alert (FEEDHELD) and is logged
      * OVERDUE, once.  PROC-DATE (control-param-2, yyyymmdd)
      * names the feed the check looks at; by default the date
      * OPSFEEDSTAGE carries.
      *
      * 15 October 2026 - A release that copies the whole staged
      * feed to OPSFEED publishes a completion trigger for it (see
      * completion-trigger.cpy) under the feed's own date: records
      * copied and their hash total, on TRIGGERS.  A rejection, a
      * refusal or a failed copy publishes nothing.
      *
      * 15 October 2026 - The release cutoff is judged in UTC seconds
      * from the offsets the feed was staged under and in force now, so
      * the fall-back night's repeated hour no longer holds an overdue
      * feed back by an hour.
       identification division.
       program-id. euler-feed-release.

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
           copy feed-release-select.
           select approval-file assign to "FEEDAPPROVAL"
               organization line sequential
               file status approval-status.
           select stage-file assign to "OPSFEEDSTAGE"
               organization line sequential
               file status stage-status.
           select feed-file assign to "OPSFEED"
               organization line sequential
               file status feed-status.
           select alert-file assign to "ALERTS"
               organization line sequential
               file status alert-status.
           copy alert-history-select.
           copy oncall-select.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
           copy run-result-fd.
           copy feed-release-fd.
       fd  approval-file
           label records are omitted.
       01 approval-record          pic x(80).
       fd  stage-file
           label records are omitted.
       01 stage-record             pic x(110).
       01 stage-header-record redefines stage-record.
         02 sh-tag                 pic x(3).
         02 sh-proc-date           pic 9(8).
         02 sh-run-id              pic x(14).
         02 filler                 pic x(85).
       01 stage-trailer-record redefines stage-record.
         02 st-tag                 pic x(3).
         02 st-count               pic 9(9).
         02 st-hash-total          pic 9(13).
         02 filler                 pic x(85).
       fd  feed-file
           label records are omitted.
       01 feed-record              pic x(110).
           copy alert-file-fd.
           copy alert-history-fd.
           copy oncall-fd.

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
           copy alert-record.
           copy feed-release.
           copy utc-clock.
           copy date-arithmetic.
           copy completion-trigger.
       01 approval-status          pic xx.
       01 stage-status             pic xx.
       01 feed-status              pic xx.
       01 stage-switch             pic x.
         88 stage-at-end            value 'Y'.
       01 cutoff-hhmmss            pic 9(6) value 070000.
       01 check-proc-date          pic 9(8) value 0.
       01 approval-fields.
         02 ap-action              pic x(10).
         02 ap-date-text           pic x(10).
         02 ap-reason              pic x(60).
         02 ap-date                pic 9(8).
         02 ap-pointer             pic 99 comp-5.
       01 approval-path            pic x(80).
       01 approver-name            pic x(8).
       01 refusal-text             pic x(60) value spaces.
       01 outcome-text             pic x(10) value spaces.
       01 staged-fields.
         02 sg-proc-date           pic 9(8) value 0.
         02 sg-run-id              pic x(14) value spaces.
         02 sg-count               pic 9(9) value 0.
         02 sg-hash                pic 9(13) value 0.
         02 sg-trailer-switch      pic x value 'N'.
           88 sg-trailer-seen       value 'Y'.
       01 copied-count             pic 9(9) comp-5 value 0.
       01 auth-program-name        pic x(20).
       01 auth-keyword-name        pic x(20).
       01 auth-allowed-flag        pic x.
       01 cutoff-work.
         02 cutoff-stamp           pic x(14).
         02 cutoff-date            pic 9(8).
         02 cutoff-clock-text      pic 9(6).
         02 staged-clock-text      pic x(6).
         02 cutoff-seconds         pic s9(11) comp-5.

       procedure division.

       main.
           move "euler-feed-release" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move cutoff-hhmmss to control-param-1
           move check-proc-date to control-param-2
           perform read-control-card
           move "euler-feed-release" to kp-program-id
           move "CUTOFF" to kp-keyword (1)
           move "PROC-DATE" to kp-keyword (2)
           perform read-parameter-library
           if control-param-1 > 235959
             display "euler-feed-release: CUTOFF " control-param-1
                     " is not a clock time, 070000 used"
             move 070000 to control-param-1
           end-if
           move control-param-1 to cutoff-hhmmss
           move control-param-2 to check-proc-date

           perform read-staged-feed
           perform read-approval
           if approval-status = "00"
             perform judge-approval
             perform finish-run
             goback
           end-if

           perform check-cutoff
           perform finish-run
           goback.

       finish-run.
           perform format-report-footer
           display report-footer-line
           move "euler-feed-release" to rr-program-id
           move spaces to rr-parameters
           if outcome-text = spaces
             move "NONE" to outcome-text
           end-if
           string "date=" delimited by size
                  fs-want-date delimited by size
                  " action=" delimited by size
                  function trim (outcome-text) delimited by size
             into rr-parameters
           end-string
           move sg-count to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
           move spaces to rr-expected-result
           move space to rr-pass-flag
           perform stop-run-timer
           perform write-run-result
           if outcome-text = "RELEASED"
             perform publish-completion-trigger
           end-if.

      * The staged file's own HDR and TRL - what a release would
      * actually send.
       read-staged-feed.
           move "00" to stage-status
           open input stage-file
           if stage-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to stage-switch
           perform read-one-stage-record until stage-at-end
           close stage-file.

       read-one-stage-record.
           move "OPSFEEDSTAGE" to io-dataset
           perform count-io-read
           read stage-file
             at end
               move 'Y' to stage-switch
             not at end
               evaluate stage-record (1:3)
                 when "HDR"
                   move sh-proc-date to sg-proc-date
                   move sh-run-id to sg-run-id
                 when "TRL"
                   move st-count to sg-count
                   move st-hash-total to sg-hash
                   move 'Y' to sg-trailer-switch
               end-evaluate
           end-read.

       read-approval.
           move spaces to approval-fields
           move "00" to approval-status
           open input approval-file
           if approval-status is not equal to "00"
             exit paragraph
           end-if
           move "FEEDAPPROVAL" to io-dataset
           perform count-io-read
           read approval-file
             at end
               move "10" to approval-status
           end-read
           close approval-file
           if approval-status is not equal to "00"
             exit paragraph
           end-if
           move 1 to ap-pointer
           unstring approval-record delimited by all " "
             into ap-action ap-date-text
             with pointer ap-pointer
           end-unstring
           if ap-pointer <= 80
             move approval-record (ap-pointer:) to ap-reason
           end-if
           move function upper-case (ap-action) to ap-action
           move 0 to ap-date
           if ap-date-text (1:8) is numeric
             move ap-date-text (1:8) to ap-date
           end-if.

      ******************************************************************
      * The approval against the staged feed, the log, the four-eyes
      * rule and the authorization table - any one failing refuses it.
      ******************************************************************
       judge-approval.
           move ap-date to fs-want-date
           perform find-feed-state
           perform identify-approver

           evaluate true
             when ap-action is not equal to "RELEASE"
               and ap-action is not equal to "REJECT"
               move "approval action is not RELEASE or REJECT"
                 to refusal-text
             when ap-date = 0
               move "approval record names no processing date"
                 to refusal-text
             when ap-reason = spaces
               move "approval record gives no reason"
                 to refusal-text
             when not fs-state-found
               move "no feed was ever staged for that date"
                 to refusal-text
             when fs-is-released or fs-is-rejected
               string "the feed is already " delimited by size
                      function trim (fs-action) delimited by size
                      " by " delimited by size
                      function trim (fs-actor) delimited by size
                 into refusal-text
               end-string
             when not sg-trailer-seen
               move "OPSFEEDSTAGE is missing or has no trailer"
                 to refusal-text
             when sg-proc-date is not equal to ap-date
               or sg-run-id is not equal to fs-run-id
               or sg-count is not equal to fs-count
               or sg-hash is not equal to fs-hash
               move "OPSFEEDSTAGE is not the feed that was staged"
                 to refusal-text
             when approver-name = fs-submitter
               move "the run's own submitter cannot release its feed"
                 to refusal-text
           end-evaluate
           if refusal-text is not equal to spaces
             perform refuse-approval
             exit paragraph
           end-if

           move "euler-feed-release" to auth-program-name
           move ap-action to auth-keyword-name
           move 'N' to auth-allowed-flag
           call "euler-auth-check"
             using by content auth-program-name
                   by content auth-keyword-name
                   by reference auth-allowed-flag
           if auth-allowed-flag is not equal to 'Y'
             move "approver not authorized by AUTHUSERS"
               to refusal-text
             perform refuse-approval
             exit paragraph
           end-if

           if ap-action = "RELEASE"
             perform copy-stage-to-feed
             if feed-status is not equal to "00"
               move "OPSFEED could not be written" to refusal-text
               perform refuse-approval
               exit paragraph
             end-if
             move "RELEASED" to fr-action
             display "euler-feed-release: feed of " ap-date " run "
                     sg-run-id " released by " approver-name ", "
                     copied-count " records to OPSFEED"
           else
             move "REJECTED" to fr-action
             display "euler-feed-release: feed of " ap-date " run "
                     sg-run-id " rejected by " approver-name
                     " - OPSFEED not written"
           end-if
           move fr-action to outcome-text

           move fr-action to fs-action
           move spaces to feed-release-record
           move fs-action to fr-action
           move ap-date to fr-proc-date
           move fs-run-id to fr-run-id
           move fs-submitter to fr-submitter
           move approver-name to fr-actor
           move fs-count to fr-count
           move fs-hash to fr-hash
           move ap-reason to fr-reason
           perform append-feed-release
           perform delete-approval.

       identify-approver.
           move spaces to approver-name
           accept approver-name from environment "LOGNAME"
             on exception
               move spaces to approver-name
           end-accept
           if approver-name = spaces
             accept approver-name from environment "USER"
               on exception
                 move spaces to approver-name
             end-accept
           end-if
           if approver-name = spaces
             move "UNKNOWN" to approver-name
           end-if.

      * A refusal changes nothing: the feed stays staged and the
      * approval record stays where the operator left it.
       refuse-approval.
           move "REFUSED" to outcome-text
           display "euler-feed-release: " function trim (ap-action)
                   " of " ap-date " by " approver-name
                   " refused - " function trim (refusal-text)
           move "WARN" to al-severity
           move "euler-feed-release" to al-program
           move "FEEDREFU" to al-code
           move refusal-text to al-text
           perform write-alert
           move 16 to return-code.

       copy-stage-to-feed.
           move 0 to copied-count
           move "00" to feed-status
           open output feed-file
           if feed-status is not equal to "00"
             exit paragraph
           end-if
           move "OPSFEED" to ct-dataset
           perform start-completion-trigger
           move ap-date to ct-proc-date
           open input stage-file
           move 'N' to stage-switch
           perform copy-one-stage-record until stage-at-end
           close stage-file
           close feed-file.

       copy-one-stage-record.
           move "OPSFEEDSTAGE" to io-dataset
           perform count-io-read
           read stage-file
             at end
               move 'Y' to stage-switch
             not at end
               move stage-record to feed-record
               move "OPSFEED" to io-dataset
               perform count-io-write
               write feed-record
               move feed-record to ct-image
               move 110 to ct-image-length
               move feed-status to ct-write-status
               perform note-trigger-record
               add 1 to copied-count
           end-read.

       delete-approval.
           move spaces to approval-path
           accept approval-path from environment "FEEDAPPROVAL"
             on exception
               move spaces to approval-path
           end-accept
           if approval-path = spaces
             move "FEEDAPPROVAL" to approval-path
           end-if
           call "CBL_DELETE_FILE" using approval-path
           move 0 to return-code.

      ******************************************************************
      * No approval on hand: is a staged feed waiting past its cutoff?
      ******************************************************************
       check-cutoff.
           move "CHECKED" to outcome-text
           move check-proc-date to fs-want-date
           if fs-want-date = 0
             move sg-proc-date to fs-want-date
           end-if
           if fs-want-date = 0
             display "euler-feed-release: no approval and no staged "
                     "feed - nothing to check"
             exit paragraph
           end-if
           perform find-feed-state
           if not fs-state-found
             display "euler-feed-release: no feed staged for "
                     fs-want-date
             exit paragraph
           end-if
           if fs-is-released or fs-is-rejected
             display "euler-feed-release: feed of " fs-want-date
                     " is " function trim (fs-action) " by "
                     function trim (fs-actor)
             exit paragraph
           end-if
           if fs-is-overdue
             display "euler-feed-release: feed of " fs-want-date
                     " is still held past its cutoff (noted at "
                     fs-stamp ")"
             exit paragraph
           end-if

      * The cutoff that applies: the staging date's clock cutoff, or
      * the next day's when the feed was staged after that clock.
           move fs-staged-stamp (1:8) to cutoff-date
           move fs-staged-stamp (9:6) to staged-clock-text
           move cutoff-hhmmss to cutoff-clock-text
           if staged-clock-text >= cutoff-clock-text
             move 'A' to drq-function
             move spaces to drq-rule
             move cutoff-date to drq-date-1
             move 1 to drq-count
             call "date-arithmetic"
               using by content da-request
                     by reference da-reply
             if drp-status = 'Y'
               move drp-date to cutoff-date
             end-if
           end-if
           move cutoff-date to cutoff-stamp (1:8)
           move cutoff-clock-text to cutoff-stamp (9:6)

      * The cutoff is a wall-clock time.  Across a clock change it
      * is read at the offset the feed was staged under and at the
      * offset in force now, and counts as passed once the clock
      * has shown it under either - the first of a repeated hour,
      * the true hour after a skipped one.
           perform read-utc-clock
           move cutoff-stamp to uc-in-stamp
           move fs-staged-offset to uc-in-offset
           perform stamp-to-utc-seconds
           move uc-in-seconds to cutoff-seconds
           move spaces to uc-in-offset
           perform stamp-to-utc-seconds
           if uc-in-seconds < cutoff-seconds
             move uc-in-seconds to cutoff-seconds
           end-if
           if uc-now-seconds < cutoff-seconds
             display "euler-feed-release: feed of " fs-want-date
                     " staged, awaiting release before "
                     cutoff-stamp
             exit paragraph
           end-if

           move "OVERDUE" to outcome-text
           display "euler-feed-release: feed of " fs-want-date
                   " still unreleased past its cutoff "
                   cutoff-stamp
           move "CRIT" to al-severity
           move "euler-feed-release" to al-program
           move "FEEDHELD" to al-code
           move spaces to al-text
           string "ops feed of " delimited by size
                  fs-want-date delimited by size
                  " unreleased at its cutoff" delimited by size
             into al-text
           end-string
           perform write-alert

           move spaces to feed-release-record
           move "OVERDUE" to fr-action
           move fs-want-date to fr-proc-date
           move fs-run-id to fr-run-id
           move fs-submitter to fr-submitter
           perform identify-approver
           move approver-name to fr-actor
           move fs-count to fr-count
           move fs-hash to fr-hash
           move "unreleased at the cutoff" to fr-reason
           perform append-feed-release
           move 4 to return-code.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.
           copy alert-procedure.
           copy feed-release-procedure.
           copy utc-clock-procedure.
           copy completion-trigger-procedure.

       end program euler-feed-release.
