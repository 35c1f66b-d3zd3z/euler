      * Incident register maintenance
      *
      * 15 October 2026
      *
      * ALERTHISTORY says what was raised; it never said what went
      * wrong.  One bad night is four related alerts and a failed
      * step, acknowledged one by one through euler-alert-ack, and
      * once they are acknowledged nothing anywhere records the
      * trouble they were about, who owned it, when service came
      * back or why it happened.  This is the desk-side editor for
      * INCIDENTS, the register that does (see incident-select.cpy):
      *
      *   L  list the incidents (open and restored, or all)
      *   O  open an incident from one or more ALERTHISTORY records
      *      - each alert date and code entered links every history
      *      record with that date and code - then take an owner, a
      *      root-cause code and a summary
      *   U  update an incident's owner, cause or summary
      *   R  mark an incident restored (service is back)
      *   C  close an incident (a root cause is required)
      *   X  exit
      *
      * Root-cause codes come from ROOTCAUSES (see root-cause.cpy);
      * a code not on the table, or retired there, is refused at the
      * prompt.  Every change is written to the register as it is
      * made - there is no staging to lose.  A restore or close time
      * is entered as yyyymmddhhmmss, or left blank for now.
      *
      * 15 October 2026 - Every register stamp carries the UTC offset
      * in force when it was taken (see utc-clock.cpy): the opening
      * stamp takes its alert's ah-utc-offset, the logged stamp and
      * a blank restore or close time the offset now, and a typed
      * restore or close time may be followed by +hhmm or -hhmm,
      * taking the offset now without one.  The earliest alert and
      * the "not before it opened" check are judged in UTC seconds,
      * so the repeated hour of the fall-back night cannot reorder
      * them.
       program-id. euler-incident.

       environment division.
       configuration section.
       repository.
           function trim intrinsic.
       input-output section.
       file-control.
           copy incident-select.
           copy alert-history-select.
           copy root-cause-select.

       data division.
       file section.
           copy incident-fd.
           copy alert-history-fd.
           copy root-cause-fd.

       working-storage section.
           copy report-header.
           copy alert-record.
           copy root-cause.
           copy utc-clock.
       01 incident-status          pic xx.
       01 incident-switch          pic x.
         88 incident-at-end         value 'Y'.
       01 highest-incident         pic 9(6) value 0.
       01 listed-count             pic 9(5) comp-5.

       01 menu-choice              pic x.
       01 editor-done-switch       pic x value 'N'.
         88 editor-is-done          value 'Y'.
       01 editor-name              pic x(8).
       01 list-choice              pic x.
       01 prompt-number            pic x(6).
       01 prompt-date              pic x(8).
       01 prompt-code              pic x(8).
       01 prompt-owner             pic x(8).
       01 prompt-cause             pic x(8).
       01 prompt-summary           pic x(60).
       01 prompt-stamp             pic x(19).
       01 entered-stamp            pic x(14).
       01 entered-offset.
         02 entered-offset-sign    pic x.
         02 entered-offset-hh      pic 99.
         02 entered-offset-mm      pic 99.
       01 entered-utc              pic s9(11) comp-5.
       01 opened-utc               pic s9(11) comp-5.
       01 stamp-switch             pic x.
         88 stamp-is-good           value 'Y'.
       01 cause-switch             pic x.
         88 cause-is-good           value 'Y'.
       01 link-done-switch         pic x.
         88 linking-is-done         value 'Y'.
       01 linked-now               pic 99 comp-5.
       01 alert-stamp              pic x(14).
       01 alert-utc                pic s9(11) comp-5.
       01 link-scan                pic 99 comp-5.
       01 count-edit               pic z(4)9.

       procedure division.

       main.
           move "euler-incident" to rh-program-id
           perform format-report-header
           display report-header-line

           move spaces to editor-name
           accept editor-name from environment "LOGNAME"
             on exception
               move spaces to editor-name
           end-accept
           if editor-name = spaces
             move "UNKNOWN" to editor-name
           end-if

           perform load-root-cause-table
           if root-cause-count = 0
             display "euler-incident: no ROOTCAUSES table on hand - "
                     "causes cannot be coded"
           end-if

           move "00" to incident-status
           open i-o incident-file
           if incident-status = "35"
             open output incident-file
             close incident-file
             move "00" to incident-status
             open i-o incident-file
           end-if
           if incident-status is not equal to "00"
             display "euler-incident: INCIDENTS open failed, "
                     "file status " incident-status
             move 16 to return-code
             goback
           end-if

           perform find-highest-incident
           move highest-incident to count-edit
           display "INCIDENTS open, highest number "
                   trim (count-edit)

           perform take-one-command until editor-is-done

           close incident-file
           perform format-report-footer
           display report-footer-line
           goback.

       find-highest-incident.
           move 0 to highest-incident
           move 0 to ic-number
           start incident-file key is not less than ic-number
             invalid key
               exit paragraph
           end-start
           move 'N' to incident-switch
           perform note-one-incident-number until incident-at-end.

       note-one-incident-number.
           read incident-file next
             at end
               move 'Y' to incident-switch
             not at end
               if ic-number > highest-incident
                 move ic-number to highest-incident
               end-if
           end-read.

       take-one-command.
           display " "
           display "  L - list incidents"
           display "  O - open an incident from alerts"
           display "  U - update owner, cause or summary"
           display "  R - mark an incident restored"
           display "  C - close an incident"
           display "  X - exit"
           display "enter choice: " with no advancing
           move space to menu-choice
           accept menu-choice
           evaluate menu-choice
             when 'L'
             when 'l'
               perform list-incidents
             when 'O'
             when 'o'
               perform open-incident
             when 'U'
             when 'u'
               perform update-incident
             when 'R'
             when 'r'
               perform restore-incident
             when 'C'
             when 'c'
               perform close-incident
             when 'X'
             when 'x'
               move 'Y' to editor-done-switch
             when other
               display "unrecognized choice: " menu-choice
           end-evaluate.

       list-incidents.
           display "A for all, blank for not yet closed: "
                   with no advancing
           move space to list-choice
           accept list-choice
           move 0 to listed-count
           move 0 to ic-number
           start incident-file key is not less than ic-number
             invalid key
               display "  (the register is empty)"
               exit paragraph
           end-start
           move 'N' to incident-switch
           perform list-one-incident until incident-at-end
           move listed-count to count-edit
           display "  " trim (count-edit) " listed".

       list-one-incident.
           read incident-file next
             at end
               move 'Y' to incident-switch
             not at end
               if list-choice = 'A' or list-choice = 'a'
                 or not ic-is-closed
                 add 1 to listed-count
                 perform show-incident
               end-if
           end-read.

       show-incident.
           display "  " ic-number " " ic-status " " ic-owner " "
                   ic-cause " " ic-program
           display "         opened " ic-opened-stamp " "
                   ic-opened-offset
                   "  restored " ic-restored-stamp " "
                   ic-restored-offset
                   "  closed " ic-closed-stamp " " ic-closed-offset
           display "         " trim (ic-summary).

      * Opening: the alerts first, since the earliest of them fixes
      * when the trouble started and which program it belongs to.
       open-incident.
           initialize incident-record
           move spaces to ic-opened-stamp
           move spaces to ic-restored-stamp
           move spaces to ic-closed-stamp
           move 0 to ic-alert-count

           move "00" to alert-history-status
           open input alert-history-file
           if alert-history-status is not equal to "00"
             display "no ALERTHISTORY on hand - nothing to open "
                     "an incident from"
             exit paragraph
           end-if
           move 'N' to link-done-switch
           perform link-one-alert-group until linking-is-done
           close alert-history-file
           if ic-alert-count = 0
             display "no alerts linked - nothing opened"
             exit paragraph
           end-if

           display "owner: " with no advancing
           move spaces to prompt-owner
           accept prompt-owner
           if prompt-owner = spaces
             move editor-name to prompt-owner
           end-if
           move prompt-owner to ic-owner

           perform prompt-for-cause
           if not cause-is-good
             exit paragraph
           end-if
           move prompt-cause to ic-cause

           display "summary: " with no advancing
           move spaces to prompt-summary
           accept prompt-summary
           move prompt-summary to ic-summary

           add 1 to highest-incident
           move highest-incident to ic-number
           move "OPEN" to ic-status
           perform read-utc-clock
           move uc-now-stamp to ic-logged-stamp
           move uc-now-offset to ic-logged-offset
           move editor-name to ic-logged-by
           write incident-record
             invalid key
               display "euler-incident: write failed for "
                       ic-number ", file status " incident-status
               exit paragraph
           end-write
           display "incident " ic-number " opened".

       link-one-alert-group.
           display "alert date (yyyymmdd, blank when done): "
                   with no advancing
           move spaces to prompt-date
           accept prompt-date
           if prompt-date = spaces
             move 'Y' to link-done-switch
             exit paragraph
           end-if
           if prompt-date is not numeric
             display "the date must be yyyymmdd"
             exit paragraph
           end-if
           display "alert code: " with no advancing
           move spaces to prompt-code
           accept prompt-code

           move 0 to linked-now
           move prompt-date to ah-date
           move prompt-code to ah-code
           move 0 to ah-time
           start alert-history-file
                 key is not less than ah-key
             invalid key
               move 'Y' to alert-history-switch
             not invalid key
               move 'N' to alert-history-switch
           end-start
           perform link-one-alert until alert-history-at-end
           move linked-now to count-edit
           display "  " trim (count-edit) " alert(s) linked".

       link-one-alert.
           read alert-history-file next
             at end
               move 'Y' to alert-history-switch
             not at end
               if ah-date is not equal to prompt-date
                 or ah-code is not equal to prompt-code
                 move 'Y' to alert-history-switch
                 exit paragraph
               end-if
               if ic-alert-count >= 10
                 display "  ten alerts is the most one incident "
                         "carries"
                 move 'Y' to alert-history-switch
                 exit paragraph
               end-if
               perform varying link-scan from 1 by 1
                       until link-scan > ic-alert-count
                 if ic-alert-key (link-scan) = ah-key
                   exit paragraph
                 end-if
               end-perform
               add 1 to ic-alert-count
               move ah-key to ic-alert-key (ic-alert-count)
               add 1 to linked-now
               display "  " ah-date " " ah-time " " ah-severity " "
                       ah-program " " trim (ah-text)
               move ah-date to alert-stamp (1:8)
               move ah-time (1:6) to alert-stamp (9:6)
               move alert-stamp to uc-in-stamp
               move ah-utc-offset to uc-in-offset
               perform stamp-to-utc-seconds
               move uc-in-seconds to alert-utc
               perform work-out-opened-utc
               if ic-opened-stamp = spaces
                 or alert-utc < opened-utc
                 move alert-stamp to ic-opened-stamp
                 move ah-utc-offset to ic-opened-offset
                 move ah-program to ic-program
               end-if
           end-read.

      * A blank cause is allowed until the incident closes - the
      * cause is often not known while the trouble is still live.
       prompt-for-cause.
           display "root cause (blank if not yet known): "
                   with no advancing
           move spaces to prompt-cause
           accept prompt-cause
           move 'Y' to cause-switch
           if prompt-cause = spaces
             exit paragraph
           end-if
           move prompt-cause to rc-wanted-code
           perform look-up-root-cause
           if not rc-code-found
             display "REJECTED: " trim (prompt-cause)
                     " is not on ROOTCAUSES"
             move 'N' to cause-switch
             exit paragraph
           end-if
           if rc-code-retired
             display "REJECTED: " trim (prompt-cause)
                     " is retired on ROOTCAUSES"
             move 'N' to cause-switch
             exit paragraph
           end-if
           display "  " trim (rc-found-description).

       prompt-for-incident.
           display "incident number: " with no advancing
           move spaces to prompt-number
           accept prompt-number
           move "23" to incident-status
           if trim (prompt-number) is numeric
             move function numval (prompt-number) to ic-number
             read incident-file
               invalid key
                 continue
             end-read
           end-if
           if incident-status is not equal to "00"
             display "no such incident"
           end-if.

       update-incident.
           perform prompt-for-incident
           if incident-status is not equal to "00"
             exit paragraph
           end-if
           perform show-incident
           display "owner (blank to keep): " with no advancing
           move spaces to prompt-owner
           accept prompt-owner
           if prompt-owner is not equal to spaces
             move prompt-owner to ic-owner
           end-if
           perform prompt-for-cause
           if not cause-is-good
             exit paragraph
           end-if
           if prompt-cause is not equal to spaces
             move prompt-cause to ic-cause
           end-if
           display "summary (blank to keep): " with no advancing
           move spaces to prompt-summary
           accept prompt-summary
           if prompt-summary is not equal to spaces
             move prompt-summary to ic-summary
           end-if
           perform rewrite-incident.

       restore-incident.
           perform prompt-for-incident
           if incident-status is not equal to "00"
             exit paragraph
           end-if
           if not ic-is-open
             display "incident " ic-number " is already "
                     trim (ic-status)
             exit paragraph
           end-if
           display "restored at (yyyymmddhhmmss, +hhmm or -hhmm "
                   "after it if not the offset now; blank for now): "
                   with no advancing
           perform prompt-for-stamp
           if not stamp-is-good
             exit paragraph
           end-if
           move entered-stamp to ic-restored-stamp
           move entered-offset to ic-restored-offset
           move "RESTORED" to ic-status
           perform rewrite-incident.

      * Closing needs a cause - an incident closed as "we never
      * found out" is coded UNKNOWN, not left blank - and an
      * incident closed without a restore time is taken to have
      * been restored when it closed.
       close-incident.
           perform prompt-for-incident
           if incident-status is not equal to "00"
             exit paragraph
           end-if
           if ic-is-closed
             display "incident " ic-number " is already closed"
             exit paragraph
           end-if
           if ic-cause = spaces
             perform prompt-for-cause
             if not cause-is-good
               exit paragraph
             end-if
             if prompt-cause = spaces
               display "REJECTED: a root cause is required to close"
               exit paragraph
             end-if
             move prompt-cause to ic-cause
           end-if
           display "closed at (yyyymmddhhmmss, +hhmm or -hhmm "
                   "after it if not the offset now; blank for now): "
                   with no advancing
           perform prompt-for-stamp
           if not stamp-is-good
             exit paragraph
           end-if
           move entered-stamp to ic-closed-stamp
           move entered-offset to ic-closed-offset
           if ic-restored-stamp = spaces
             move entered-stamp to ic-restored-stamp
             move entered-offset to ic-restored-offset
           end-if
           move "CLOSED" to ic-status
           perform rewrite-incident.

      * A stamp must be a real date and time and may not run ahead
      * of the trouble it records; the two are compared in UTC, so
      * a restore in the repeated hour of the fall-back night is
      * not taken for one before the trouble began.  A stamp typed
      * without an offset is taken at the offset in force now.
       prompt-for-stamp.
           move spaces to prompt-stamp
           accept prompt-stamp
           move 'Y' to stamp-switch
           perform read-utc-clock
           move uc-now-offset to entered-offset
           if prompt-stamp = spaces
             move uc-now-stamp to entered-stamp
             exit paragraph
           end-if
           move prompt-stamp (1:14) to entered-stamp
           if prompt-stamp (15:5) is not equal to spaces
             move prompt-stamp (15:5) to entered-offset
             if (entered-offset-sign is not equal to "+"
                 and entered-offset-sign is not equal to "-")
               or entered-offset-hh is not numeric
               or entered-offset-mm is not numeric
               or entered-offset-hh > 14
               or entered-offset-mm > 59
               display "REJECTED: the offset must be +hhmm or -hhmm"
               move 'N' to stamp-switch
               exit paragraph
             end-if
           end-if
           if entered-stamp is not numeric
             or function test-date-yyyymmdd
                  (function numval (entered-stamp (1:8)))
                  is not equal to 0
             or entered-stamp (9:2) > "23"
             or entered-stamp (11:2) > "59"
             or entered-stamp (13:2) > "59"
             display "REJECTED: the time must be yyyymmddhhmmss"
             move 'N' to stamp-switch
             exit paragraph
           end-if
           move entered-stamp to uc-in-stamp
           move entered-offset to uc-in-offset
           perform stamp-to-utc-seconds
           move uc-in-seconds to entered-utc
           perform work-out-opened-utc
           if entered-utc < opened-utc
             display "REJECTED: that is before the incident opened ("
                     ic-opened-stamp " " ic-opened-offset ")"
             move 'N' to stamp-switch
           end-if.

      * The incident's open stamp in UTC seconds, zero while it has
      * none.
       work-out-opened-utc.
           move ic-opened-stamp to uc-in-stamp
           move ic-opened-offset to uc-in-offset
           perform stamp-to-utc-seconds
           move uc-in-seconds to opened-utc.

       rewrite-incident.
           rewrite incident-record
             invalid key
               display "euler-incident: rewrite failed for "
                       ic-number ", file status " incident-status
               exit paragraph
           end-rewrite
           display "incident " ic-number " now " trim (ic-status).

           copy report-header-procedure.
           copy root-cause-procedure.
           copy utc-clock-procedure.

       end program euler-incident.
