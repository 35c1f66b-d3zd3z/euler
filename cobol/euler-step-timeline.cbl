      * RUN-ID (control-param-4, via the card or PARAMLIB) names the
      * night to lay out; the default is the newest run id on the
      * journal, which is the night you are usually staring at.
      *
      * 15 October 2026 - Durations and gaps are taken between the
      * stamps as UTC moments, using the offsets STEPJOURNAL now
      * carries, instead of off their times of day - the fall-back
      * night no longer shows attempts ending before they start,
      * nor the spring-forward night a phantom hour.  A night whose
      * stamps carry two offsets is headed CLOCK-CHANGE NIGHT, and
      * the change is marked where it fell.
       identification division.
       program-id. euler-step-timeline.

         02 sj-attempt              pic 99.
         02 filler                  pic x.
         02 sj-resumed              pic x.
         02 filler                  pic x.
         02 sj-start-offset         pic x(5).
         02 filler                  pic x.
         02 sj-end-offset           pic x(5).
           copy run-result-fd.
       fd  timeline-report-file
           label records are omitted.
           copy param-library.
           copy run-result.
           copy report-header.
           copy utc-clock.
       01 step-journal-status      pic xx.
       01 timeline-report-status   pic xx.
       01 journal-switch           pic x.
           03 nt-step               pic 99.
           03 nt-program            pic x(20).
           03 nt-start              pic x(14).
           03 nt-start-offset       pic x(5).
           03 nt-end                pic x(14).
           03 nt-end-offset         pic x(5).
           03 nt-return-code        pic 9(4).
           03 nt-attempt            pic 99.
       01 night-count              pic 999 comp-5 value 0.
       01 retry-slot-count         pic 99 comp-5 value 0.
       01 slot-scan                pic 99 comp-5.

       01 start-seconds            pic s9(11) comp-5.
       01 end-seconds              pic s9(11) comp-5.
       01 duration-seconds         pic s9(9) comp-5.
       01 gap-seconds              pic s9(9) comp-5.
       01 previous-end-seconds     pic s9(11) comp-5 value -1.

      * The night's UTC offsets: the first one journaled, and the
      * other one if the night straddles a clock change.
       01 night-first-offset       pic x(5) value spaces.
       01 night-other-offset       pic x(5) value spaces.
       01 previous-end-offset      pic x(5).
       01 duration-edit            pic z(6)9.
       01 gap-edit                 pic z(6)9.
       01 count-edit               pic z(6)9.
           close step-journal-file.

       note-one-run-id.
           move "STEPJOURNAL" to io-dataset
           perform count-io-read
           read step-journal-file
             at end
               move 'Y' to journal-switch
           end-read.

       collect-one-attempt.
           move "STEPJOURNAL" to io-dataset
           perform count-io-read
           read step-journal-file
             at end
               move 'Y' to journal-switch
                 move sj-step to nt-step (night-count)
                 move sj-program to nt-program (night-count)
                 move sj-start-stamp to nt-start (night-count)
                 move sj-start-offset
                   to nt-start-offset (night-count)
                 move sj-end-stamp to nt-end (night-count)
                 move sj-end-offset to nt-end-offset (night-count)
                 perform note-night-offsets
                 move sj-return-code
                   to nt-return-code (night-count)
                 move sj-attempt to nt-attempt (night-count)
                 + duration-seconds * 100
           end-if.

      * A night whose stamps carry two different offsets straddles
      * a clock change; a stamp from before stamps carried an offset
      * says nothing either way.
       note-night-offsets.
           if night-first-offset = spaces
             if sj-start-offset is not equal to spaces
               move sj-start-offset to night-first-offset
             else
               move sj-end-offset to night-first-offset
             end-if
           end-if
           if sj-start-offset is not equal to spaces
             and sj-start-offset is not equal to night-first-offset
             move sj-start-offset to night-other-offset
           end-if
           if sj-end-offset is not equal to spaces
             and sj-end-offset is not equal to night-first-offset
             move sj-end-offset to night-other-offset
           end-if.

      * Duration between the two stamps as UTC moments (see
      * utc-clock.cpy), so an attempt across midnight or a clock
      * change costs what it really took.
       cost-one-attempt.
           move sj-start-stamp to uc-in-stamp
           move sj-start-offset to uc-in-offset
           perform stamp-to-utc-seconds
           move uc-in-seconds to start-seconds
           move sj-end-stamp to uc-in-stamp
           move sj-end-offset to uc-in-offset
           perform stamp-to-utc-seconds
           move uc-in-seconds to end-seconds
           compute duration-seconds = end-seconds - start-seconds
           if duration-seconds < 0
             move 0 to duration-seconds
           end-if.

       write-timeline-report.
           move "00" to timeline-report-status
           open output timeline-report-file
           move report-header-line to timeline-report-line
           move "STEPTIMELINE" to io-dataset
           perform count-io-write
           write timeline-report-line

           move spaces to timeline-report-line
                  wanted-run-id delimited by size
             into timeline-report-line
           end-string
           move "STEPTIMELINE" to io-dataset
           perform count-io-write
           write timeline-report-line
           if night-other-offset is not equal to spaces
             move spaces to timeline-report-line
             string "CLOCK-CHANGE NIGHT - UTC offset " delimited by size
                    night-first-offset delimited by size
                    " and " delimited by size
                    night-other-offset delimited by size
                    "; times shown are local, SECS and GAP are "
                      delimited by size
                    "real" delimited by size
               into timeline-report-line
             end-string
             move "STEPTIMELINE" to io-dataset
             perform count-io-write
             write timeline-report-line
           end-if
           move "STEP PROGRAM              ATT  START   END     "
             & "SECS   GAP  RC" to timeline-report-line
           move "STEPTIMELINE" to io-dataset
           perform count-io-write
           write timeline-report-line

           move -1 to previous-end-seconds
           move spaces to previous-end-offset
           perform write-one-timeline-line
                   varying night-index from 1 by 1
                   until night-index > night-count
           if night-count = 0
             move "  (no attempts journaled for this run)"
               to timeline-report-line
             move "STEPTIMELINE" to io-dataset
             perform count-io-write
             write timeline-report-line
           end-if

           move "RETRY ANALYSIS (WHOLE JOURNAL)"
             to timeline-report-line
           move "STEPTIMELINE" to io-dataset
           perform count-io-write
           write timeline-report-line
           move "PROGRAM              ATTEMPTS RETRIES "
             & "RETRY-PASSES  BURN(HUNDREDTHS)"
             to timeline-report-line
           move "STEPTIMELINE" to io-dataset
           perform count-io-write
           write timeline-report-line
           perform write-one-retry-line
                   varying slot-scan from 1 by 1
                   until slot-scan > retry-slot-count

           move report-footer-line to timeline-report-line
           move "STEPTIMELINE" to io-dataset
           perform count-io-write
           write timeline-report-line
           close timeline-report-file.

       write-one-timeline-line.
           move nt-start (night-index) to uc-in-stamp
           move nt-start-offset (night-index) to uc-in-offset
           perform stamp-to-utc-seconds
           move uc-in-seconds to start-seconds
           move nt-end (night-index) to uc-in-stamp
           move nt-end-offset (night-index) to uc-in-offset
           perform stamp-to-utc-seconds
           move uc-in-seconds to end-seconds
           compute duration-seconds = end-seconds - start-seconds
           if duration-seconds < 0
             move 0 to duration-seconds
           end-if
           if previous-end-seconds < 0
             move 0 to gap-seconds
             compute gap-seconds =
                 start-seconds - previous-end-seconds
             if gap-seconds < 0
               move 0 to gap-seconds
             end-if
           end-if
           move end-seconds to previous-end-seconds

      * The clock change itself gets a line of its own, where it
      * fell - between two attempts or inside one.
           if previous-end-offset is not equal to spaces
             and nt-start-offset (night-index) is not equal to spaces
             and nt-start-offset (night-index)
                 is not equal to previous-end-offset
             move spaces to timeline-report-line
             string "     -- clock change " delimited by size
                    previous-end-offset delimited by size
                    " to " delimited by size
                    nt-start-offset (night-index) delimited by size
                    " --" delimited by size
               into timeline-report-line
             end-string
             move "STEPTIMELINE" to io-dataset
             perform count-io-write
             write timeline-report-line
           end-if
           move nt-end-offset (night-index) to previous-end-offset

           move spaces to timeline-report-line
           move nt-step (night-index)
             to timeline-report-line (1:2)
           move gap-edit to timeline-report-line (54:7)
           move nt-return-code (night-index)
             to timeline-report-line (62:4)
           if nt-start-offset (night-index) is not equal to spaces
             and nt-end-offset (night-index) is not equal to spaces
             and nt-start-offset (night-index)
                 is not equal to nt-end-offset (night-index)
             string "clock change " delimited by size
                    nt-start-offset (night-index) delimited by size
                    " to " delimited by size
                    nt-end-offset (night-index) delimited by size
               into timeline-report-line (68:33)
             end-string
           end-if
           move "STEPTIMELINE" to io-dataset
           perform count-io-write
           write timeline-report-line.

       write-one-retry-line.
           move count-edit to timeline-report-line (38:7)
           move rt-retry-burn (slot-scan) to burn-edit
           move burn-edit to timeline-report-line (52:10)
           move "STEPTIMELINE" to io-dataset
           perform count-io-write
           write timeline-report-line.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.
           copy utc-clock-procedure.

       end program euler-step-timeline.
