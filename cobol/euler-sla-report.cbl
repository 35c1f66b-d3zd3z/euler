      * RETURN-CODE is the count of programs whose most recent run
      * breached either commitment - the same "nonzero means this
      * many things need a look" convention euler-answer-check uses.
      *
      * 15 October 2026 - Elapsed times are taken between the stamps
      * as UTC moments, using the offsets STEPJOURNAL now carries,
      * and the latest-finish is resolved against the stream's
      * start date the way the driver resolves it, instead of both
      * being read off bare times of day; the spring-forward
      * night's phantom hour is gone.  Nights whose stamps straddle
      * a clock change are listed at the foot of the report.
       identification division.
       program-id. euler-sla-report.

         02 sj-attempt              pic 99.
         02 filler                  pic x.
         02 sj-resumed              pic x.
         02 filler                  pic x.
         02 sj-start-offset         pic x(5).
         02 filler                  pic x.
         02 sj-end-offset           pic x(5).
           copy run-result-fd.
       fd  sla-report-file
           label records are omitted.
       working-storage section.
           copy run-result.
           copy report-header.
           copy utc-clock.
       01 sla-table-status         pic xx.
       01 step-journal-status      pic xx.
       01 sla-report-status        pic xx.
           03 ring-flag occurs 10 times pic x value space.
           03 ring-next             pic 99 comp-5 value 1.

       01 attempt-elapsed          pic s9(11) comp-5.
       01 clock-seconds-start      pic s9(11) comp-5.
       01 clock-seconds-end        pic s9(11) comp-5.
       01 elapsed-hundredths       pic 9(12) comp-5.
       01 latest-display           pic 9(6).
       01 latest-seconds           pic s9(11) comp-5.
       01 stream-start-stamp       pic x(14).
       01 latest-date              pic 9(8).

      * The nights whose stamps straddle a clock change, listed at
      * the foot of the report: one slot per night, the offset it
      * started under and the one it changed to.
       01 change-night-max constant as 20.
       01 change-nights.
         02 change-night occurs change-night-max times.
           03 cn-run-id             pic x(14).
           03 cn-from-offset        pic x(5).
           03 cn-to-offset          pic x(5).
       01 change-night-count       pic 99 comp-5 value 0.
       01 change-scan              pic 99 comp-5.
       01 journal-run-id           pic x(14) value spaces.
       01 journal-run-offset       pic x(5) value spaces.
       01 offset-seen              pic x(5).
       01 breached-this-run        pic x.
       01 breach-now-count         pic 99 comp-5 value 0.
       01 count-edit               pic z(6)9.
           close sla-table-file.

       read-one-sla-entry.
           move "SLATABLE" to io-dataset
           perform count-io-read
           read sla-table-file
             at end
               move 'Y' to sla-table-switch
           close step-journal-file.

       judge-one-attempt.
           move "STEPJOURNAL" to io-dataset
           perform count-io-read
           read step-journal-file
             at end
               move 'Y' to journal-switch
             not at end
               perform note-clock-change
               perform varying slot-scan from 1 by 1
                       until slot-scan > sla-slot-count
                 if slot-program (slot-scan) = sj-program
               end-perform
           end-read.

      * A night's attempts are journaled one after another under
      * its run id; an offset on one of them that differs from the
      * first the night carried - or an attempt whose own two
      * stamps differ - puts the night on the clock-change list.
      * Stamps written before they carried an offset say nothing.
       note-clock-change.
           if sj-run-id is not equal to journal-run-id
             move sj-run-id to journal-run-id
             move spaces to journal-run-offset
           end-if
           move sj-start-offset to offset-seen
           perform weigh-one-offset
           move sj-end-offset to offset-seen
           perform weigh-one-offset.

       weigh-one-offset.
           if offset-seen = spaces
             exit paragraph
           end-if
           if journal-run-offset = spaces
             move offset-seen to journal-run-offset
             exit paragraph
           end-if
           if offset-seen = journal-run-offset
             exit paragraph
           end-if
           perform varying change-scan from 1 by 1
                   until change-scan > change-night-count
             if cn-run-id (change-scan) = journal-run-id
               exit perform
             end-if
           end-perform
           if change-scan > change-night-count
             if change-night-count >= change-night-max
               exit paragraph
             end-if
             add 1 to change-night-count
             move journal-run-id to cn-run-id (change-scan)
             move journal-run-offset to cn-from-offset (change-scan)
           end-if
           move offset-seen to cn-to-offset (change-scan).

      * One journal attempt against its program's commitments.  The
      * elapsed side is taken between the two stamps as UTC moments
      * (see utc-clock.cpy), so neither midnight nor a clock change
      * bends it: the spring-forward night's skipped hour is not
      * billed to the step running across it.
       judge-against-slot.
           move sj-start-stamp to uc-in-stamp
           move sj-start-offset to uc-in-offset
           perform stamp-to-utc-seconds
           move uc-in-seconds to clock-seconds-start
           move sj-end-stamp to uc-in-stamp
           move sj-end-offset to uc-in-offset
           perform stamp-to-utc-seconds
           move uc-in-seconds to clock-seconds-end
           compute attempt-elapsed =
               clock-seconds-end - clock-seconds-start
           if attempt-elapsed < 0
             move 0 to attempt-elapsed
           end-if
           compute elapsed-hundredths = attempt-elapsed * 100

             and elapsed-hundredths > slot-target (slot-scan)
             move 'Y' to breached-this-run
           end-if
      * The latest-finish is resolved as the driver resolves it:
      * the first such clock time at or after the stream's start
      * (the run id is the start stamp, its century digit given
      * over to the stream's initial on a named stream), at the
      * offset in force when the attempt ended.
           if slot-latest (slot-scan) > 0
             move slot-latest (slot-scan) to latest-display
             move sj-run-id to stream-start-stamp
             move sj-start-stamp (1:1) to stream-start-stamp (1:1)
             move stream-start-stamp (1:8) to latest-date
             if stream-start-stamp is not numeric
               move sj-start-stamp to stream-start-stamp
               move sj-start-stamp (1:8) to latest-date
             end-if
             if latest-display < stream-start-stamp (9:6)
               compute latest-date = function date-of-integer
                   (function integer-of-date (latest-date) + 1)
             end-if
             move latest-date to uc-in-stamp (1:8)
             move latest-display to uc-in-stamp (9:6)
             move sj-end-offset to uc-in-offset
             perform stamp-to-utc-seconds
             move uc-in-seconds to latest-seconds
             if clock-seconds-end > latest-seconds
               add 1 to slot-late (slot-scan)
               move 'Y' to breached-this-run
           move "00" to sla-report-status
           open output sla-report-file
           move report-header-line to sla-report-line
           move "SLAREPORT" to io-dataset
           perform count-io-write
           write sla-report-line
           move "PROGRAM               RUNS     MET BREACHED "
             & "LATE  RECENT(10)  LATEST" to sla-report-line
           move "SLAREPORT" to io-dataset
           perform count-io-write
           write sla-report-line

           perform write-one-sla-line
                   varying slot-scan from 1 by 1
                   until slot-scan > sla-slot-count

           if change-night-count > 0
             move spaces to sla-report-line
             move "SLAREPORT" to io-dataset
             perform count-io-write
             write sla-report-line
             move "CLOCK-CHANGE NIGHTS (elapsed and latest-finish "
               & "taken in UTC across the change)" to sla-report-line
             move "SLAREPORT" to io-dataset
             perform count-io-write
             write sla-report-line
             perform write-one-change-night
                     varying change-scan from 1 by 1
                     until change-scan > change-night-count
           end-if

           move report-footer-line to sla-report-line
           move "SLAREPORT" to io-dataset
           perform count-io-write
           write sla-report-line
           close sla-report-file.

       write-one-change-night.
           move spaces to sla-report-line
           string "  run " delimited by size
                  cn-run-id (change-scan) delimited by size
                  "  UTC offset " delimited by size
                  cn-from-offset (change-scan) delimited by size
                  " to " delimited by size
                  cn-to-offset (change-scan) delimited by size
             into sla-report-line
           end-string
           move "SLAREPORT" to io-dataset
           perform count-io-write
           write sla-report-line.

       write-one-sla-line.
           move 0 to slot-recent-breaches (slot-scan)
           perform varying ring-scan from 1 by 1
               move "MET" to sla-report-line (68:8)
             end-if
           end-if
           move "SLAREPORT" to io-dataset
           perform count-io-write
           write sla-report-line.

           copy run-result-procedure.
           copy report-header-procedure.
           copy utc-clock-procedure.

       end program euler-sla-report.
