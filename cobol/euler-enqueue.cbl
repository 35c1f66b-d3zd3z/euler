      * Callable dataset enqueue service
      *
      * 15 October 2026
      *
      * Two streams on separate initiators, or an ad hoc rerun beside
      * the night's stream, could have euler-prime-gen rewriting
      * PRIMESFILE and PRIMESINDEX while euler-problem-050 read them,
      * and the reader took a half-written file for a short one.
      * STREAMLOCK keeps two drivers of one stream apart; nothing
      * kept two programs off one dataset.  This is the dataset-level
      * enqueue:
      *
      *   call "euler-enqueue" using by reference enqueue-request
      *
      * (see enqueue.cpy and enqueue-procedure.cpy).  eq-function E
      * asks for eq-dataset shared (S, any number of readers) or
      * exclusive (X, one writer and no readers); D releases this
      * process's enqueue on eq-dataset; R releases every enqueue
      * this process holds.  A request that conflicts is entered on
      * the table as waiting and retried every second up to its wait
      * limit; one that is still blocked then comes back eq-timed-out
      * with eq-holder naming the holder - program, run id, process
      * and since when - and a WARN ENQWAIT is raised.  A shared
      * request also waits behind an exclusive one already waiting,
      * so a steady run of readers cannot starve a writer.
      *
      * ENQUEUES is the table, one record per enqueue held or
      * awaited (see enqueue-fd.cpy); it is read and rewritten whole
      * under a latch, a directory created beside it (ENQUEUES.LATCH)
      * - creating a directory either succeeds or finds it there, so
      * two processes can never both believe they hold it.  A latch
      * still there after latch-try-max seconds was left by a
      * process that died holding it, and is broken.
      *
      * Steps CALLed by one driver share its process, and run one at
      * a time, so a process never waits on itself: its own entries
      * never conflict.  An entry whose process is gone (no /proc
      * entry for it) is dropped the next time the table is read, so
      * an abended holder does not block the datasets for ever.
      *
      * 15 October 2026 - Each enqueue is stamped with the UTC offset
      * in force as well, so euler-enqueue-report can age it across a
      * clock change.
       identification division.
       program-id. euler-enqueue.

       environment division.
       input-output section.
       file-control.
           copy enqueue-select.

       data division.
       file section.
           copy enqueue-fd.

       working-storage section.
       01 enqueue-status           pic xx.
       01 read-switch              pic x.
         88 read-at-end             value 'Y'.
       01 enqueue-path             pic x(80).
       01 latch-path               pic x(90).
       01 latch-switch             pic x value 'N'.
         88 latch-held              value 'Y'.
       01 latch-try-max constant as 30.
       01 latch-tries              pic 99 comp-5.
       01 one-second               pic 9(4) comp-5 value 1.

       01 my-process-id            pic 9(9).
       01 my-run-id                pic x(14).
       01 wait-limit               pic 9(5).
       01 wait-limit-text          pic x(10).
       01 waited-seconds           pic 9(5).
       01 waited-edit              pic z(4)9.
       01 now-stamp                pic x(14).
       01 now-offset               pic x(5).
           copy utc-clock.

      * Liveness of a process: its /proc entry, when the system has
      * /proc at all.
       01 proc-switch              pic x value space.
         88 proc-is-available       value 'Y'.
         88 proc-is-unavailable     value 'N'.
       01 proc-path                pic x(20).
       01 pid-edit                 pic z(8)9.
       01 check-file-info.
         02 cfi-size               pic x(8) comp-x.
         02 cfi-day                pic x comp-x.
         02 cfi-month              pic x comp-x.
         02 cfi-year               pic xx comp-x.
         02 cfi-hour               pic x comp-x.
         02 cfi-minute             pic x comp-x.
         02 cfi-second             pic x comp-x.
         02 cfi-hund               pic x comp-x.

      * The table as read, changed in place and written back.
       01 entry-max constant as 200.
       01 entry-table.
         02 entry-slot occurs 200 times.
           03 et-dataset           pic x(20).
           03 et-mode              pic x.
           03 et-state             pic x.
           03 et-process-id        pic 9(9).
           03 et-program           pic x(20).
           03 et-run-id            pic x(14).
           03 et-stamp             pic x(14).
           03 et-offset            pic x(5).
       01 entry-count              pic 999 comp-5.
       01 entry-scan               pic 999 comp-5.
       01 keep-count               pic 999 comp-5.
       01 own-entry                pic 999 comp-5.
       01 conflict-switch          pic x.
         88 conflict-found          value 'Y'.

       01 enqueue-alert-text       pic x(60).

       linkage section.
       01 rq-request.
         02 rq-function            pic x.
         02 rq-dataset             pic x(20).
         02 rq-mode                pic x.
         02 rq-wait-seconds        pic 9(5).
         02 rq-program             pic x(20).
         02 rq-reply               pic x.
         02 rq-holder              pic x(80).

       procedure division using rq-request.

       main.
           move 'N' to rq-reply
           move spaces to rq-holder
           call "C$GETPID" returning my-process-id
           move spaces to my-run-id
           accept my-run-id from environment "EULERRUNID"
             on exception
               move spaces to my-run-id
           end-accept
           if my-run-id = spaces
             move "ADHOC" to my-run-id
           end-if
           move spaces to enqueue-path
           accept enqueue-path from environment "ENQUEUES"
             on exception
               move spaces to enqueue-path
           end-accept
           if enqueue-path = spaces
             move "ENQUEUES" to enqueue-path
           end-if
           move spaces to latch-path
           string function trim (enqueue-path) delimited by size
                  ".LATCH" delimited by size
             into latch-path
           end-string

           evaluate rq-function
             when 'E'
               perform acquire-enqueue
             when 'D'
               perform release-enqueue
             when 'R'
               perform release-enqueue
             when other
               display "euler-enqueue: unknown function "
                       rq-function
           end-evaluate
           move 0 to return-code
           goback.

      ******************************************************************
      * E: try, and while blocked wait a second and try again, up to
      * the limit.
      ******************************************************************
       acquire-enqueue.
           move rq-wait-seconds to wait-limit
           move spaces to wait-limit-text
           accept wait-limit-text from environment "EULERENQWAIT"
             on exception
               move spaces to wait-limit-text
           end-accept
           if wait-limit-text (1:1) is numeric
             move function numval (wait-limit-text) to wait-limit
           end-if
           move 0 to waited-seconds

           perform try-enqueue
           perform until rq-reply = 'Y'
                      or rq-reply = 'N'
                      or waited-seconds >= wait-limit
             call "C$SLEEP" using one-second
             add 1 to waited-seconds
             perform try-enqueue
           end-perform

           move waited-seconds to waited-edit
           evaluate rq-reply
             when 'Y'
               if waited-seconds > 0
                 display "euler-enqueue: " function trim (rq-program)
                         " granted " function trim (rq-dataset)
                         " after " function trim (waited-edit)
                         " seconds"
               end-if
             when 'C'
               perform give-up-waiting
           end-evaluate.

      * Under the latch: conflicting holders (or, for a shared
      * request, a writer already waiting) leave this process on
      * the table as waiting; otherwise its entry becomes a hold.
       try-enqueue.
           perform take-latch
           if not latch-held
             move 'N' to rq-reply
             move "the ENQUEUES latch could not be taken" to rq-holder
             exit paragraph
           end-if
           perform load-enqueue-table
           if enqueue-status is not equal to "00"
             and enqueue-status is not equal to "35"
             perform drop-latch
             move 'N' to rq-reply
             move "ENQUEUES could not be read" to rq-holder
             exit paragraph
           end-if

           move 'N' to conflict-switch
           move 0 to own-entry
           perform varying entry-scan from 1 by 1
                   until entry-scan > entry-count
             if et-dataset (entry-scan) = rq-dataset
               if et-process-id (entry-scan) = my-process-id
                 move entry-scan to own-entry
               else
                 perform judge-conflict
               end-if
             end-if
           end-perform

           if own-entry = 0
             if entry-count >= entry-max
               perform drop-latch
               move 'N' to rq-reply
               move "ENQUEUES is full" to rq-holder
               exit paragraph
             end-if
             add 1 to entry-count
             move entry-count to own-entry
             move rq-dataset to et-dataset (own-entry)
             move spaces to et-state (own-entry)
           end-if
           perform read-utc-clock
           move uc-now-stamp to now-stamp
           move uc-now-offset to now-offset
           if conflict-found
             if et-state (own-entry) is not equal to 'W'
               move now-stamp to et-stamp (own-entry)
               move now-offset to et-offset (own-entry)
             end-if
             move 'W' to et-state (own-entry)
             move 'C' to rq-reply
           else
             move 'H' to et-state (own-entry)
             move now-stamp to et-stamp (own-entry)
             move now-offset to et-offset (own-entry)
             move 'Y' to rq-reply
             move spaces to rq-holder
           end-if
           move rq-mode to et-mode (own-entry)
           move my-process-id to et-process-id (own-entry)
           move rq-program to et-program (own-entry)
           move my-run-id to et-run-id (own-entry)
           perform save-enqueue-table
           perform drop-latch.

       judge-conflict.
           if et-state (entry-scan) = 'H'
             and (rq-mode = 'X' or et-mode (entry-scan) = 'X')
             or et-state (entry-scan) = 'W'
             and rq-mode = 'S' and et-mode (entry-scan) = 'X'
             if not conflict-found
               move et-process-id (entry-scan) to pid-edit
               move spaces to rq-holder
               if et-state (entry-scan) = 'H'
                 string "held " delimited by size
                        et-mode (entry-scan) delimited by size
                        " by " delimited by size
                        function trim (et-program (entry-scan))
                          delimited by size
                        " run " delimited by size
                        function trim (et-run-id (entry-scan))
                          delimited by size
                        " pid " delimited by size
                        function trim (pid-edit) delimited by size
                        " since " delimited by size
                        et-stamp (entry-scan) delimited by size
                   into rq-holder
                 end-string
               else
                 string "writer waiting: " delimited by size
                        function trim (et-program (entry-scan))
                          delimited by size
                        " run " delimited by size
                        function trim (et-run-id (entry-scan))
                          delimited by size
                        " pid " delimited by size
                        function trim (pid-edit) delimited by size
                        " since " delimited by size
                        et-stamp (entry-scan) delimited by size
                   into rq-holder
                 end-string
               end-if
             end-if
             move 'Y' to conflict-switch
           end-if.

      * Out of patience: off the table, and say who was in the way.
       give-up-waiting.
           perform take-latch
           if latch-held
             perform load-enqueue-table
             perform drop-own-entries
             perform save-enqueue-table
             perform drop-latch
           end-if
           move 'T' to rq-reply
           display "euler-enqueue: " function trim (rq-program)
                   " gave up on " function trim (rq-dataset)
                   " after " function trim (waited-edit)
                   " seconds - " function trim (rq-holder)
           move spaces to enqueue-alert-text
           string function trim (rq-dataset) delimited by size
                  " wait limit passed, " delimited by size
                  rq-holder delimited by size
             into enqueue-alert-text
           end-string
           call "euler-alert-writer"
             using by content "WARN"
                   by content rq-program
                   by content "ENQWAIT"
                   by content enqueue-alert-text.

      ******************************************************************
      * D and R: this process's entries off the table.
      ******************************************************************
       release-enqueue.
           perform take-latch
           if not latch-held
             display "euler-enqueue: ENQUEUES latch not taken, "
                     function trim (rq-dataset) " not released"
             exit paragraph
           end-if
           perform load-enqueue-table
           perform drop-own-entries
           perform save-enqueue-table
           perform drop-latch
           move 'Y' to rq-reply.

      * Every entry of this process on rq-dataset, or on any dataset
      * for R.
       drop-own-entries.
           move 0 to keep-count
           perform varying entry-scan from 1 by 1
                   until entry-scan > entry-count
             if et-process-id (entry-scan) = my-process-id
               and (rq-function = 'R'
                    or et-dataset (entry-scan) = rq-dataset)
               continue
             else
               add 1 to keep-count
               if keep-count < entry-scan
                 move entry-slot (entry-scan)
                   to entry-slot (keep-count)
               end-if
             end-if
           end-perform
           move keep-count to entry-count.

      ******************************************************************
      * The latch and the table.
      ******************************************************************
       take-latch.
           move 'N' to latch-switch
           perform varying latch-tries from 1 by 1
                   until latch-tries > latch-try-max
             call "CBL_CREATE_DIR" using latch-path
             if return-code = 0
               move 'Y' to latch-switch
               exit perform
             end-if
             call "C$SLEEP" using one-second
           end-perform
           if not latch-held
             display "euler-enqueue: " function trim (latch-path)
                     " held past " latch-try-max " seconds - broken"
             call "CBL_DELETE_DIR" using latch-path
             call "CBL_CREATE_DIR" using latch-path
             if return-code = 0
               move 'Y' to latch-switch
             end-if
           end-if
           move 0 to return-code.

       drop-latch.
           call "CBL_DELETE_DIR" using latch-path
           move 'N' to latch-switch
           move 0 to return-code.

       load-enqueue-table.
           move 0 to entry-count
           if proc-switch = space
             move "/proc/self" to proc-path
             call "CBL_CHECK_FILE_EXIST" using proc-path
                                               check-file-info
             if return-code = 0
               move 'Y' to proc-switch
             else
               move 'N' to proc-switch
             end-if
             move 0 to return-code
           end-if
           move "00" to enqueue-status
           open input enqueue-file
           if enqueue-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to read-switch
           perform read-one-enqueue until read-at-end
           close enqueue-file.

       read-one-enqueue.
           read enqueue-file
             at end
               move 'Y' to read-switch
             not at end
               if en-dataset is not equal to spaces
                 and en-process-id is numeric
                 perform keep-live-enqueue
               end-if
           end-read.

       keep-live-enqueue.
           if proc-is-available
             and en-process-id is not equal to my-process-id
             move en-process-id to pid-edit
             move spaces to proc-path
             string "/proc/" delimited by size
                    function trim (pid-edit) delimited by size
               into proc-path
             end-string
             call "CBL_CHECK_FILE_EXIST" using proc-path
                                               check-file-info
             if return-code is not equal to 0
               move 0 to return-code
               display "euler-enqueue: " function trim (en-dataset)
                       " enqueue of " function trim (en-program)
                       " dropped - process " function trim (pid-edit)
                       " has ended"
               exit paragraph
             end-if
           end-if
           if entry-count >= entry-max
             exit paragraph
           end-if
           add 1 to entry-count
           move en-dataset to et-dataset (entry-count)
           move en-mode to et-mode (entry-count)
           move en-state to et-state (entry-count)
           move en-process-id to et-process-id (entry-count)
           move en-program to et-program (entry-count)
           move en-run-id to et-run-id (entry-count)
           move en-stamp to et-stamp (entry-count)
           move en-offset to et-offset (entry-count).

       save-enqueue-table.
           move "00" to enqueue-status
           open output enqueue-file
           if enqueue-status is not equal to "00"
             display "euler-enqueue: ENQUEUES could not be written, "
                     "file status " enqueue-status
             exit paragraph
           end-if
           perform varying entry-scan from 1 by 1
                   until entry-scan > entry-count
             move spaces to enqueue-record
             move et-dataset (entry-scan) to en-dataset
             move et-mode (entry-scan) to en-mode
             move et-state (entry-scan) to en-state
             move et-process-id (entry-scan) to en-process-id
             move et-program (entry-scan) to en-program
             move et-run-id (entry-scan) to en-run-id
             move et-stamp (entry-scan) to en-stamp
             move et-offset (entry-scan) to en-offset
             write enqueue-record
           end-perform
           close enqueue-file.

           copy utc-clock-procedure.

       end program euler-enqueue.
