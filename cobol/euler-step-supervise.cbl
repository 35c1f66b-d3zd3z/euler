      * Step supervisor: run one step under a hard time limit
      *
      * 15 October 2026
      *
      * euler-supervisor watches the stream as a whole and brings it
      * back after an abend; nothing watched a single step that
      * simply never came back - the night euler-problem-014 looped
      * on a bad partition card it held the stream until the online
      * day started.  A CALLed step shares the driver's process, and
      * nothing in that process can take control back from it, so a
      * step with a time limit (TIMEOUT=seconds on its STEPTABLE
      * entry) is handed here instead: this runs the program in a
      * process of its own, through cobcrun under the timeout
      * command, and cancels it once the limit passes - a polite
      * TERM first, then KILL after a short grace.
      *
      *   call "euler-step-supervise"
      *     using by content program-name    (pic x(20))
      *           by content limit-seconds   (pic 9(5))
      *           by reference step-rc       (pic 9(4))
      *           by reference timed-out     (pic x, 'Y'/'N')
      *
      * The child inherits this process's environment - EULERRUNID,
      * EULERPROCDATE, the profile's file assignments and the
      * module path - so the step books its ledger row and reads its
      * files exactly as it would have CALLed.  step-rc is the
      * program's own RETURN-CODE when it finishes; a step that is
      * cancelled comes back timed-out 'Y' and step-rc 0, and what
      * to journal and alert is the caller's business.  A cancelled
      * step never reaches its own clean finish, so a step that
      * checkpoints keeps its last checkpoint for the rerun.
      *
      * A step that could not be started at all (no cobcrun, no
      * timeout command, no module) comes back with step-rc 16.
       identification division.
       program-id. euler-step-supervise.

       data division.
       working-storage section.
       01 grace-seconds constant as 30.
       01 step-command             pic x(200).
       01 limit-text               pic z(4)9.
       01 grace-text               pic z(4)9.
       01 wait-status              pic 9(9) comp-5.
       01 exit-status              pic 9(9) comp-5.
       01 signal-number            pic 9(9) comp-5.

       linkage section.
       01 supervised-program       pic x(20).
       01 supervised-limit         pic 9(5).
       01 supervised-rc            pic 9(4).
       01 supervised-timed-out     pic x.

       procedure division using supervised-program
                                supervised-limit
                                supervised-rc
                                supervised-timed-out.

       main.
           move 0 to supervised-rc
           move 'N' to supervised-timed-out
           move supervised-limit to limit-text
           move grace-seconds to grace-text
           move spaces to step-command
           string "timeout -k " delimited by size
                  function trim (grace-text) delimited by size
                  " " delimited by size
                  function trim (limit-text) delimited by size
                  " cobcrun " delimited by size
                  function trim (supervised-program) delimited by size
             into step-command
           end-string
           display "euler-step-supervise: "
                   function trim (supervised-program)
                   " under a " function trim (limit-text)
                   "-second limit"

           move 0 to return-code
           call "SYSTEM" using step-command
           move return-code to wait-status
           move 0 to return-code

      * The shell's wait status: the exit code in the high byte, a
      * terminating signal in the low seven bits.  timeout itself
      * exits 124 when it had to cancel the step, 137 when the KILL
      * after the grace was needed; 126 and 127 mean the command
      * could not be run at all.
           divide wait-status by 256 giving exit-status
             remainder signal-number
           evaluate true
             when signal-number is not equal to 0
               display "euler-step-supervise: "
                       function trim (supervised-program)
                       " ended by signal " signal-number
               move 16 to supervised-rc
             when exit-status = 124
               or exit-status = 137
               move 'Y' to supervised-timed-out
               display "euler-step-supervise: "
                       function trim (supervised-program)
                       " cancelled at its "
                       function trim (limit-text) "-second limit"
             when exit-status = 126
               or exit-status = 127
               display "euler-step-supervise: "
                       function trim (supervised-program)
                       " could not be started (" exit-status ")"
               move 16 to supervised-rc
             when other
               move exit-status to supervised-rc
           end-evaluate
           goback.

       end program euler-step-supervise.
