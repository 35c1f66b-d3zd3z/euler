      * Procedure section for the completion trigger.  See
      * completion-trigger.cpy for the fields each paragraph takes.
       start-completion-trigger.
           move 0 to ct-proc-date
           move 0 to ct-count
           move 0 to ct-hash
           move 'C' to ct-state-switch.

      * Each record's bytes weighted by position, chained into the
      * dataset's total the way euler-backup chains its records.
       note-trigger-record.
           if ct-write-status is not equal to "00"
             move 'F' to ct-state-switch
             exit paragraph
           end-if
           move 0 to ct-record-hash
           perform varying ct-scan from 1 by 1
                   until ct-scan > ct-image-length
             compute ct-record-hash = ct-record-hash
                 + function ord (ct-image (ct-scan:1)) * ct-scan
           end-perform
           add 1 to ct-count
           compute ct-hash =
               function mod (ct-hash * 31 + ct-record-hash,
                   999999937).

      * The ledger row has just been written, so its run id and
      * processing date are the ones the trigger carries.
       publish-completion-trigger.
           if ct-write-failed
             display "completion trigger for "
                     function trim (ct-dataset)
                     " withheld - a write to it failed"
             move 'N' to ct-state-switch
             exit paragraph
           end-if
           if ct-collecting
             move return-code to ct-saved-return-code
             call "euler-trigger-write"
               using by content run-result-fields
                     by content completion-trigger
             move ct-saved-return-code to return-code
           end-if
           move 'N' to ct-state-switch.
