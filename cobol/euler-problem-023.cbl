      *
      * The expected answer comes from the shared ANSWERKEY dataset
      * (see answer-key.cpy) like every other program's.
      *
      * 15 October 2026 - ABUNDANTLIST is held shared while it is read
      * (see enqueue.cpy), so euler-problem-021 cannot rewrite it
      * mid-load; a list still held exclusive past the wait limit
      * stops the run like a missing one.
       identification division.
       program-id. euler-problem-023.

           copy run-result.
           copy answer-key.
           copy report-header.
           copy enqueue.
       01 abundant-status           pic xx.
       01 abundant-switch           pic x value 'N'.
         88 abundant-at-end          value 'Y'.
           perform varying i from 1 by 1 until i > list-ceiling
             move 'N' to on-list-at (i)
           end-perform
           move "ABUNDANTLIST" to eq-dataset
           perform enqueue-shared
           if not eq-granted
             display "euler-problem-023: ABUNDANTLIST is being "
                     "rewritten - rerun once euler-problem-021 has "
                     "finished"
             move 16 to return-code
             goback
           end-if
           move "00" to abundant-status
           open input abundant-file
           if abundant-status is not equal to "00"
             display "euler-problem-023: ABUNDANTLIST not found - "
                     "run euler-problem-021 first"
             perform dequeue-dataset
             move 16 to return-code
             goback
           end-if
           move 'N' to abundant-switch
           perform read-one-abundant until abundant-at-end
           close abundant-file
           perform dequeue-dataset.

       read-one-abundant.
           move "ABUNDANTLIST" to io-dataset
           perform count-io-read
           read abundant-file
             at end
               move 'Y' to abundant-switch
           copy run-result-procedure.
           copy answer-key-procedure.
           copy report-header-procedure.
           copy enqueue-procedure.

       end program euler-problem-023.
