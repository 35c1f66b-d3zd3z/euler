      * Procedure section for dataset enqueues.  See enqueue.cpy for
      * the fields each paragraph takes and leaves.
       enqueue-shared.
           move 'S' to eq-mode
           move 'E' to eq-function
           perform call-enqueue.

       enqueue-exclusive.
           move 'X' to eq-mode
           move 'E' to eq-function
           perform call-enqueue.

       dequeue-dataset.
           move 'D' to eq-function
           perform call-enqueue.

       call-enqueue.
           move rh-program-id to eq-program
           move return-code to eq-saved-return-code
           call "euler-enqueue" using by reference enqueue-request
           move eq-saved-return-code to return-code.
