           close answer-key-file.

       read-one-answer-key.
           move "ANSWERKEY" to io-dataset
           perform count-io-read
           read answer-key-file
             at end
               move 'Y' to answer-key-switch
