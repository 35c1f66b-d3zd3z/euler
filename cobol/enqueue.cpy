      * Dataset enqueue request for euler-enqueue.  COPY this into
      * WORKING-STORAGE and enqueue-procedure.cpy into the PROCEDURE
      * DIVISION; move the dataset to eq-dataset and PERFORM
      * enqueue-shared (to read it) or enqueue-exclusive (to write
      * it), then go ahead only if eq-granted.  PERFORM
      * dequeue-dataset once the dataset is closed again.
      *
      * eq-wait-seconds is how long to wait for a conflicting holder
      * before giving up; EULERENQWAIT in the environment overrides
      * it for a whole stream.  A request that gives up comes back
      * eq-timed-out with eq-holder naming who held the dataset, and
      * euler-enqueue has already said so on the console and raised
      * a WARN ENQWAIT.
       01 enqueue-request.
         02 eq-function                pic x.
           88 eq-acquire                value 'E'.
           88 eq-release                value 'D'.
           88 eq-release-all            value 'R'.
         02 eq-dataset                 pic x(20).
         02 eq-mode                    pic x.
           88 eq-shared                 value 'S'.
           88 eq-exclusive              value 'X'.
         02 eq-wait-seconds            pic 9(5) value 300.
         02 eq-program                 pic x(20).
         02 eq-reply                   pic x.
           88 eq-granted                value 'Y'.
           88 eq-timed-out              value 'T'.
           88 eq-unavailable            value 'N'.
         02 eq-holder                  pic x(80).
       01 eq-saved-return-code         pic s9(9) comp-5.
