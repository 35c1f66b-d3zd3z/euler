      * Forecast entries with no actual yet (tonight's forecast,
      * run not yet submitted) are shown as UNMATCHED rather than
      * counted as error.
      *
      * 15 October 2026 - STEPJOURNAL records end with the UTC
      * offsets of their two stamps now; the record description
      * follows.
      *
      * 15 October 2026 - An attempt's actual is its elapsed time in
      * UTC seconds from the STEPJOURNAL stamps and their offsets,
      * as euler-sla-report and euler-step-timeline take it, rather
      * than the difference of two times of day wrapped at midnight
      * - an attempt across the fall-back hour is no longer costed
      * an hour short, nor one across spring-forward an hour long.
      * FORECASTLOG records end with the projected end date and its
      * UTC offset now; the record description follows.
       identification division.
       program-id. euler-forecast-accuracy.

         02 fl-predicted            pic 9(9).
         02 filler                  pic x.
         02 fl-projected-end        pic 9(6).
         02 filler                  pic x.
         02 fl-end-date             pic 9(8).
         02 filler                  pic x.
         02 fl-end-offset           pic x(5).
       fd  step-journal-file
           label records are omitted.
       01 step-journal-record.
         02 sj-attempt              pic 99.
         02 filler                  pic x.
         02 sj-resumed              pic x.
         02 filler                  pic x.
         02 sj-start-offset         pic x(5).
         02 filler                  pic x.
         02 sj-end-offset           pic x(5).
           copy run-result-fd.
       fd  accuracy-report-file
           label records are omitted.
       working-storage section.
           copy run-result.
           copy report-header.
           copy utc-clock.
       01 forecast-log-status      pic xx.
       01 step-journal-status      pic xx.
       01 accuracy-report-status   pic xx.
       01 forecast-count           pic 999 comp-5 value 0.
       01 forecast-index           pic 999 comp-5.

       01 start-seconds            pic s9(11) comp-5.
       01 end-seconds              pic s9(11) comp-5.
       01 duration-seconds         pic s9(9) comp-5.
       01 error-hundredths         pic s9(9) comp-5.
       01 matched-count            pic 999 comp-5 value 0.
           close forecast-log-file.

       load-one-forecast.
           move "FORECASTLOG" to io-dataset
           perform count-io-read
           read forecast-log-file
             at end
               move 'Y' to forecast-log-switch
           close step-journal-file.

       match-one-attempt.
           move "STEPJOURNAL" to io-dataset
           perform count-io-read
           read step-journal-file
             at end
               move 'Y' to journal-switch
           end-perform.

       cost-this-attempt.
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

      * One line per step forecast, a summary line per *STREAM*
           move "00" to accuracy-report-status
           open output accuracy-report-file
           move report-header-line to accuracy-report-line
           move "FORECASTACCURACY" to io-dataset
           perform count-io-write
           write accuracy-report-line
           move "FORECAST STAMP  PROGRAM              PREDICTED"
             & "    ACTUAL     ERROR" to accuracy-report-line
           move "FORECASTACCURACY" to io-dataset
           perform count-io-write
           write accuracy-report-line

           move spaces to stream-stamp
                   until forecast-index > forecast-count

           move report-footer-line to accuracy-report-line
           move "FORECASTACCURACY" to io-dataset
           perform count-io-write
           write accuracy-report-line
           close accuracy-report-file.

             add 1 to unmatched-count
             move "UNMATCHED" to accuracy-report-line (49:9)
           end-if
           move "FORECASTACCURACY" to io-dataset
           perform count-io-write
           write accuracy-report-line.

       write-stream-summary-line.
               stream-actual - stream-predicted
           move error-hundredths to error-edit
           move error-edit to accuracy-report-line (71:9)
           move "FORECASTACCURACY" to io-dataset
           perform count-io-write
           write accuracy-report-line
           move 0 to stream-predicted
           move 0 to stream-actual.

           copy run-result-procedure.
           copy report-header-procedure.
           copy utc-clock-procedure.

       end program euler-forecast-accuracy.
