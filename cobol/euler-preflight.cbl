      * euler-paramlib-edit validates a change at the desk with
      * exactly the rules this gate enforces at 1am - one table,
      * two doors.
      *
      * 15 October 2026 - The load modules are checked too: this
      * CALLs euler-module-audit, and every module it finds missing,
      * unloadable or older than its source or copybooks counts as
      * one more violation, so a stale build rejects the stream the
      * same way a bad parameter does.  MODULEINVENTORY has the
      * detail.
      *
      * 15 October 2026 - So are the datasets: this CALLs
      * euler-dataset-check, and every must-exist dataset in
      * DATASETREGISTRY that is missing or empty under tonight's
      * profile counts as one more violation.  DATASETREPORT has the
      * detail, including the size swings and unknown files that
      * are reported without blocking.
       identification division.
       program-id. euler-preflight.

       01 violation-count              pic 9(5) comp-5 value 0.
       01 violation-text               pic x(50).
       01 violation-edit               pic z(4)9.
       01 module-problem-count         pic 9(5) comp-5 value 0.
       01 dataset-problem-count        pic 9(5) comp-5 value 0.

       procedure division.

           write preflight-report-line

           perform scan-param-library
           perform check-load-modules
           perform check-datasets

           move spaces to preflight-report-line
           move violation-count to violation-edit
             perform write-one-violation
           end-if.

      * The module audit's RETURN-CODE is its count of missing,
      * unloadable and stale modules; RETURN-CODE is set again from
      * violation-count before this program returns.
       check-load-modules.
           move 0 to return-code
           call "euler-module-audit"
           move return-code to module-problem-count
           move 0 to return-code
           if module-problem-count = 0
             exit paragraph
           end-if
           add module-problem-count to violation-count
           move module-problem-count to violation-edit
           move spaces to preflight-report-line
           string "load modules: " delimited by size
                  violation-edit delimited by size
                  " missing, unloadable or older than their source"
                    delimited by size
                  " - see MODULEINVENTORY" delimited by size
             into preflight-report-line
           end-string
           write preflight-report-line
           display "euler-preflight: " module-problem-count
                   " load modules missing, unloadable or stale".

      * Likewise the dataset check's RETURN-CODE: the must-exist
      * datasets missing or empty, and a refused profile.
       check-datasets.
           move 0 to return-code
           call "euler-dataset-check"
           move return-code to dataset-problem-count
           move 0 to return-code
           if dataset-problem-count = 0
             exit paragraph
           end-if
           add dataset-problem-count to violation-count
           move dataset-problem-count to violation-edit
           move spaces to preflight-report-line
           string "datasets: " delimited by size
                  violation-edit delimited by size
                  " must-exist datasets missing or empty"
                    delimited by size
                  " - see DATASETREPORT" delimited by size
             into preflight-report-line
           end-string
           write preflight-report-line
           display "euler-preflight: " dataset-problem-count
                   " must-exist datasets missing or empty".

       write-one-violation.
           add 1 to violation-count
           move spaces to preflight-report-line
