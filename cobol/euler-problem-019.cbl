                 perform count-report-line
                 if rh-page-break-needed
                   move rh-page-title-line to sunday-report-line
                   move "SUNDAYREPORT" to io-dataset
                   perform count-io-write
                   write sunday-report-line
                   move rh-column-heading to sunday-report-line
                   move "SUNDAYREPORT" to io-dataset
                   perform count-io-write
                   write sunday-report-line
                 end-if
                 move date-year to sunday-year-edit
                        sunday-month-edit delimited by size
                   into sunday-report-line
                 end-string
                 move "SUNDAYREPORT" to io-dataset
                 perform count-io-write
                 write sunday-report-line
               end-if

