             goback
           end-if

           move blocked-file-path to io-dataset
           perform count-io-read
           read blocked-file into blocked-line
             at end
               display "euler-problem-015: blocked-cell file is empty"
           end-if.

       read-one-blocked-cell.
           move blocked-file-path to io-dataset
           perform count-io-read
           read blocked-file into blocked-line
             at end
               move 'Y' to blocked-switch
           move "00" to lattice-report-status
           open output lattice-report-file
           move report-header-line to lattice-report-line
           move "LATTICEREPORT" to io-dataset
           perform count-io-write
           write lattice-report-line

           move spaces to lattice-report-line
                  lattice-count-edit delimited by size
             into lattice-report-line
           end-string
           move "LATTICEREPORT" to io-dataset
           perform count-io-write
           write lattice-report-line

           move "BLOCKED CELLS HONORED (ROW, COLUMN):"
             to lattice-report-line
           move "LATTICEREPORT" to io-dataset
           perform count-io-write
           write lattice-report-line
           perform varying blocked-scan from 1 by 1
                   until blocked-scan > blocked-count
                    blocked-col-edit delimited by size
               into lattice-report-line
             end-string
             move "LATTICEREPORT" to io-dataset
             perform count-io-write
             write lattice-report-line
           end-perform

           move report-footer-line to lattice-report-line
           move "LATTICEREPORT" to io-dataset
           perform count-io-write
           write lattice-report-line
           close lattice-report-file.

