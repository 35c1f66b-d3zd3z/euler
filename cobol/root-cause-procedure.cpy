      * Procedure section for the incident root-cause codes.  See
      * root-cause.cpy for the record format.
       load-root-cause-table.
           move 0 to root-cause-count
           move "00" to root-cause-status
           open input root-cause-file
           if root-cause-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to rc-eof-switch
           perform read-one-root-cause until rc-at-end
           close root-cause-file.

       read-one-root-cause.
           read root-cause-file
             at end
               move 'Y' to rc-eof-switch
             not at end
               if root-cause-record (1:1) is not equal to "*"
                 and rc-line-code is not equal to spaces
                 and root-cause-count < root-cause-max
                 add 1 to root-cause-count
                 move rc-line-code to rc-code (root-cause-count)
                 move rc-line-description
                   to rc-description (root-cause-count)
                 if rc-line-retired = "RETIRED"
                   move 'Y' to rc-retired (root-cause-count)
                 else
                   move 'N' to rc-retired (root-cause-count)
                 end-if
               end-if
           end-read.

       look-up-root-cause.
           move 'N' to rc-found-switch
           move 'N' to rc-retired-switch
           move spaces to rc-found-description
           perform varying root-cause-scan from 1 by 1
                   until root-cause-scan > root-cause-count
             if rc-code (root-cause-scan) = rc-wanted-code
               move 'Y' to rc-found-switch
               move rc-retired (root-cause-scan) to rc-retired-switch
               move rc-description (root-cause-scan)
                 to rc-found-description
               exit paragraph
             end-if
           end-perform.
