      * write-run-result books rows under), so reruns inside one
      * business date fold idempotently instead of reporting the
      * whole file as churn.
      *
      * 15 October 2026 - NAMESMASTER is held exclusive while it is
      * updated (see enqueue.cpy).  A delivery that cannot have the
      * master to itself within the wait limit is treated like one
      * that cannot open it: return code 16 and nothing folded.
       identification division.
       program-id. euler-names-master.

       01 names-master-status      pic xx.
       01 delta-report-status      pic xx.
       01 drop-limit               pic 9(9) value 100.
           copy enqueue.

      * The delivery loaded into rank order.  The extract side of
      * the shop runs around 5200 names; the table is generous and
           perform apply-delivery
           perform find-dropped-names
           close names-master-file
           perform dequeue-dataset

           perform write-delta-report

           perform name-start
           move 'N' to last-name-switch
           perform forever
             move "NAMESCLEAN" to io-dataset
             perform count-io-read
             read names-clean-file
               at end exit perform
             end-read
           end-if.

       open-names-master.
           move "NAMESMASTER" to eq-dataset
           perform enqueue-exclusive
           if not eq-granted
             display "euler-names-master: NAMESMASTER is in use; "
                     "this delivery is not folded"
             move 16 to return-code
             goback
           end-if
           move "00" to names-master-status
           open i-o names-master-file
           if names-master-status = "35"
           perform scan-one-prior-record until master-at-end.

       scan-one-prior-record.
           move "NAMESMASTER" to io-dataset
           perform count-io-read
           read names-master-file next
             at end
               move 'Y' to master-read-switch

       apply-one-name.
           move delivery-name (delivery-index) to nm-name
           move "NAMESMASTER" to io-dataset
           perform count-io-read
           read names-master-file
             invalid key
               perform add-one-name
           move delivery-date to nm-first-seen
           move delivery-date to nm-last-seen
           move delivery-index to nm-last-rank
           move "NAMESMASTER" to io-dataset
           perform count-io-write
           write names-master-record
             invalid key
               display "euler-names-master: write failed for "
           end-if
           move delivery-date to nm-last-seen
           move delivery-index to nm-last-rank
           move "NAMESMASTER" to io-dataset
           perform count-io-write
           rewrite names-master-record
             invalid key
               display "euler-names-master: rewrite failed for "
           perform scan-one-dropped-record until master-at-end.

       scan-one-dropped-record.
           move "NAMESMASTER" to io-dataset
           perform count-io-read
           read names-master-file next
             at end
               move 'Y' to master-read-switch
           move "00" to delta-report-status
           open output delta-report-file
           move report-header-line to delta-report-line
           move "NAMESDELTA" to io-dataset
           perform count-io-write
           write delta-report-line

           move spaces to delta-report-line
                  prior-date delimited by size
             into delta-report-line
           end-string
           move "NAMESDELTA" to io-dataset
           perform count-io-write
           write delta-report-line

           move spaces to delta-report-line
                  count-edit delimited by size
             into delta-report-line
           end-string
           move "NAMESDELTA" to io-dataset
           perform count-io-write
           write delta-report-line
           perform varying mover-scan from 1 by 1
                   until mover-scan > added-listed
             move spaces to delta-report-line
             move added-name (mover-scan)
               to delta-report-line (3:11)
             move "NAMESDELTA" to io-dataset
             perform count-io-write
             write delta-report-line
           end-perform

                  count-edit delimited by size
             into delta-report-line
           end-string
           move "NAMESDELTA" to io-dataset
           perform count-io-write
           write delta-report-line
           perform varying mover-scan from 1 by 1
                   until mover-scan > dropped-listed
             move spaces to delta-report-line
             move dropped-name (mover-scan)
               to delta-report-line (3:11)
             move "NAMESDELTA" to io-dataset
             perform count-io-write
             write delta-report-line
           end-perform

                  count-edit delimited by size
             into delta-report-line
           end-string
           move "NAMESDELTA" to io-dataset
           perform count-io-write
           write delta-report-line
           if moved-count > 0
             move "  NAME         OLD RANK  NEW RANK  MOVEMENT"
               to delta-report-line
             move "NAMESDELTA" to io-dataset
             perform count-io-write
             write delta-report-line
             perform varying mover-scan from 1 by 1
                     until mover-scan > mover-list-max
           end-if

           move report-footer-line to delta-report-line
           move "NAMESDELTA" to io-dataset
           perform count-io-write
           write delta-report-line
           close delta-report-file.

               - mover-old-rank (mover-scan)
           move rank-movement to move-edit
           move move-edit to delta-report-line (35:8)
           move "NAMESDELTA" to io-dataset
           perform count-io-write
           write delta-report-line.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.
           copy enqueue-procedure.

       end program euler-names-master.
