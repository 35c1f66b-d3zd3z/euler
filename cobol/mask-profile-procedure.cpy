      * Procedure section for the outbound masking profiles.  See
      * mask-profile.cpy for the record format and the order the
      * paragraphs are PERFORMed in.
       load-mask-profile.
           move "CLEAR" to mk-submitter-action mk-run-id-action
           move 0 to mk-submitter-length mk-run-id-length
           move 'N' to mk-found-switch
           if mk-recipient = spaces
             move "NONE" to mk-stamp
             exit paragraph
           end-if

           move "00" to mask-profile-status
           open input mask-profile-file
           if mask-profile-status = "00"
             move 'N' to mk-eof-switch
             perform read-one-mask-line until mk-at-end
             close mask-profile-file
           end-if

           if mk-profile-found
             move mk-recipient to mk-stamp
           else
             move "SUPPRESS" to mk-submitter-action mk-run-id-action
             move spaces to mk-stamp
             string function trim (mk-recipient) delimited by size
                    " NOT FOUND - ALL SUPPRESSED" delimited by size
               into mk-stamp
             end-string
             display "mask profile " function trim (mk-recipient)
                     " not in MASKPROFILES - submitter and run id"
                     " suppressed"
           end-if.

       read-one-mask-line.
           read mask-profile-file
             at end
               move 'Y' to mk-eof-switch
             not at end
               if mask-profile-record (1:1) is not equal to "*"
                 and mask-profile-record is not equal to spaces
                 perform apply-one-mask-line
               end-if
           end-read.

       apply-one-mask-line.
           move spaces to mk-line-recipient mk-line-field
                          mk-line-action mk-line-length-text
           unstring mask-profile-record delimited by all " "
             into mk-line-recipient mk-line-field
                  mk-line-action mk-line-length-text
           end-unstring
           if mk-line-recipient is not equal to mk-recipient
             exit paragraph
           end-if
           move 'Y' to mk-found-switch
           move 0 to mk-line-length
           if function trim (mk-line-length-text) is numeric
             move function numval (mk-line-length-text)
               to mk-line-length
           end-if
           evaluate mk-line-field
             when "SUBMITTER"
               move mk-line-action to mk-submitter-action
               move mk-line-length to mk-submitter-length
             when "RUN-ID"
               move mk-line-action to mk-run-id-action
               move mk-line-length to mk-run-id-length
           end-evaluate.

       mask-run-result-fields.
           perform mask-submitter
           perform mask-run-id.

       mask-submitter.
           evaluate mk-submitter-action
             when "SUPPRESS"
               move all "*" to rr-submitter
             when "TRUNCATE"
               if mk-submitter-length > 0
                 and mk-submitter-length < 8
                 move spaces
                   to rr-submitter (mk-submitter-length + 1:)
               end-if
             when "HASH"
               move rr-submitter to mk-hash-input
               perform compute-mask-hash
               move spaces to rr-submitter
               move "H" to rr-submitter (1:1)
               move mk-hash-digits (3:7) to rr-submitter (2:7)
           end-evaluate.

       mask-run-id.
           evaluate mk-run-id-action
             when "SUPPRESS"
               move all "*" to rr-run-id
             when "TRUNCATE"
               if mk-run-id-length > 0
                 and mk-run-id-length < 14
                 move spaces to rr-run-id (mk-run-id-length + 1:)
               end-if
             when "HASH"
               move rr-run-id to mk-hash-input
               perform compute-mask-hash
               move spaces to rr-run-id
               move "R" to rr-run-id (1:1)
               move mk-hash-digits to rr-run-id (2:9)
           end-evaluate.

      * The recipient's name, then the value, folded a character at
      * a time modulo a prime - the ledger chain's fold.
       compute-mask-hash.
           move 7 to mk-hash
           perform varying mk-char-at from 1 by 1
                   until mk-char-at > 12
             compute mk-hash = function mod
                 (mk-hash * 131
                    + function ord (mk-recipient (mk-char-at:1)),
                  999999937)
           end-perform
           perform varying mk-char-at from 1 by 1
                   until mk-char-at > 30
             compute mk-hash = function mod
                 (mk-hash * 131
                    + function ord (mk-hash-input (mk-char-at:1)),
                  999999937)
           end-perform
           move mk-hash to mk-hash-digits.
