      * File description for ROOTCAUSES (see root-cause.cpy for the
      * record format).
       fd  root-cause-file
           label records are omitted.
       01 root-cause-record.
         02 rc-line-code              pic x(8).
         02 filler                    pic x.
         02 rc-line-description       pic x(50).
         02 filler                    pic x.
         02 rc-line-retired           pic x(7).
