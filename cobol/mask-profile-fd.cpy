      * File description for MASKPROFILES (see mask-profile.cpy for
      * the record format).
       fd  mask-profile-file
           label records are omitted.
       01 mask-profile-record        pic x(80).
