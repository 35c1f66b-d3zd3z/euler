      * File descriptions for generation-aware RESULTARCHIVE reading
      * (see archive-reader-select.cpy for the conventions).
      *
      * 15 October 2026 - The generation record is the version 5
      * run-result row, 161 bytes; older rows read back padded.
       fd  archive-gen-file
           label records are omitted.
       01 archive-gen-record           pic x(161).
       fd  archive-catalog-file
           label records are omitted.
       01 archive-catalog-record.
