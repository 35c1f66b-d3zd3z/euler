      * SELECT for PRIMESBITMAP, the bit-per-odd-number companion
      * euler-prime-gen writes alongside PRIMESFILE.  Copy this into
      * FILE-CONTROL; copy prime-bitmap-fd.cpy into FILE SECTION and
      * prime-bitmap.cpy into WORKING-STORAGE (see there for the
      * layout and the lookup paragraphs).
      *
      * The file is fixed-length binary records, not text lines: a
      * bitmap byte can hold any value, a newline included, so it
      * goes the way NAMESCLEAN does in euler-names-master.
           select prime-bitmap-file assign to "PRIMESBITMAP"
               organization record binary sequential
               file status prime-bitmap-status.
