      * Working storage for the incident root-cause codes.
      * ROOTCAUSES is a plain dataset the team maintains the way it
      * maintains ANSWERKEY - adding or retiring a cause is a data
      * change, not a recompile.  One line per code:
      *
      *   columns  1-8   code
      *   columns 10-59  description
      *   columns 61-67  RETIRED, or blank
      *
      * A retired code still reads and reports (old incidents keep
      * the cause they were closed with) but is refused for new
      * use.  A line starting with * is a comment.
      *
      * To use: PERFORM load-root-cause-table once, then move a
      * code to rc-wanted-code and PERFORM look-up-root-cause;
      * rc-code-found, rc-code-retired and rc-found-description
      * say how it came out.
       01 root-cause-status          pic xx.
       01 root-cause-max constant as 50.
       01 root-cause-table.
         02 root-cause-entry occurs root-cause-max times.
           03 rc-code                 pic x(8).
           03 rc-description          pic x(50).
           03 rc-retired              pic x.
       01 root-cause-count           pic 99 comp-5 value 0.
       01 root-cause-scan            pic 99 comp-5.
       01 rc-eof-switch              pic x.
         88 rc-at-end                 value 'Y'.
       01 rc-wanted-code             pic x(8).
       01 rc-found-description       pic x(50).
       01 rc-found-switch            pic x.
         88 rc-code-found             value 'Y'.
       01 rc-retired-switch          pic x.
         88 rc-code-retired           value 'Y'.
