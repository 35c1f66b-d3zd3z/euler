      * PERFORM build-rule-table once, then fill pf-program,
      * pf-keyword and pf-value and PERFORM judge-param-pair -
      * pf-verdict comes back spaces for a clean pair.
      *
      * 15 October 2026 - Widened from 110 to 300 entries, and
      * rule-count to three digits, ahead of the new programs'
      * keywords.
       01 rule-max constant as 300.
       01 rule-table.
         02 rule-entry occurs 300 times.
           03 rule-program           pic x(20).
           03 rule-keyword           pic x(20).
           03 rule-kind              pic x.
           03 rule-low               pic 9(9) comp-5.
           03 rule-high              pic 9(9) comp-5.
       01 rule-count                   pic 999 comp-5 value 0.
       01 rule-index                   pic 999 comp-5.

       01 entry-fields.
