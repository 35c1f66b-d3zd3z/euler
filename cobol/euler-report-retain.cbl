      * someone rescued by hand.  Runs as the last step of the batch
      * stream, after euler-answer-check has written the night's
      * reports.
      *
      * 15 October 2026 - SLAREPORT and SCORECARD are retained with
      * the rest, so euler-report-publish has a prior copy of every
      * page of the morning set to link to.
       identification division.
       program-id. euler-report-retain.


      * The report files this suite writes.  A new report means one
      * more entry here.
       01 report-max constant as 37.
       01 report-table.
         02 report-name occurs 37 times pic x(20).
       01 report-index             pic 99 comp-5.
       01 reports-saved            pic 99 comp-5 value 0.

           move "FACTORREPORT"    to report-name (32)
           move "LEDGERQUERYRPT"  to report-name (33)
           move "SMOKEREPORT"     to report-name (34)
           move "DUALPALINDROME"  to report-name (35)
           move "SLAREPORT"       to report-name (36)
           move "SCORECARD"       to report-name (37).

      * Copy one report aside, if it exists, and note the copy on the
      * index.  A report absent tonight (its program didn't run) is
