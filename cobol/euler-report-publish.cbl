      * Morning report publication for the intranet
      *
      * 15 October 2026
      *
      * The morning package went out as printer text - carriage
      * control in column 1, a page title and column headings
      * repeated every 55 lines, a banner per section - forwarded
      * down an email chain, and on a screen every one of those
      * printer aids is in the way.  This renders the morning set -
      * ANSWERREPORT, OPSDASHBOARD, TURNOVER, SLAREPORT and
      * SCORECARD - as HTML pages for the intranet, one page per
      * report per processing date:
      *
      *   <dir>/<report>.<processing-date>.html
      *   <dir>/INDEX.<processing-date>.html
      *
      * Each page keeps the report's columns (the text sits in a
      * preformatted block) but drops what only the printer needed:
      * the ASA byte, the repeated page titles and the column
      * headings that follow them, and the repeated run banners;
      * TURNOVER's page-eject section titles become headings.  A
      * FAIL line on ANSWERREPORT (a failed reconciliation) and a
      * CRIT line in one of TURNOVER's alert sections (an open
      * critical alert) are highlighted, and counted on the index
      * page.
      *
      * The source for each report is its copy in the report
      * retention store (<report>.<processing-date>, see
      * euler-report-retain and REPORTINDEX), or the live report
      * when it has not been retained yet.  Every page links to the
      * same report's page for the prior processing date on
      * REPORTINDEX, and that page is rendered from its retained
      * copy if it was never published, so the link always lands;
      * the index page links to the prior date's index.
      *
      * PROC-DATE (control-param-1, yyyymmdd) republishes an
      * earlier processing date from the retention store; the
      * default is the stream's EULERPROCDATE, or today standalone.
      * PUBLISH-DIR (control-param-4) is the intranet directory,
      * default the current directory.  RETURN-CODE is the number of
      * the five reports that could not be published.
       identification division.
       program-id. euler-report-publish.

       environment division.
       configuration section.
       repository.
           function trim intrinsic.
       input-output section.
       file-control.
           select control-file assign to "CONTROLCARD"
               organization line sequential
               file status control-status.
           select param-library-file assign to "PARAMLIB"
               organization line sequential
               file status param-status.
           select report-index-file assign to "REPORTINDEX"
               organization line sequential
               file status report-index-status.
           select source-report-file
               assign to dynamic source-path
               organization line sequential
               file status source-status.
           select html-file
               assign to dynamic html-path
               organization line sequential
               file status html-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
       fd  report-index-file
           label records are omitted.
       01 report-index-record.
         02 rix-proc-date           pic x(8).
         02 filler                  pic x.
         02 rix-path                pic x(80).
       fd  source-report-file
           label records are omitted.
       01 source-line              pic x(250).
       fd  html-file
           label records are omitted.
       01 html-line                pic x(1024).

       working-storage section.
           copy control-card.
           copy param-library.
           copy report-header.
       01 report-index-status      pic xx.
       01 source-status            pic xx.
       01 html-status              pic xx.
       01 index-switch             pic x.
         88 index-at-end            value 'Y'.
       01 source-switch            pic x.
         88 source-at-end           value 'Y'.

       01 publish-dir              pic x(60) value spaces.
       01 publish-date             pic x(8).
       01 run-proc-date            pic x(8).
       01 proc-date-text           pic x(10).
       01 wanted-date              pic 9(9) value 0.

      * The morning set, in the order the index lists it.  A report
      * marked 'A' carries ASA carriage control in column 1.
       01 publish-max constant as 5.
       01 publish-table.
         02 publish-entry occurs publish-max times.
           03 pt-name               pic x(20).
           03 pt-asa                pic x.
           03 pt-published          pic x.
           03 pt-source             pic x(10).
           03 pt-prior-date         pic x(8).
           03 pt-marked             pic 9(5) comp-5.
       01 publish-scan             pic 9 comp-5.
       01 unpublished-count        pic 9 comp-5 value 0.
       01 published-count          pic 9.
       01 failed-recon-count       pic 9(5) comp-5 value 0.
       01 open-crit-count          pic 9(5) comp-5 value 0.
       01 prior-index-switch       pic x.
         88 prior-index-exists      value 'Y'.

      * REPORTINDEX, read whole: which report copies are retained
      * for which processing dates.
       01 index-max constant as 900.
       01 retained-copies.
         02 retained-entry occurs index-max times.
           03 re-date               pic x(8).
           03 re-path               pic x(80).
       01 retained-count           pic 9(4) comp-5 value 0.
       01 retained-scan            pic 9(4) comp-5.

      * One page being rendered.
       01 page-report              pic x(20).
       01 page-asa                 pic x.
       01 page-date                pic x(8).
       01 page-prior-date          pic x(8).
       01 page-marked              pic 9(5) comp-5.
       01 source-path              pic x(80).
       01 html-path                pic x(80).
       01 wanted-path              pic x(80).
       01 found-date               pic x(8).
       01 page-made-switch         pic x.
         88 page-was-made           value 'Y'.

      * Line-by-line rendering state.
       01 line-text                pic x(250).
       01 line-length              pic 999 comp-5.
       01 line-scan                pic 999 comp-5.
       01 carriage-byte            pic x.
       01 current-section          pic x(132).
       01 banner-seen-switch       pic x.
         88 banner-was-seen         value 'Y'.
       01 heading-to-drop          pic x(250).
       01 heading-switch           pic x.
         88 heading-is-next         value 'Y'.
         88 heading-may-follow      value 'D'.
       01 line-class               pic x(4).
       01 pending-text             pic x(250).
       01 held-text                pic x(250).
       01 pending-switch           pic x.
         88 section-is-pending      value 'Y'.
       01 html-pointer             pic 9(4) comp-5.
       01 text-line                pic x(1024).
       01 escape-char              pic x.
       01 count-edit               pic z(4)9.

       procedure division.

       main.
           move "euler-report-publish" to rh-program-id
           perform format-report-header
           display report-header-line

           move wanted-date to control-param-1
           move publish-dir to control-param-4
           perform read-control-card
           move "euler-report-publish" to kp-program-id
           move "PROC-DATE" to kp-keyword (1)
           move "PUBLISH-DIR" to kp-keyword (4)
           perform read-parameter-library
           move control-param-1 to wanted-date
           move control-param-4 to publish-dir

           move spaces to proc-date-text
           accept proc-date-text from environment "EULERPROCDATE"
             on exception
               move spaces to proc-date-text
           end-accept
           if proc-date-text (1:8) is numeric
             move proc-date-text (1:8) to run-proc-date
           else
             move function current-date (1:8) to run-proc-date
           end-if
           if wanted-date > 0
             move wanted-date (2:8) to publish-date
           else
             move run-proc-date to publish-date
           end-if

           perform build-publish-table
           perform load-report-index

           perform publish-one-report
                   varying publish-scan from 1 by 1
                   until publish-scan > publish-max
           perform write-index-page

           compute published-count =
               publish-max - unpublished-count
           display "published for " publish-date ": "
                   published-count " of " publish-max " reports"
           move failed-recon-count to count-edit
           display "  failed reconciliations: " trim (count-edit)
           move open-crit-count to count-edit
           display "  open CRIT alert lines:  " trim (count-edit)

           perform format-report-footer
           display report-footer-line
           move unpublished-count to return-code
           goback.

       build-publish-table.
           move "ANSWERREPORT" to pt-name (1)
           move "OPSDASHBOARD" to pt-name (2)
           move "TURNOVER"     to pt-name (3)
           move "SLAREPORT"    to pt-name (4)
           move "SCORECARD"    to pt-name (5)
           perform varying publish-scan from 1 by 1
                   until publish-scan > publish-max
             move space to pt-asa (publish-scan)
             move 'N' to pt-published (publish-scan)
             move spaces to pt-source (publish-scan)
             move spaces to pt-prior-date (publish-scan)
             move 0 to pt-marked (publish-scan)
           end-perform
           move 'A' to pt-asa (3).

       load-report-index.
           move "00" to report-index-status
           open input report-index-file
           if report-index-status is not equal to "00"
             exit paragraph
           end-if
           move 'N' to index-switch
           perform read-one-index-entry until index-at-end
           close report-index-file.

       read-one-index-entry.
           read report-index-file
             at end
               move 'Y' to index-switch
             not at end
               if retained-count < index-max
                 add 1 to retained-count
                 move rix-proc-date to re-date (retained-count)
                 move rix-path to re-path (retained-count)
               end-if
           end-read.

      * One report: the page for the processing date, then - when
      * REPORTINDEX holds an earlier copy and it has no page yet -
      * the prior date's page the new one links to.
       publish-one-report.
           move pt-name (publish-scan) to page-report
           move pt-asa (publish-scan) to page-asa
           move publish-date to page-date
           perform find-prior-copy
           move found-date to page-prior-date
           move page-prior-date to pt-prior-date (publish-scan)

           perform choose-page-source
           if source-path = spaces
             add 1 to unpublished-count
             display "  " page-report " not on hand for "
                     publish-date
             exit paragraph
           end-if
           perform render-page
           if not page-was-made
             add 1 to unpublished-count
             exit paragraph
           end-if
           move 'Y' to pt-published (publish-scan)
           move page-marked to pt-marked (publish-scan)
           if publish-scan = 1
             move page-marked to failed-recon-count
           end-if
           if publish-scan = 3
             move page-marked to open-crit-count
           end-if
           display "  " page-report " published from "
                   trim (source-path)

           if page-prior-date = spaces
             exit paragraph
           end-if
           move page-prior-date to page-date
           perform form-html-path
           move "00" to html-status
           open input html-file
           if html-status = "00"
             close html-file
             exit paragraph
           end-if
           perform find-prior-copy
           move found-date to page-prior-date
           perform form-retained-path
           move wanted-path to source-path
           perform render-page
           if page-was-made
             display "  " page-report " prior page rendered from "
                     trim (source-path)
           end-if.

      * The retained copy for page-date if REPORTINDEX has one;
      * otherwise the live report, but only for the stream's own
      * processing date - a live file is tonight's, not Tuesday's.
       choose-page-source.
           perform form-retained-path
           move spaces to source-path
           perform varying retained-scan from 1 by 1
                   until retained-scan > retained-count
             if re-path (retained-scan) = wanted-path
               move wanted-path to source-path
               move "retained" to pt-source (publish-scan)
               exit paragraph
             end-if
           end-perform
           if page-date = run-proc-date
             move page-report to source-path
             move "live" to pt-source (publish-scan)
           end-if.

       form-retained-path.
           move spaces to wanted-path
           string trim (page-report) delimited by size
                  "." delimited by size
                  page-date delimited by size
             into wanted-path
           end-string.

      * The latest date before page-date that REPORTINDEX holds a
      * copy of this report for.
       find-prior-copy.
           move spaces to found-date
           perform varying retained-scan from 1 by 1
                   until retained-scan > retained-count
             if re-date (retained-scan) < page-date
               and re-date (retained-scan) > found-date
               move spaces to wanted-path
               string trim (page-report) delimited by size
                      "." delimited by size
                      re-date (retained-scan) delimited by size
                 into wanted-path
               end-string
               if re-path (retained-scan) = wanted-path
                 move re-date (retained-scan) to found-date
               end-if
             end-if
           end-perform.

       form-html-path.
           move spaces to html-path
           if publish-dir is not equal to spaces
             string trim (publish-dir) delimited by size
                    "/" delimited by size
                    trim (page-report) delimited by size
                    "." delimited by size
                    page-date delimited by size
                    ".html" delimited by size
               into html-path
             end-string
           else
             string trim (page-report) delimited by size
                    "." delimited by size
                    page-date delimited by size
                    ".html" delimited by size
               into html-path
             end-string
           end-if.

      * Render source-path as the page for page-report/page-date.
       render-page.
           move 'N' to page-made-switch
           move 0 to page-marked
           move "00" to source-status
           open input source-report-file
           if source-status is not equal to "00"
             exit paragraph
           end-if
           perform form-html-path
           move "00" to html-status
           open output html-file
           if html-status is not equal to "00"
             display "euler-report-publish: cannot write "
                     trim (html-path) ", file status " html-status
             close source-report-file
             exit paragraph
           end-if

           perform write-page-head
           move spaces to current-section
           move 'N' to banner-seen-switch
           move space to heading-switch
           move spaces to heading-to-drop
           move 'N' to pending-switch
           move 'N' to source-switch
           perform render-one-line until source-at-end
           move "</pre>" to html-line
           write html-line
           move "</body></html>" to html-line
           write html-line

           close html-file
           close source-report-file
           move 'Y' to page-made-switch.

       write-page-head.
           move "<!DOCTYPE html>" to html-line
           write html-line
           move spaces to html-line
           string "<html><head><meta charset=""utf-8"">"
                    delimited by size
                  "<title>" delimited by size
                  trim (page-report) delimited by size
                  " " delimited by size
                  page-date delimited by size
                  "</title>" delimited by size
             into html-line
           end-string
           write html-line
           move "<style>pre{font-family:monospace}"
             & " .fail,.crit{background:#fcc;font-weight:bold}"
             & "</style></head><body>" to html-line
           write html-line
           move spaces to html-line
           string "<h1>" delimited by size
                  trim (page-report) delimited by size
                  " - processing date " delimited by size
                  page-date delimited by size
                  "</h1>" delimited by size
             into html-line
           end-string
           write html-line
           move spaces to html-line
           string "<p><a href=""INDEX." delimited by size
                  page-date delimited by size
                  ".html"">index for " delimited by size
                  page-date delimited by size
                  "</a>" delimited by size
             into html-line
           end-string
           write html-line
           move spaces to html-line
           if page-prior-date = spaces
             move " | no prior copy retained</p>" to html-line
           else
             string " | <a href=""" delimited by size
                    trim (page-report) delimited by size
                    "." delimited by size
                    page-prior-date delimited by size
                    ".html"">prior copy (" delimited by size
                    page-prior-date delimited by size
                    ")</a></p>" delimited by size
               into html-line
             end-string
           end-if
           write html-line
           move "<pre>" to html-line
           write html-line.

      * The printer aids come off here.  The first banner or page
      * title a report carries stays; every later one goes, along
      * with the column headings that followed the first page title
      * wherever they repeat under a later one.  On an ASA report a
      * page eject followed by a banner opens a new section, whose
      * title line becomes a heading; an eject that only continues
      * a long section onto a new page is just a line.
       render-one-line.
           read source-report-file
             at end
               move 'Y' to source-switch
               if section-is-pending
                 perform write-pending-as-line
               end-if
               exit paragraph
           end-read
           move space to carriage-byte
           if page-asa = 'A'
             move source-line (1:1) to carriage-byte
             move source-line (2:) to line-text
           else
             move source-line to line-text
           end-if

           if section-is-pending
             if line-text (1:4) = "=== "
               perform write-pending-as-heading
             else
               perform write-pending-as-line
             end-if
           end-if
           if carriage-byte = '1'
             move line-text to pending-text
             move 'Y' to pending-switch
             exit paragraph
           end-if

           if heading-is-next
             move line-text to heading-to-drop
             move space to heading-switch
           else
             if heading-may-follow
               move space to heading-switch
               if line-text = heading-to-drop
                 exit paragraph
               end-if
             end-if
           end-if

           if line-text (1:4) = "=== "
             and line-text (1:8) is not equal to "=== end "
             move 0 to line-scan
             inspect line-text tallying line-scan for all "  page "
             if banner-was-seen
               if line-scan > 0
                 move 'D' to heading-switch
               end-if
               exit paragraph
             end-if
             move 'Y' to banner-seen-switch
             if line-scan > 0
               move 'Y' to heading-switch
             end-if
           end-if

           perform write-rendered-line.

       write-rendered-line.
           perform classify-line
           perform escape-line-text
           move spaces to html-line
           if line-class = spaces
             if html-pointer > 1
               move text-line (1:html-pointer - 1) to html-line
             end-if
           else
             string "<span class=""" delimited by size
                    trim (line-class) delimited by size
                    """>" delimited by size
                    text-line (1:html-pointer - 1) delimited by size
                    "</span>" delimited by size
               into html-line
             end-string
             add 1 to page-marked
           end-if
           write html-line.

       write-pending-as-heading.
           move 'N' to pending-switch
           move pending-text to current-section
           move "</pre>" to html-line
           write html-line
           move line-text to held-text
           move pending-text to line-text
           perform escape-line-text
           move held-text to line-text
           move spaces to html-line
           if html-pointer > 1
             string "<h2>" delimited by size
                    text-line (1:html-pointer - 1) delimited by size
                    "</h2>" delimited by size
               into html-line
             end-string
             write html-line
           end-if
           move "<pre>" to html-line
           write html-line.

       write-pending-as-line.
           move 'N' to pending-switch
           move line-text to held-text
           move pending-text to line-text
           perform write-rendered-line
           move held-text to line-text.

      * A failed reconciliation is a FAIL in ANSWERREPORT's status
      * column; an open critical alert is a CRIT line in one of
      * TURNOVER's alert sections.
       classify-line.
           move spaces to line-class
           evaluate page-report
             when "ANSWERREPORT"
               if line-text (78:4) = "FAIL"
                 move "fail" to line-class
               end-if
             when "TURNOVER"
               move 0 to line-scan
               inspect current-section
                 tallying line-scan for all "ALERTS"
               if line-scan > 0
                 and line-text (1:4) = "CRIT"
                 move "crit" to line-class
               end-if
           end-evaluate.

      * line-text comes back HTML-escaped in text-line, html-pointer
      * one past its last character.
       escape-line-text.
           move 0 to line-length
           perform varying line-scan from 250 by -1
                   until line-scan < 1
             if line-text (line-scan:1) is not equal to space
               move line-scan to line-length
               exit perform
             end-if
           end-perform
           move spaces to text-line
           move 1 to html-pointer
           perform varying line-scan from 1 by 1
                   until line-scan > line-length
             move line-text (line-scan:1) to escape-char
             evaluate escape-char
               when "<"
                 string "&lt;" delimited by size
                   into text-line with pointer html-pointer
                 end-string
               when ">"
                 string "&gt;" delimited by size
                   into text-line with pointer html-pointer
                 end-string
               when "&"
                 string "&amp;" delimited by size
                   into text-line with pointer html-pointer
                 end-string
               when other
                 string escape-char delimited by size
                   into text-line with pointer html-pointer
                 end-string
             end-evaluate
           end-perform.

      * The day's index: each report's page (or why it is missing),
      * the highlighted counts, and the prior date's index.
       write-index-page.
           move "INDEX" to page-report
           perform find-any-prior-date
           move 'N' to prior-index-switch
           if found-date is not equal to spaces
             move found-date to page-date
             perform form-html-path
             move "00" to html-status
             open input html-file
             if html-status = "00"
               move 'Y' to prior-index-switch
               close html-file
             end-if
           end-if
           move publish-date to page-date
           perform form-html-path
           move "00" to html-status
           open output html-file
           if html-status is not equal to "00"
             display "euler-report-publish: cannot write "
                     trim (html-path) ", file status " html-status
             add 1 to unpublished-count
             exit paragraph
           end-if
           move "<!DOCTYPE html>" to html-line
           write html-line
           move spaces to html-line
           string "<html><head><meta charset=""utf-8"">"
                    delimited by size
                  "<title>Morning reports " delimited by size
                  publish-date delimited by size
                  "</title>" delimited by size
             into html-line
           end-string
           write html-line
           move "<style>.fail,.crit{background:#fcc;"
             & "font-weight:bold}</style></head><body>" to html-line
           write html-line
           move spaces to html-line
           string "<h1>Morning reports - processing date "
                    delimited by size
                  publish-date delimited by size
                  "</h1>" delimited by size
             into html-line
           end-string
           write html-line

           move spaces to html-line
           move failed-recon-count to count-edit
           if failed-recon-count > 0
             string "<p class=""fail"">" delimited by size
                    trim (count-edit) delimited by size
                    " failed reconciliation(s)</p>" delimited by size
               into html-line
             end-string
           else
             move "<p>no failed reconciliations</p>" to html-line
           end-if
           write html-line
           move spaces to html-line
           move open-crit-count to count-edit
           if open-crit-count > 0
             string "<p class=""crit"">" delimited by size
                    trim (count-edit) delimited by size
                    " open CRIT alert line(s) on the turnover</p>"
                      delimited by size
               into html-line
             end-string
           else
             move "<p>no open CRIT alerts</p>" to html-line
           end-if
           write html-line

           move "<ul>" to html-line
           write html-line
           perform write-one-index-entry
                   varying publish-scan from 1 by 1
                   until publish-scan > publish-max
           move "</ul>" to html-line
           write html-line

           move spaces to html-line
           evaluate true
             when found-date = spaces
               move "<p>no earlier processing date retained</p>"
                 to html-line
             when not prior-index-exists
               string "<p>prior processing date (" delimited by size
                      found-date delimited by size
                      ") was not published</p>" delimited by size
                 into html-line
               end-string
             when other
               string "<p><a href=""INDEX." delimited by size
                      found-date delimited by size
                      ".html"">prior index (" delimited by size
                      found-date delimited by size
                      ")</a></p>" delimited by size
                 into html-line
               end-string
           end-evaluate
           write html-line
           move "</body></html>" to html-line
           write html-line
           close html-file.

       write-one-index-entry.
           move spaces to html-line
           if pt-published (publish-scan) = 'Y'
             string "<li><a href=""" delimited by size
                    trim (pt-name (publish-scan)) delimited by size
                    "." delimited by size
                    publish-date delimited by size
                    ".html"">" delimited by size
                    trim (pt-name (publish-scan)) delimited by size
                    "</a> (" delimited by size
                    trim (pt-source (publish-scan))
                      delimited by size
                    " copy)</li>" delimited by size
               into html-line
             end-string
           else
             string "<li>" delimited by size
                    trim (pt-name (publish-scan)) delimited by size
                    " - not produced for this date</li>"
                      delimited by size
               into html-line
             end-string
           end-if
           write html-line.

      * The latest date before the processing date that anything at
      * all was retained for - the night before, as REPORTINDEX
      * knows it.
       find-any-prior-date.
           move spaces to found-date
           perform varying retained-scan from 1 by 1
                   until retained-scan > retained-count
             if re-date (retained-scan) < publish-date
               and re-date (retained-scan) > found-date
               move re-date (retained-scan) to found-date
             end-if
           end-perform.

           copy control-card-procedure.
           copy param-library-procedure.
           copy report-header-procedure.

       end program euler-report-publish.
