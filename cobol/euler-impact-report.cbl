      * Dependency impact-analysis report
      *
      * 15 October 2026
      *
      * Before a new triangle-067 delivery goes in, euler-prime-gen's
      * ceiling changes, or a step comes out of STEPTABLE, nobody
      * could list what sits downstream of it.  TARGET
      * (control-param-4) names a program or a dataset - a data/
      * path such as data/triangle-067.txt, or a shared output such
      * as PRIMESFILE, ABUNDANTLIST or NAMESCLEAN - and this walks
      * everything that changes with it, writing IMPACTREPORT:
      *
      *   steps      every stream step reached, with the reason: it
      *              reads a changed dataset, it declares AFTER= on a
      *              changed step, or its COND= clause names one
      *   reports    the report files those programs write
      *   feeds      the downstream feeds that would carry the
      *              change out (OPSFEED, STANDBYDELTA, LEDGEREXPORT,
      *              NAMESDELTA)
      *   shared     the other shared datasets that change in turn
      *   answer key the ANSWERKEY entries for every reached program,
      *              each of which wants a review
      *
      * The step graph is STEPGRAPH, the table the driver last had in
      * force (STEPTABLE itself when the driver has not published
      * one).  Which program reads and writes which dataset is the
      * flow table below, kept next to the programs it describes;
      * every program's ledger rows are an output too, so a changed
      * answer reaches the programs that read RESULTLEDGER.
      *
      * 15 October 2026 - The flow table carries the ledger read-
      * access trail, the outbound masking profiles and the
      * NAMESMASTER twin report.
      *
      * 15 October 2026 - Problem 82 flows added, with GRIDMANIFEST
      * for the path programs.
      *
      * 15 October 2026 - Problem 96 flows added; SUDOKUHARD is shared
      * with the benchmark.
      *
      * 15 October 2026 - Problem 99 flows added.
      *
      * 15 October 2026 - Problem 59 flows added.
      *
      * 15 October 2026 - Problem 54 flows added.
      *
      * 15 October 2026 - Problem 31 flows added.
      *
      * 15 October 2026 - Problem 55 flows added.
      *
      * 15 October 2026 - Mersenne test flows added.
      *
      * 15 October 2026 - Problem 50 flows added.
      *
      * 15 October 2026 - Problems 35 and 37 flows added.
      *
      * 15 October 2026 - PRIMESBITMAP's flows: written by euler-
      * prime-gen, read by euler-problem-027, euler-goldbach-analysis,
      * euler-problem-050 and euler-digit-primes.
      *
      * 15 October 2026 - euler-journal-recon reads RESULTLEDGER and
      * writes JOURNALRECON.
      *
      * 15 October 2026 - The incident register's flows:
      * euler-incident reads ROOTCAUSES and writes INCIDENTS,
      * euler-incident-month reads both and writes INCIDENTREPORT,
      * euler-turnover reads INCIDENTS.  The flow table grows to
      * 200.
      *
      * 15 October 2026 - euler-report-publish reads the morning
      * report set and REPORTINDEX.
      *
      * 15 October 2026 - euler-ledger-browse reads RESULTLEDGER,
      * LEDGERCHAIN and STEPJOURNAL and writes ACCESSLOG.
      *
      * 15 October 2026 - The feed release gate: euler-ops-feed
      * writes OPSFEEDSTAGE and FEEDRELEASELOG, euler-feed-release
      * reads both and FEEDAPPROVAL and is now what writes OPSFEED,
      * euler-feed-recon reads FEEDRELEASELOG.
      *
      * 15 October 2026 - euler-env-parity reads RESULTLEDGER under two
      * profiles and FILEPROFILES and writes PARITYREPORT.
      *
      * 15 October 2026 - IOSTATS: written for every ledger row by
      * euler-io-stats-write, read by euler-io-report.
      *
      * 15 October 2026 - euler-dataset-check reads DATASETREGISTRY,
      * keeps DATASETSIZES and writes DATASETREPORT.
      *
      * 15 October 2026 - FISCALCALENDAR: kept by euler-calendar-gen,
      * read by euler-month-end and euler-chargeback.  The flow and
      * reach tables now hold 400 entries each.
      *
      * 15 October 2026 - TRIGGERS: completion triggers written by
      * euler-prime-gen, euler-calendar-gen, euler-problem-022 and
      * euler-feed-release; euler-trigger-report reads them against
      * TRIGGERSUBS and writes TRIGGERREPORT.
      *
      * 15 October 2026 - ENQUEUES: the dataset enqueue table kept by
      * euler-enqueue for every step that holds or waits for a
      * dataset; euler-enqueue-report reads it and writes ENQREPORT.
      *
      * 15 October 2026 - RUNBOOK, the alert-code runbook, is read by
      * euler-console, euler-turnover and euler-runbook-gaps, which
      * writes RUNBOOKGAPS.
      *
      * 15 October 2026 - euler-param-sweep writes SWEEPREPORT and
      * SWEEPCSV.
      *
      * 15 October 2026 - LEDGERCORRECTIONS' flows: written by
      * euler-ledger-correct, read by the answer check, the month-end
      * book, the chargeback, the export and euler-corr-register, which
      * writes CORRECTREGISTER.
      *
      * 15 October 2026 - Problem 89 flows added.
      *
      * 15 October 2026 - Problems 48 and 97 flows added.
      *
      * 15 October 2026 - Problem 98 flows added.
      *
      * 15 October 2026 - euler-data-validate's reads of the eight
      * data/ files it has taken on since August - the blocked grid,
      * the Su Doku puzzles, the exponent pairs, the cipher text, the
      * poker hands, both coin sets and the Roman numerals - join the
      * flow table, so a change to any of them reaches DATAVALIDATION.
       identification division.
       program-id. euler-impact-report.

       environment division.
       input-output section.
       file-control.
           select control-file assign to "CONTROLCARD"
               organization line sequential
               file status control-status.
           select param-library-file assign to "PARAMLIB"
               organization line sequential
               file status param-status.
           copy run-result-select.
           select step-graph-file
               assign to dynamic step-graph-path
               organization line sequential
               file status step-graph-status.
           select answer-key-file assign to "ANSWERKEY"
               organization line sequential
               file status answer-key-status.
           select impact-report-file assign to "IMPACTREPORT"
               organization line sequential
               file status impact-report-status.

       data division.
       file section.
           copy control-card-fd.
           copy param-library-fd.
           copy run-result-fd.
       fd  step-graph-file
           label records are omitted.
       01 step-graph-record        pic x(120).
           copy answer-key-fd.
       fd  impact-report-file
           label records are omitted.
       01 impact-report-line       pic x(130).

       working-storage section.
           copy control-card.
           copy param-library.
           copy run-result.
           copy report-header.
       01 step-graph-status        pic xx.
       01 step-graph-path          pic x(20).
       01 answer-key-status        pic xx.
       01 impact-report-status     pic xx.
       01 read-switch              pic x.
         88 read-at-end             value 'Y'.

       01 impact-target            pic x(60) value spaces.

      * The step graph as loaded from STEPGRAPH or STEPTABLE.
       01 graph-max constant as 80.
       01 graph-table.
         02 graph-entry occurs 80 times.
           03 gr-seq                pic 99.
           03 gr-program            pic x(20).
           03 gr-after              pic x(60).
           03 gr-cond               pic x(30).
       01 graph-count              pic 99 comp-5 value 0.
       01 graph-scan               pic 99 comp-5.
       01 gr-seq-text              pic x(4).
       01 gr-class-text            pic x(4).
       01 gr-clause-1              pic x(80).
       01 gr-clause-2              pic x(80).
       01 gr-clause                pic x(80).
       01 gr-clause-tag            pic x(10).
       01 gr-clause-value          pic x(70).
       01 cond-kind                pic x(10).
       01 cond-target              pic x(20).
       01 after-pointer            pic 99 comp-5.
       01 after-name               pic x(20).

      * Which program reads (R) and writes (W) which dataset, and
      * what the dataset is: D a data/ input, S a shared dataset,
      * R a report, F a downstream feed.  A program that takes up a
      * new input or writes a new output means a line here.
       01 flow-max constant as 400.
       01 flow-table.
         02 flow-entry occurs 400 times.
           03 fw-program            pic x(24).
           03 fw-dataset            pic x(28).
           03 fw-direction          pic x.
           03 fw-kind               pic x.
       01 flow-count               pic 999 comp-5 value 0.
       01 flow-scan                pic 999 comp-5.
       01 flow-text                pic x(52).
       01 flow-code                pic xx.

      * The reached programs and datasets, in the order reached,
      * each with the reason it was reached.  The walk works down
      * this list, so it ends when nothing new turns up.
       01 reach-max constant as 400.
       01 reach-table.
         02 reach-entry occurs 400 times.
           03 rc-type               pic x.
           03 rc-name               pic x(28).
           03 rc-kind               pic x.
           03 rc-reason             pic x(60).
       01 reach-count              pic 999 comp-5 value 0.
       01 reach-next               pic 999 comp-5.
       01 reach-scan               pic 999 comp-5.
       01 reach-type               pic x.
       01 reach-name               pic x(28).
       01 reach-kind               pic x.
       01 reach-reason             pic x(60).
       01 current-name             pic x(28).
       01 current-type             pic x.
       01 target-known-switch      pic x value 'N'.

       01 section-count            pic 999 comp-5.
       01 step-count-reached       pic 999 value 0.
       01 key-count-reached        pic 999 value 0.
       01 edit-count               pic zz9.

       procedure division.

       main.
           move "euler-impact-report" to rh-program-id
           perform format-report-header
           display report-header-line
           perform start-run-timer

           move spaces to control-param-4
           perform read-control-card
           move "euler-impact-report" to kp-program-id
           move "TARGET" to kp-keyword (4)
           perform read-parameter-library
           move control-param-4 to impact-target

           move "00" to impact-report-status
           open output impact-report-file
           move spaces to impact-report-line
           string "Impact of a change to " delimited by size
                  function trim (impact-target) delimited by size
             into impact-report-line
           end-string
           move "IMPACTREPORT" to io-dataset
           perform count-io-write
           write impact-report-line

           if impact-target = spaces
             move "  TARGET must name a program or a dataset"
               to impact-report-line
             move "IMPACTREPORT" to io-dataset
             perform count-io-write
             write impact-report-line
             display "euler-impact-report: TARGET must name a "
                     "program or a dataset"
             close impact-report-file
             move 16 to return-code
             perform finish-run
             goback
           end-if

           perform load-step-graph
           perform build-flow-table
           perform seed-target
           move 1 to reach-next
           perform walk-one-reached until reach-next > reach-count

           perform write-steps-section
           perform write-dataset-section-reports
           perform write-dataset-section-feeds
           perform write-dataset-section-shared
           perform write-answer-key-section
           close impact-report-file

           display "euler-impact-report: " function trim
                   (impact-target) " reaches " step-count-reached
                   " steps and " key-count-reached
                   " answer-key entries"
           perform finish-run
           goback.

       finish-run.
           perform format-report-footer
           display report-footer-line
           move "euler-impact-report" to rr-program-id
           move spaces to rr-parameters
           string "target=" delimited by size
                  function trim (impact-target) delimited by size
             into rr-parameters
           end-string
           move step-count-reached to rr-numeric-edit
           move rr-numeric-edit to rr-actual-result
           move spaces to rr-expected-result
           move space to rr-pass-flag
           perform stop-run-timer
           perform write-run-result.

       load-step-graph.
           move "STEPGRAPH" to step-graph-path
           move "00" to step-graph-status
           open input step-graph-file
           if step-graph-status is not equal to "00"
             move "STEPTABLE" to step-graph-path
             move "00" to step-graph-status
             open input step-graph-file
           end-if
           if step-graph-status is not equal to "00"
             move "  no STEPGRAPH or STEPTABLE - the step graph "
               & "is empty; run the driver with FORECAST=Y"
               to impact-report-line
             move "IMPACTREPORT" to io-dataset
             perform count-io-write
             write impact-report-line
             exit paragraph
           end-if
           move spaces to impact-report-line
           string "  step graph from " delimited by size
                  step-graph-path delimited by size
             into impact-report-line
           end-string
           move "IMPACTREPORT" to io-dataset
           perform count-io-write
           write impact-report-line
           move 'N' to read-switch
           perform read-one-graph-entry until read-at-end
           close step-graph-file.

       read-one-graph-entry.
           move step-graph-path to io-dataset
           perform count-io-read
           read step-graph-file
             at end
               move 'Y' to read-switch
             not at end
               if step-graph-record is not equal to spaces
                 and graph-count < graph-max
                 perform stage-one-graph-entry
               end-if
           end-read.

      * The STEPTABLE record shape: sequence, program, class, then
      * AFTER= and COND= in either order.
       stage-one-graph-entry.
           move spaces to gr-seq-text gr-class-text
                          gr-clause-1 gr-clause-2
           add 1 to graph-count
           move spaces to graph-entry (graph-count)
           unstring step-graph-record delimited by all " "
             into gr-seq-text gr-program (graph-count)
                  gr-class-text gr-clause-1 gr-clause-2
           end-unstring
           if gr-seq-text (1:2) is numeric
             move gr-seq-text (1:2) to gr-seq (graph-count)
           else
             move graph-count to gr-seq (graph-count)
           end-if
           move gr-clause-1 to gr-clause
           perform apply-graph-clause
           move gr-clause-2 to gr-clause
           perform apply-graph-clause.

       apply-graph-clause.
           if gr-clause = spaces
             exit paragraph
           end-if
           move spaces to gr-clause-tag gr-clause-value
           unstring gr-clause delimited by "="
             into gr-clause-tag gr-clause-value
           end-unstring
           evaluate gr-clause-tag
             when "AFTER"
               move gr-clause-value to gr-after (graph-count)
             when "COND"
               move gr-clause-value to gr-cond (graph-count)
           end-evaluate.

       build-flow-table.
           move 0 to flow-count
           move "euler-prime-gen         PRIMESFILE              WS"
             to flow-text perform add-flow
           move "euler-prime-gen         PRIMESINDEX             WS"
             to flow-text perform add-flow
           move "euler-problem-007       PRIMESFILE              RS"
             to flow-text perform add-flow
           move "euler-problem-007       PRIMESINDEX             RS"
             to flow-text perform add-flow
           move "euler-problem-012       PRIMESFILE              RS"
             to flow-text perform add-flow
           move "euler-problem-012       DIVISORREPORT           WR"
             to flow-text perform add-flow
           move "euler-problem-027       PRIMESFILE              RS"
             to flow-text perform add-flow
           move "euler-problem-029       PRIMESFILE              RS"
             to flow-text perform add-flow
           move "euler-goldbach-analysis PRIMESFILE              RS"
             to flow-text perform add-flow
           move "euler-goldbach-analysis GOLDBACHREPORT          WR"
             to flow-text perform add-flow
           move "euler-prime-analysis    PRIMESFILE              RS"
             to flow-text perform add-flow
           move "euler-prime-analysis    PRIMEANALYSIS           WR"
             to flow-text perform add-flow
           move "euler-cross-recon       PRIMESFILE              RS"
             to flow-text perform add-flow
           move "euler-cross-recon       PRIMESINDEX             RS"
             to flow-text perform add-flow
           move "euler-cross-recon       ABUNDANTLIST            RS"
             to flow-text perform add-flow
           move "euler-cross-recon       RESULTLEDGER            RS"
             to flow-text perform add-flow
           move "euler-cross-recon       CROSSRECON              WR"
             to flow-text perform add-flow
           move "euler-journal-recon     RESULTLEDGER            RS"
             to flow-text perform add-flow
           move "euler-journal-recon     JOURNALRECON            WR"
             to flow-text perform add-flow
           move "euler-incident          ROOTCAUSES              RS"
             to flow-text perform add-flow
           move "euler-incident          INCIDENTS               WS"
             to flow-text perform add-flow
           move "euler-incident-month    INCIDENTS               RS"
             to flow-text perform add-flow
           move "euler-incident-month    ROOTCAUSES              RS"
             to flow-text perform add-flow
           move "euler-incident-month    INCIDENTREPORT          WR"
             to flow-text perform add-flow
           move "euler-turnover          INCIDENTS               RS"
             to flow-text perform add-flow
           move "euler-problem-021       ABUNDANTLIST            WS"
             to flow-text perform add-flow
           move "euler-problem-021       PAIRREPORT              WR"
             to flow-text perform add-flow
           move "euler-problem-021       DIVISORCLASS            WR"
             to flow-text perform add-flow
           move "euler-problem-021       CHAINREPORT             WR"
             to flow-text perform add-flow
           move "euler-problem-023       ABUNDANTLIST            RS"
             to flow-text perform add-flow
           move "euler-problem-022       NAMESCLEAN              WS"
             to flow-text perform add-flow
           move "euler-problem-022       NAMESCOREREPORT         WR"
             to flow-text perform add-flow
           move "euler-problem-022       NAMEEXCEPTIONS          WR"
             to flow-text perform add-flow
           move "euler-problem-022       NAMESMANIFEST           WR"
             to flow-text perform add-flow
           move "euler-problem-042       TRIANGLEWORDS           WR"
             to flow-text perform add-flow
           move "euler-problem-042       WORDEXCEPTIONS          WR"
             to flow-text perform add-flow
           move "euler-check-register    PAYMENTS                RD"
             to flow-text perform add-flow
           move "euler-check-register    CHECKREGISTER           WR"
             to flow-text perform add-flow
           move "euler-check-register    CHECKEXCEPTIONS         WR"
             to flow-text perform add-flow
           move "euler-names-master      NAMESCLEAN              RS"
             to flow-text perform add-flow
           move "euler-names-master      NAMESMASTER             WS"
             to flow-text perform add-flow
           move "euler-names-master      NAMESDELTA              WF"
             to flow-text perform add-flow
           move "euler-problem-008       data/series-008.txt     RD"
             to flow-text perform add-flow
           move "euler-problem-008       SERIESREPORT            WR"
             to flow-text perform add-flow
           move "euler-problem-011       data/grid-011.txt       RD"
             to flow-text perform add-flow
           move "euler-problem-011       GRIDREPORT              WR"
             to flow-text perform add-flow
           move "euler-problem-011       GRIDMANIFEST            WR"
             to flow-text perform add-flow
           move "euler-problem-013       data/sum-013.txt        RD"
             to flow-text perform add-flow
           move "euler-problem-015       data/grid-015-blocked.txt RD"
             to flow-text perform add-flow
           move "euler-problem-015       LATTICEREPORT           WR"
             to flow-text perform add-flow
           move "euler-problem-018       data/triangle-018.txt   RD"
             to flow-text perform add-flow
           move "euler-problem-018       TRIANGLEPATH18          WR"
             to flow-text perform add-flow
           move "euler-problem-018       TRIMANIFEST18           WR"
             to flow-text perform add-flow
           move "euler-problem-067       data/triangle-067.txt   RD"
             to flow-text perform add-flow
           move "euler-problem-067       TRIANGLEPATH67          WR"
             to flow-text perform add-flow
           move "euler-problem-067       TRIMANIFEST67           WR"
             to flow-text perform add-flow
           move "euler-problem-081       data/grid-081.txt       RD"
             to flow-text perform add-flow
           move "euler-problem-081       GRIDPATH81              WR"
             to flow-text perform add-flow
           move "euler-problem-081       GRIDMANIFEST            WR"
             to flow-text perform add-flow
           move "euler-problem-082       data/grid-081.txt       RD"
             to flow-text perform add-flow
           move "euler-problem-082       GRIDPATH82              WR"
             to flow-text perform add-flow
           move "euler-problem-082       GRIDMANIFEST            WR"
             to flow-text perform add-flow
           move "euler-problem-083       data/grid-081.txt       RD"
             to flow-text perform add-flow
           move "euler-problem-083       GRIDPATH83              WR"
             to flow-text perform add-flow
           move "euler-problem-083       GRIDMANIFEST            WR"
             to flow-text perform add-flow
           move "euler-problem-096       data/sudoku-096.txt     RD"
             to flow-text perform add-flow
           move "euler-problem-096       SUDOKUREPORT            WR"
             to flow-text perform add-flow
           move "euler-problem-096       SUDOKUEXCEPT            WR"
             to flow-text perform add-flow
           move "euler-problem-096       SUDOKUHARD              WS"
             to flow-text perform add-flow
           move "euler-problem-099       data/exp-099.txt        RD"
             to flow-text perform add-flow
           move "euler-problem-099       EXPRANK99               WR"
             to flow-text perform add-flow
           move "euler-problem-059       data/cipher-059.txt     RD"
             to flow-text perform add-flow
           move "euler-problem-059       CIPHERKEYS59            WR"
             to flow-text perform add-flow
           move "euler-problem-054       data/poker-054.txt      RD"
             to flow-text perform add-flow
           move "euler-problem-054       POKERREPORT54           WR"
             to flow-text perform add-flow
           move "euler-problem-054       POKEREXCEPT54           WR"
             to flow-text perform add-flow
           move "euler-problem-031       data/coins-031.txt      RD"
             to flow-text perform add-flow
           move "euler-problem-031       COINREPORT31            WR"
             to flow-text perform add-flow
           move "euler-problem-055       LYCHREL55               WR"
             to flow-text perform add-flow
           move "euler-mersenne-test     PRIMESINDEX             RS"
             to flow-text perform add-flow
           move "euler-mersenne-test     PRIMESFILE              RS"
             to flow-text perform add-flow
           move "euler-mersenne-test     MERSENNEREPORT          WR"
             to flow-text perform add-flow
           move "euler-problem-050       PRIMESFILE              RS"
             to flow-text perform add-flow
           move "euler-problem-050       PRIMESINDEX             RS"
             to flow-text perform add-flow
           move "euler-problem-050       PRIMERUN50              WR"
             to flow-text perform add-flow
           move "euler-digit-primes      PRIMESFILE              RS"
             to flow-text perform add-flow
           move "euler-digit-primes      DIGITPRIMES             WR"
             to flow-text perform add-flow
           move "euler-prime-gen         PRIMESBITMAP            WS"
             to flow-text perform add-flow
           move "euler-problem-027       PRIMESBITMAP            RS"
             to flow-text perform add-flow
           move "euler-goldbach-analysis PRIMESBITMAP            RS"
             to flow-text perform add-flow
           move "euler-problem-050       PRIMESBITMAP            RS"
             to flow-text perform add-flow
           move "euler-digit-primes      PRIMESBITMAP            RS"
             to flow-text perform add-flow
           move "euler-data-validate     data/series-008.txt     RD"
             to flow-text perform add-flow
           move "euler-data-validate     data/grid-011.txt       RD"
             to flow-text perform add-flow
           move "euler-data-validate     data/sum-013.txt        RD"
             to flow-text perform add-flow
           move "euler-data-validate     data/triangle-018.txt   RD"
             to flow-text perform add-flow
           move "euler-data-validate     data/triangle-067.txt   RD"
             to flow-text perform add-flow
           move "euler-data-validate     data/grid-081.txt       RD"
             to flow-text perform add-flow
           move "euler-data-validate     data/grid-015-blocked.txt RD"
             to flow-text perform add-flow
           move "euler-data-validate     data/sudoku-096.txt     RD"
             to flow-text perform add-flow
           move "euler-data-validate     data/exp-099.txt        RD"
             to flow-text perform add-flow
           move "euler-data-validate     data/cipher-059.txt     RD"
             to flow-text perform add-flow
           move "euler-data-validate     data/poker-054.txt      RD"
             to flow-text perform add-flow
           move "euler-data-validate     data/coins-031.txt      RD"
             to flow-text perform add-flow
           move "euler-data-validate     data/coins-031-usd.txt  RD"
             to flow-text perform add-flow
           move "euler-data-validate     data/roman-089.txt      RD"
             to flow-text perform add-flow
           move "euler-data-validate     DATAVALIDATION          WR"
             to flow-text perform add-flow
           move "euler-problem-003       FACTORREPORT            WR"
             to flow-text perform add-flow
           move "euler-problem-004       DUALPALINDROME          WR"
             to flow-text perform add-flow
           move "euler-problem-005       LCMFACTORREPORT         WR"
             to flow-text perform add-flow
           move "euler-problem-009       TRIPLETREPORT           WR"
             to flow-text perform add-flow
           move "euler-problem-014       COLLATZREPORT           WR"
             to flow-text perform add-flow
           move "euler-problem-014       COLLATZHISTOGRAM        WR"
             to flow-text perform add-flow
           move "euler-problem-016       POWEREXPANSION          WR"
             to flow-text perform add-flow
           move "euler-problem-016       POWERDIGITFREQ          WR"
             to flow-text perform add-flow
           move "euler-problem-017       LETTERBREAKDOWN         WR"
             to flow-text perform add-flow
           move "euler-problem-019       SUNDAYREPORT            WR"
             to flow-text perform add-flow
           move "euler-problem-020       FACTEXPANSION           WR"
             to flow-text perform add-flow
           move "euler-problem-020       FACTDIGITFREQ           WR"
             to flow-text perform add-flow
           move "euler-problem-026       CYCLEREPORT             WR"
             to flow-text perform add-flow
           move "euler-answer-check      RESULTLEDGER            RS"
             to flow-text perform add-flow
           move "euler-answer-check      ANSWERREPORT            WR"
             to flow-text perform add-flow
           move "euler-answer-check      OPSDASHBOARD            WR"
             to flow-text perform add-flow
           move "euler-answer-check      DRIFTREPORT             WR"
             to flow-text perform add-flow
           move "euler-turnover          ANSWERREPORT            RR"
             to flow-text perform add-flow
           move "euler-turnover          OPSDASHBOARD            RR"
             to flow-text perform add-flow
           move "euler-turnover          TURNOVER                WR"
             to flow-text perform add-flow
           move "euler-ops-feed          RESULTLEDGER            RS"
             to flow-text perform add-flow
           move "euler-ops-feed          OPSFEEDSTAGE            WF"
             to flow-text perform add-flow
           move "euler-ops-feed          FEEDRELEASELOG          WS"
             to flow-text perform add-flow
           move "euler-feed-release      FEEDAPPROVAL            RS"
             to flow-text perform add-flow
           move "euler-feed-release      OPSFEEDSTAGE            RF"
             to flow-text perform add-flow
           move "euler-feed-release      FEEDRELEASELOG          WS"
             to flow-text perform add-flow
           move "euler-feed-release      OPSFEED                 WF"
             to flow-text perform add-flow
           move "euler-feed-recon        FEEDRELEASELOG          RS"
             to flow-text perform add-flow
           move "euler-feed-recon        OPSFEED                 RF"
             to flow-text perform add-flow
           move "euler-standby-ship      RESULTLEDGER            RS"
             to flow-text perform add-flow
           move "euler-standby-ship      STANDBYDELTA            WF"
             to flow-text perform add-flow
           move "euler-ledger-export     RESULTLEDGER            RS"
             to flow-text perform add-flow
           move "euler-ledger-export     LEDGEREXPORT            WF"
             to flow-text perform add-flow
           move "euler-month-end         RESULTLEDGER            RS"
             to flow-text perform add-flow
           move "euler-month-end         MONTHBOOK               WR"
             to flow-text perform add-flow
           move "euler-scorecard         RESULTLEDGER            RS"
             to flow-text perform add-flow
           move "euler-scorecard         SCORECARD               WR"
             to flow-text perform add-flow
           move "euler-elapsed-trend     RESULTLEDGER            RS"
             to flow-text perform add-flow
           move "euler-elapsed-trend     TRENDREPORT             WR"
             to flow-text perform add-flow
           move "euler-chargeback        RESULTLEDGER            RS"
             to flow-text perform add-flow
           move "euler-chargeback        CHARGEBACK              WR"
             to flow-text perform add-flow
           move "euler-report-retain     ANSWERREPORT            RR"
             to flow-text perform add-flow
           move "euler-report-retain     REPORTINDEX             WS"
             to flow-text perform add-flow
           move "euler-report-publish    ANSWERREPORT            RR"
             to flow-text perform add-flow
           move "euler-report-publish    OPSDASHBOARD            RR"
             to flow-text perform add-flow
           move "euler-report-publish    TURNOVER                RR"
             to flow-text perform add-flow
           move "euler-report-publish    SLAREPORT               RR"
             to flow-text perform add-flow
           move "euler-report-publish    SCORECARD               RR"
             to flow-text perform add-flow
           move "euler-report-publish    REPORTINDEX             RS"
             to flow-text perform add-flow
           move "euler-report-diff       REPORTINDEX             RS"
             to flow-text perform add-flow
           move "euler-report-diff       MORNINGDIFF             WR"
             to flow-text perform add-flow
           move "euler-critical-path     RESULTLEDGER            RS"
             to flow-text perform add-flow
           move "euler-critical-path     CRITICALPATH            WR"
             to flow-text perform add-flow
           move "euler-run-projection    RESULTLEDGER            RS"
             to flow-text perform add-flow
           move "euler-run-projection    SCHEDULEPROJECTION      WR"
             to flow-text perform add-flow
           move "euler-run-projection    CALENDARFILE            RS"
             to flow-text perform add-flow
           move "euler-holiday-gen       HOLIDAYRULES            RS"
             to flow-text perform add-flow
           move "euler-holiday-gen       HOLIDAYS                WS"
             to flow-text perform add-flow
           move "euler-holiday-gen       HOLIDAYREPORT           WR"
             to flow-text perform add-flow
           move "euler-calendar-gen      HOLIDAYS                RS"
             to flow-text perform add-flow
           move "euler-calendar-gen      CALENDARFILE            WS"
             to flow-text perform add-flow
           move "euler-testdata-gen      DATAVERSIONS            WS"
             to flow-text perform add-flow
           move "euler-testdata-gen      TESTANSWERKEY           WS"
             to flow-text perform add-flow
           move "euler-testdata-gen      TESTDATAREPORT          WR"
             to flow-text perform add-flow
           move "euler-ledger-query      RESULTLEDGER            RS"
             to flow-text perform add-flow
           move "euler-ledger-query      LEDGEREXTRACT           WF"
             to flow-text perform add-flow
           move "euler-ledger-query      ACCESSLOG               WS"
             to flow-text perform add-flow
           move "euler-ledger-export     ACCESSLOG               WS"
             to flow-text perform add-flow
           move "euler-chargeback        ACCESSLOG               WS"
             to flow-text perform add-flow
           move "euler-ledger-browse     RESULTLEDGER            RS"
             to flow-text perform add-flow
           move "euler-ledger-browse     LEDGERCHAIN             RS"
             to flow-text perform add-flow
           move "euler-ledger-browse     STEPJOURNAL             RS"
             to flow-text perform add-flow
           move "euler-ledger-browse     ACCESSLOG               WS"
             to flow-text perform add-flow
           move "euler-access-report     ACCESSLOG               RS"
             to flow-text perform add-flow
           move "euler-access-report     ACCESSREPORT            WR"
             to flow-text perform add-flow
           move "euler-ledger-export     MASKPROFILES            RS"
             to flow-text perform add-flow
           move "euler-ops-feed          MASKPROFILES            RS"
             to flow-text perform add-flow
           move "euler-chargeback        MASKPROFILES            RS"
             to flow-text perform add-flow
           move "euler-names-twins       NAMESMASTER             RS"
             to flow-text perform add-flow
           move "euler-names-twins       NAMESTWINS              WR"
             to flow-text perform add-flow
           move "euler-env-parity        RESULTLEDGER            RS"
             to flow-text perform add-flow
           move "euler-env-parity        FILEPROFILES            RS"
             to flow-text perform add-flow
           move "euler-env-parity        PARITYREPORT            WR"
             to flow-text perform add-flow
           move "euler-io-stats-write    IOSTATS                 WS"
             to flow-text perform add-flow
           move "euler-io-report         IOSTATS                 RS"
             to flow-text perform add-flow
           move "euler-io-report         IOREPORT                WR"
             to flow-text perform add-flow
           move "euler-dataset-check     DATASETREGISTRY         RS"
             to flow-text perform add-flow
           move "euler-dataset-check     FILEPROFILES            RS"
             to flow-text perform add-flow
           move "euler-dataset-check     DATASETSIZES            RS"
             to flow-text perform add-flow
           move "euler-dataset-check     DATASETSIZES            WS"
             to flow-text perform add-flow
           move "euler-dataset-check     DATASETREPORT           WR"
             to flow-text perform add-flow
           move "euler-calendar-gen      FISCALCALENDAR          RS"
             to flow-text perform add-flow
           move "euler-calendar-gen      FISCALCALENDAR          WS"
             to flow-text perform add-flow
           move "euler-month-end         FISCALCALENDAR          RS"
             to flow-text perform add-flow
           move "euler-chargeback        FISCALCALENDAR          RS"
             to flow-text perform add-flow
           move "euler-prime-gen         TRIGGERS                WS"
             to flow-text perform add-flow
           move "euler-calendar-gen      TRIGGERS                WS"
             to flow-text perform add-flow
           move "euler-problem-022       TRIGGERS                WS"
             to flow-text perform add-flow
           move "euler-feed-release      TRIGGERS                WS"
             to flow-text perform add-flow
           move "euler-trigger-report    TRIGGERS                RS"
             to flow-text perform add-flow
           move "euler-trigger-report    TRIGGERSUBS             RS"
             to flow-text perform add-flow
           move "euler-trigger-report    TRIGGERREPORT           WR"
             to flow-text perform add-flow
           move "euler-enqueue           ENQUEUES                RS"
             to flow-text perform add-flow
           move "euler-enqueue           ENQUEUES                WS"
             to flow-text perform add-flow
           move "euler-enqueue-report    ENQUEUES                RS"
             to flow-text perform add-flow
           move "euler-enqueue-report    ENQREPORT               WR"
             to flow-text perform add-flow
           move "euler-console           RUNBOOK                 RS"
             to flow-text perform add-flow
           move "euler-turnover          RUNBOOK                 RS"
             to flow-text perform add-flow
           move "euler-runbook-gaps      RUNBOOK                 RS"
             to flow-text perform add-flow
           move "euler-runbook-gaps      RUNBOOKGAPS             WR"
             to flow-text perform add-flow
           move "euler-param-sweep       SWEEPREPORT             WR"
             to flow-text perform add-flow
           move "euler-param-sweep       SWEEPCSV                WR"
             to flow-text perform add-flow
           move "euler-ledger-correct    CORRECTREQUEST          RS"
             to flow-text perform add-flow
           move "euler-ledger-correct    RESULTLEDGER            RS"
             to flow-text perform add-flow
           move "euler-ledger-correct    LEDGERCORRECTIONS       WS"
             to flow-text perform add-flow
           move "euler-ledger-correct    LEDGERCORRECTIONS       RS"
             to flow-text perform add-flow
           move "euler-answer-check      LEDGERCORRECTIONS       RS"
             to flow-text perform add-flow
           move "euler-month-end         LEDGERCORRECTIONS       RS"
             to flow-text perform add-flow
           move "euler-chargeback        LEDGERCORRECTIONS       RS"
             to flow-text perform add-flow
           move "euler-ledger-export     LEDGERCORRECTIONS       RS"
             to flow-text perform add-flow
           move "euler-corr-register     LEDGERCORRECTIONS       RS"
             to flow-text perform add-flow
           move "euler-corr-register     CORRECTREGISTER         WR"
             to flow-text perform add-flow
           move "euler-problem-089       data/roman-089.txt      RD"
             to flow-text perform add-flow
           move "euler-problem-089       ROMAN89                 WR"
             to flow-text perform add-flow
           move "euler-last-digits       LASTDIGITS              WR"
             to flow-text perform add-flow
           move "euler-problem-098       ANAGRAMSQUARES          WR"
             to flow-text perform add-flow
           move "euler-problem-098       ANAGRAMEXCEPTIONS       WR"
             to flow-text perform add-flow.

       add-flow.
           if flow-count < flow-max
             add 1 to flow-count
             move spaces to flow-code
             unstring flow-text delimited by all " "
               into fw-program (flow-count) fw-dataset (flow-count)
                    flow-code
             end-unstring
             move flow-code (1:1) to fw-direction (flow-count)
             move flow-code (2:1) to fw-kind (flow-count)
           end-if.

      * A name on the step graph or writing something in the flow
      * table is a program; anything else is taken as a dataset.
       seed-target.
           move 'D' to reach-type
           perform varying graph-scan from 1 by 1
                   until graph-scan > graph-count
             if gr-program (graph-scan) = impact-target
               move 'P' to reach-type
             end-if
           end-perform
           perform varying flow-scan from 1 by 1
                   until flow-scan > flow-count
             if fw-program (flow-scan) = impact-target
               move 'P' to reach-type
             end-if
           end-perform
           move impact-target to reach-name
           move space to reach-kind
           if reach-type = 'D'
             perform varying flow-scan from 1 by 1
                     until flow-scan > flow-count
               if fw-dataset (flow-scan) = impact-target
                 move fw-kind (flow-scan) to reach-kind
               end-if
             end-perform
           end-if
           move "the change itself" to reach-reason
           perform add-reached.

       add-reached.
           perform varying reach-scan from 1 by 1
                   until reach-scan > reach-count
             if rc-type (reach-scan) = reach-type
               and rc-name (reach-scan) = reach-name
               exit paragraph
             end-if
           end-perform
           if reach-count < reach-max
             add 1 to reach-count
             move reach-type to rc-type (reach-count)
             move reach-name to rc-name (reach-count)
             move reach-kind to rc-kind (reach-count)
             move reach-reason to rc-reason (reach-count)
           end-if.

       walk-one-reached.
           move rc-name (reach-next) to current-name
           move rc-type (reach-next) to current-type
           if current-type = 'P'
             perform reach-from-program
           else
             perform reach-from-dataset
           end-if
           add 1 to reach-next.

      * A changed program changes what it writes, its ledger rows,
      * and the steps chained to it by AFTER= or COND=.
       reach-from-program.
           perform varying flow-scan from 1 by 1
                   until flow-scan > flow-count
             if fw-program (flow-scan) = current-name
               and fw-direction (flow-scan) = 'W'
               move 'D' to reach-type
               move fw-dataset (flow-scan) to reach-name
               move fw-kind (flow-scan) to reach-kind
               move spaces to reach-reason
               string "written by " delimited by size
                      function trim (current-name) delimited by size
                 into reach-reason
               end-string
               perform add-reached
             end-if
           end-perform
           move 'D' to reach-type
           move "RESULTLEDGER" to reach-name
           move 'S' to reach-kind
           move spaces to reach-reason
           string "rows booked by " delimited by size
                  function trim (current-name) delimited by size
             into reach-reason
           end-string
           perform add-reached

           perform varying graph-scan from 1 by 1
                   until graph-scan > graph-count
             perform check-after-clause
             perform check-cond-clause
           end-perform.

       check-after-clause.
           if gr-after (graph-scan) = spaces
             exit paragraph
           end-if
           move 1 to after-pointer
           perform until after-pointer > 60
             move spaces to after-name
             unstring gr-after (graph-scan) delimited by ","
               into after-name
               with pointer after-pointer
             end-unstring
             if after-name = spaces
               exit perform
             end-if
             if after-name = current-name
               move 'P' to reach-type
               move gr-program (graph-scan) to reach-name
               move space to reach-kind
               move spaces to reach-reason
               string "AFTER=" delimited by size
                      function trim (current-name) delimited by size
                 into reach-reason
               end-string
               perform add-reached
             end-if
           end-perform.

       check-cond-clause.
           if gr-cond (graph-scan) = spaces
             exit paragraph
           end-if
           move spaces to cond-kind cond-target
           unstring gr-cond (graph-scan) delimited by ":"
             into cond-kind cond-target
           end-unstring
           if cond-target = current-name
             move 'P' to reach-type
             move gr-program (graph-scan) to reach-name
             move space to reach-kind
             move spaces to reach-reason
             string "COND=" delimited by size
                    function trim (gr-cond (graph-scan))
                      delimited by size
               into reach-reason
             end-string
             perform add-reached
           end-if.

       reach-from-dataset.
           perform varying flow-scan from 1 by 1
                   until flow-scan > flow-count
             if fw-dataset (flow-scan) = current-name
               and fw-direction (flow-scan) = 'R'
               move 'P' to reach-type
               move fw-program (flow-scan) to reach-name
               move space to reach-kind
               move spaces to reach-reason
               string "reads " delimited by size
                      function trim (current-name) delimited by size
                 into reach-reason
               end-string
               perform add-reached
             end-if
           end-perform.

      * Reached programs on the step graph are the steps; those off
      * it run on demand and are listed as such.
       write-steps-section.
           perform write-blank-line
           move "STEPS AND PROGRAMS" to impact-report-line
           move "IMPACTREPORT" to io-dataset
           perform count-io-write
           write impact-report-line
           move 0 to section-count
           perform varying reach-scan from 1 by 1
                   until reach-scan > reach-count
             if rc-type (reach-scan) = 'P'
               add 1 to section-count
               perform write-one-program
             end-if
           end-perform
           if section-count = 0
             move "  (none)" to impact-report-line
             move "IMPACTREPORT" to io-dataset
             perform count-io-write
             write impact-report-line
           end-if.

       write-one-program.
           move spaces to impact-report-line
           perform varying graph-scan from 1 by 1
                   until graph-scan > graph-count
             if gr-program (graph-scan) = rc-name (reach-scan)
               move "  step" to impact-report-line (1:6)
               move gr-seq (graph-scan) to impact-report-line (8:2)
               add 1 to step-count-reached
               move graph-count to graph-scan
             end-if
           end-perform
           if impact-report-line = spaces
             move "  on demand" to impact-report-line (1:11)
           end-if
           move rc-name (reach-scan) to impact-report-line (13:24)
           move rc-reason (reach-scan) to impact-report-line (38:60)
           move "IMPACTREPORT" to io-dataset
           perform count-io-write
           write impact-report-line.

       write-dataset-section-reports.
           perform write-blank-line
           move "REPORTS" to impact-report-line
           move "IMPACTREPORT" to io-dataset
           perform count-io-write
           write impact-report-line
           move 'R' to reach-kind
           perform write-datasets-of-kind.

       write-dataset-section-feeds.
           perform write-blank-line
           move "DOWNSTREAM FEEDS" to impact-report-line
           move "IMPACTREPORT" to io-dataset
           perform count-io-write
           write impact-report-line
           move 'F' to reach-kind
           perform write-datasets-of-kind.

       write-dataset-section-shared.
           perform write-blank-line
           move "SHARED DATASETS AND INPUTS" to impact-report-line
           move "IMPACTREPORT" to io-dataset
           perform count-io-write
           write impact-report-line
           move 'S' to reach-kind
           perform write-datasets-of-kind
           move 'D' to reach-kind
           perform write-datasets-of-kind.

       write-datasets-of-kind.
           move 0 to section-count
           perform varying reach-scan from 1 by 1
                   until reach-scan > reach-count
             if rc-type (reach-scan) = 'D'
               and (rc-kind (reach-scan) = reach-kind
                    or (reach-kind = 'S'
                        and rc-kind (reach-scan) = space))
               add 1 to section-count
               move spaces to impact-report-line
               move rc-name (reach-scan)
                 to impact-report-line (3:28)
               move rc-reason (reach-scan)
                 to impact-report-line (38:60)
               move "IMPACTREPORT" to io-dataset
               perform count-io-write
               write impact-report-line
             end-if
           end-perform
           if section-count = 0 and reach-kind is not equal to 'D'
             move "  (none)" to impact-report-line
             move "IMPACTREPORT" to io-dataset
             perform count-io-write
             write impact-report-line
           end-if.

      * Every documented answer of a reached program wants a look
      * before the change goes in.
       write-answer-key-section.
           perform write-blank-line
           move "ANSWER-KEY ENTRIES TO REVIEW" to impact-report-line
           move "IMPACTREPORT" to io-dataset
           perform count-io-write
           write impact-report-line
           move "00" to answer-key-status
           open input answer-key-file
           if answer-key-status is not equal to "00"
             move "  ANSWERKEY not available" to impact-report-line
             move "IMPACTREPORT" to io-dataset
             perform count-io-write
             write impact-report-line
             exit paragraph
           end-if
           move 'N' to read-switch
           perform read-one-answer-key until read-at-end
           close answer-key-file
           if key-count-reached = 0
             move "  (none)" to impact-report-line
             move "IMPACTREPORT" to io-dataset
             perform count-io-write
             write impact-report-line
           end-if.

       read-one-answer-key.
           move "ANSWERKEY" to io-dataset
           perform count-io-read
           read answer-key-file
             at end
               move 'Y' to read-switch
             not at end
               perform varying reach-scan from 1 by 1
                       until reach-scan > reach-count
                 if rc-type (reach-scan) = 'P'
                   and rc-name (reach-scan) = akr-program-id
                   add 1 to key-count-reached
                   move spaces to impact-report-line
                   string "  " delimited by size
                          answer-key-record delimited by size
                     into impact-report-line
                   end-string
                   move "IMPACTREPORT" to io-dataset
                   perform count-io-write
                   write impact-report-line
                   move reach-count to reach-scan
                 end-if
               end-perform
           end-read.

       write-blank-line.
           move spaces to impact-report-line
           move "IMPACTREPORT" to io-dataset
           perform count-io-write
           write impact-report-line.

           copy control-card-procedure.
           copy param-library-procedure.
           copy run-result-procedure.
           copy report-header-procedure.

       end program euler-impact-report.
