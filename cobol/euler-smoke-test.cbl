      * FILEPROFILES on hand the harness falls back to the same
      * compiled-in SMOKE* assignments it always made, so a bare
      * checkout still smokes.
      *
      * 15 October 2026 - euler-problem-042 smokes against a four-word
      * list this harness writes to SMOKEWORDS, the way 022's names
      * extract is written.
      *
      * 15 October 2026 - PRIMESBITMAP joins the compiled-in
      * redirections as SMOKEBITMAP.
       identification division.
       program-id. euler-smoke-test.

           select smoke-names-file assign to "SMOKENAMES"
             organization record binary sequential
             file status smoke-names-status.
           select smoke-words-file assign to "SMOKEWORDS"
             organization record binary sequential
             file status smoke-words-status.

       data division.
       file section.
       fd  smoke-names-file
           record contains 1 characters.
       01 smoke-name-char           pic x.
       fd  smoke-words-file
           record contains 1 characters.
       01 smoke-word-char           pic x.

       working-storage section.
           copy run-result.
           value '"ANN","BOB","COLIN"'.
       01 smoke-names-length constant as 19.
       01 smoke-names-pos           pic 99 comp-5.
      * The four-word list euler-problem-042 is smoked against, in
      * the same format and written the same way.
       01 smoke-words-status        pic xx.
       01 smoke-words-text          pic x(21)
           value '"SKY","A","ABC","BOB"'.
       01 smoke-words-length constant as 21.
       01 ledger-switch             pic x value 'N'.
         88 ledger-at-end            value 'Y'.


           perform redirect-shared-files
           perform write-smoke-names
           perform write-smoke-words
           perform build-smoke-table

           open output smoke-report-file
             set environment "RESULTLEDGER" to "SMOKELEDGER"
             set environment "PRIMESFILE" to "SMOKEPRIMES"
             set environment "PRIMESINDEX" to "SMOKEPRIMESIX"
             set environment "PRIMESBITMAP" to "SMOKEBITMAP"
             set environment "RESTARTFILE" to "SMOKEREST14"
             set environment "PRIME10RESTART" to "SMOKEREST10"
             set environment "ABUNDANTLIST" to "SMOKEABUNDANT"
           move "euler-problem-067"  to smoke-program (24)
           move "6674" to smoke-expected (24)

           move "euler-problem-042"  to smoke-program (25)
           move 'Y' to smoke-uses-card (25)
           move 20 to smoke-p3 (25)
           move "SMOKEWORDS" to smoke-p4 (25)
           move "3" to smoke-expected (25)

           move 25 to smoke-count.

      * The tiny extract for euler-problem-022, written the same
      * character-at-a-time way that program writes NAMESCLEAN, so
           end-perform
           close smoke-names-file.

      * The tiny list for euler-problem-042: SKY is 55 (t10), A is 1
      * (t1), ABC is 6 (t3) and BOB's 19 is no triangle number -
      * three triangle words.
       write-smoke-words.
           open output smoke-words-file
           perform varying smoke-names-pos from 1 by 1
                   until smoke-names-pos > smoke-words-length
             move smoke-words-text (smoke-names-pos:1)
               to smoke-word-char
             write smoke-word-char
           end-perform
           close smoke-words-file.

       smoke-one-program.
           perform write-smoke-card
           display "smoke: running " smoke-program (smoke-index)
