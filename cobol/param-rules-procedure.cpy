           move "TO-DATE"             to rule-keyword (97)
           move 0 to rule-low (97)
           move 99999999 to rule-high (97)

           move "euler-backup"        to rule-program (98)
           move "TARGET-DIR"          to rule-keyword (98)
           move 'T' to rule-kind (98)

           move "euler-restore"       to rule-program (99)
           move "STAMP"               to rule-keyword (99)
           move 'T' to rule-kind (99)

           move "euler-standby-apply" to rule-program (100)
           move "DELTA"               to rule-keyword (100)
           move 'T' to rule-kind (100)

           move "euler-cross-recon"   to rule-program (101)
           move "RUN-ID"              to rule-keyword (101)
           move 'T' to rule-kind (101)

           move "euler-capacity-report" to rule-program (102)
           move "THRESHOLD-KB"         to rule-keyword (102)
           move 1 to rule-low (102)
           move 999999999 to rule-high (102)

           move "euler-provenance-report" to rule-program (103)
           move "ROW"                  to rule-keyword (103)
           move 'T' to rule-kind (103)

           move "euler-impact-report"  to rule-program (104)
           move "TARGET"               to rule-keyword (104)
           move 'T' to rule-kind (104)

           move "euler-critical-path"  to rule-program (105)
           move "TOP"                  to rule-keyword (105)
           move 1 to rule-low (105)
           move 20 to rule-high (105)

           move "euler-access-report"  to rule-program (106)
           move "MONTH"                to rule-keyword (106)
           move 0 to rule-low (106)
           move 999912 to rule-high (106)

           move "euler-ledger-export"  to rule-program (107)
           move "MASK-PROFILE"         to rule-keyword (107)
           move 'T' to rule-kind (107)

           move "euler-ops-feed"       to rule-program (108)
           move "MASK-PROFILE"         to rule-keyword (108)
           move 'T' to rule-kind (108)

           move "euler-chargeback"     to rule-program (109)
           move "MASK-PROFILE"         to rule-keyword (109)
           move 'T' to rule-kind (109)

           move "euler-names-twins"    to rule-program (110)
           move "MAX-EDIT"             to rule-keyword (110)
           move 0 to rule-low (110)
           move 2 to rule-high (110)

           move "euler-names-twins"    to rule-program (111)
           move "TWIN-YEARS"           to rule-keyword (111)
           move 1 to rule-low (111)
           move 99 to rule-high (111)

           move "euler-problem-042"    to rule-program (112)
           move "WORDS-FILE"           to rule-keyword (112)
           move 'T' to rule-kind (112)

           move "euler-problem-042"    to rule-program (113)
           move "MAX-WORD-LENGTH"      to rule-keyword (113)
           move 1 to rule-low (113)
           move 20 to rule-high (113)

           move "euler-problem-042"    to rule-program (114)
           move "EXCEPTION-MAX"        to rule-keyword (114)
           move 0 to rule-low (114)
           move 999999 to rule-high (114)

           move "euler-check-register" to rule-program (115)
           move "FIRST-CHECK"          to rule-keyword (115)
           move 0 to rule-low (115)
           move 99999999 to rule-high (115)

           move "euler-check-register" to rule-program (116)
           move "PAYMENTS-FILE"        to rule-keyword (116)
           move 'T' to rule-kind (116)

           move "euler-check-register" to rule-program (117)
           move "CHECK-USAGE"          to rule-keyword (117)
           move 'T' to rule-kind (117)

           move "euler-run-projection" to rule-program (118)
           move "DAYS"                 to rule-keyword (118)
           move 1 to rule-low (118)
           move 366 to rule-high (118)

           move "euler-run-projection" to rule-program (119)
           move "FROM"                 to rule-keyword (119)
           move 0 to rule-low (119)
           move 99991231 to rule-high (119)

           move "euler-holiday-gen"    to rule-program (120)
           move "YEAR"                 to rule-keyword (120)
           move 1901 to rule-low (120)
           move 9998 to rule-high (120)

           move "euler-holiday-gen"    to rule-program (121)
           move "CALENDAR-RULE"        to rule-keyword (121)
           move 'T' to rule-kind (121)

           move "euler-testdata-gen"   to rule-program (122)
           move "ROWS"                 to rule-keyword (122)
           move 1 to rule-low (122)
           move 100 to rule-high (122)

           move "euler-testdata-gen"   to rule-program (123)
           move "COLUMNS"              to rule-keyword (123)
           move 0 to rule-low (123)
           move 100 to rule-high (123)

           move "euler-testdata-gen"   to rule-program (124)
           move "SEED"                 to rule-keyword (124)
           move 0 to rule-low (124)
           move 999999999 to rule-high (124)

           move "euler-testdata-gen"   to rule-program (125)
           move "DATA-FILE"            to rule-keyword (125)
           move 'T' to rule-kind (125)

           move "euler-testdata-gen"   to rule-program (126)
           move "SHAPE"                to rule-keyword (126)
           move 'T' to rule-kind (126)

           move "euler-testdata-gen"   to rule-program (127)
           move "VALUE-RANGE"          to rule-keyword (127)
           move 0 to rule-low (127)
           move 99999999 to rule-high (127)

           move "euler-problem-082"    to rule-program (128)
           move "GRID-FILE"            to rule-keyword (128)
           move 'T' to rule-kind (128)

           move "euler-problem-082"    to rule-program (129)
           move "MANIFEST"             to rule-keyword (129)
           move 'T' to rule-kind (129)

           move "euler-problem-081"    to rule-program (130)
           move "MANIFEST"             to rule-keyword (130)
           move 'T' to rule-kind (130)

           move "euler-problem-083"    to rule-program (131)
           move "MANIFEST"             to rule-keyword (131)
           move 'T' to rule-kind (131)

           move "euler-problem-096"    to rule-program (132)
           move "HARDEST"              to rule-keyword (132)
           move 0 to rule-low (132)
           move 100 to rule-high (132)

           move "euler-problem-096"    to rule-program (133)
           move "SEARCH-LIMIT"         to rule-keyword (133)
           move 0 to rule-low (133)
           move 999999999 to rule-high (133)

           move "euler-problem-096"    to rule-program (134)
           move "PUZZLE-FILE"          to rule-keyword (134)
           move 'T' to rule-kind (134)

           move "euler-problem-099"    to rule-program (135)
           move "TOP-N"                to rule-keyword (135)
           move 1 to rule-low (135)
           move 100 to rule-high (135)

           move "euler-problem-099"    to rule-program (136)
           move "TOLERANCE"            to rule-keyword (136)
           move 0 to rule-low (136)
           move 999999999 to rule-high (136)

           move "euler-problem-099"    to rule-program (137)
           move "PAIR-FILE"            to rule-keyword (137)
           move 'T' to rule-kind (137)

           move "euler-problem-059"    to rule-program (138)
           move "KEY-LENGTH"           to rule-keyword (138)
           move 1 to rule-low (138)
           move 10 to rule-high (138)

           move "euler-problem-059"    to rule-program (139)
           move "TOP-N"                to rule-keyword (139)
           move 1 to rule-low (139)
           move 20 to rule-high (139)

           move "euler-problem-059"    to rule-program (140)
           move "CIPHER-FILE"          to rule-keyword (140)
           move 'T' to rule-kind (140)

           move "euler-problem-054"    to rule-program (141)
           move "DEAL-FILE"            to rule-keyword (141)
           move 'T' to rule-kind (141)

           move "euler-problem-031"    to rule-program (142)
           move "TARGET"               to rule-keyword (142)
           move 1 to rule-low (142)
           move 99999 to rule-high (142)

           move "euler-problem-031"    to rule-program (143)
           move "DENOMINATION-FILE"    to rule-keyword (143)
           move 'T' to rule-kind (143)

           move "euler-problem-055"    to rule-program (144)
           move "LIMIT"                to rule-keyword (144)
           move 2 to rule-low (144)
           move 999999999 to rule-high (144)

           move "euler-problem-055"    to rule-program (145)
           move "ITERATIONS"           to rule-keyword (145)
           move 1 to rule-low (145)
           move 9999 to rule-high (145)

           move "euler-mersenne-test"  to rule-program (146)
           move "CEILING"              to rule-keyword (146)
           move 2 to rule-low (146)
           move 1993 to rule-high (146)

           move "euler-problem-050"    to rule-program (147)
           move "LIMIT"                to rule-keyword (147)
           move 3 to rule-low (147)
           move 999999999 to rule-high (147)

           move "euler-problem-050"    to rule-program (148)
           move "RUNNERS"              to rule-keyword (148)
           move 0 to rule-low (148)
           move 20 to rule-high (148)

           move "euler-digit-primes"   to rule-program (149)
           move "CEILING"              to rule-keyword (149)
           move 10 to rule-low (149)
           move 2000000 to rule-high (149)

           move "euler-digit-primes"   to rule-program (150)
           move "MODE"                 to rule-keyword (150)
           move 'T' to rule-kind (150)

           move "euler-benchmark"      to rule-program (151)
           move "COMPARE"              to rule-keyword (151)
           move 'T' to rule-kind (151)

           move "euler-journal-recon"  to rule-program (152)
           move "RUN-ID"               to rule-keyword (152)
           move 'T' to rule-kind (152)

           move "euler-run-replay"     to rule-program (153)
           move "RUN-ID"               to rule-keyword (153)
           move 'T' to rule-kind (153)

           move "euler-incident-month" to rule-program (154)
           move "MONTH"                to rule-keyword (154)
           move 0 to rule-low (154)
           move 999912 to rule-high (154)

           move "euler-report-publish" to rule-program (155)
           move "PROC-DATE"            to rule-keyword (155)
           move 0 to rule-low (155)
           move 99991231 to rule-high (155)

           move "euler-report-publish" to rule-program (156)
           move "PUBLISH-DIR"          to rule-keyword (156)
           move 'T' to rule-kind (156)

           move "euler-feed-release"   to rule-program (157)
           move "CUTOFF"               to rule-keyword (157)
           move 0 to rule-low (157)
           move 235959 to rule-high (157)

           move "euler-feed-release"   to rule-program (158)
           move "PROC-DATE"            to rule-keyword (158)
           move 0 to rule-low (158)
           move 99991231 to rule-high (158)

           move "euler-env-parity"     to rule-program (159)
           move "PROC-DATE"            to rule-keyword (159)
           move 0 to rule-low (159)
           move 99991231 to rule-high (159)

           move "euler-env-parity"     to rule-program (160)
           move "TOLERANCE"            to rule-keyword (160)
           move 0 to rule-low (160)
           move 1000 to rule-high (160)

           move "euler-env-parity"     to rule-program (161)
           move "PROFILES"             to rule-keyword (161)
           move 'T' to rule-kind (161)

           move "euler-io-report"      to rule-program (162)
           move "DAYS"                 to rule-keyword (162)
           move 1 to rule-low (162)
           move 3650 to rule-high (162)

           move "euler-io-report"      to rule-program (163)
           move "PROGRAM"              to rule-keyword (163)
           move 'T' to rule-kind (163)

           move "euler-calendar-gen"   to rule-program (164)
           move "FISCAL-PATTERN"       to rule-keyword (164)
           move 445 to rule-low (164)
           move 544 to rule-high (164)

           move "euler-month-end"      to rule-program (165)
           move "PERIOD"               to rule-keyword (165)
           move 0 to rule-low (165)
           move 999912 to rule-high (165)

           move "euler-chargeback"     to rule-program (166)
           move "ROLLUP"               to rule-keyword (166)
           move 'T' to rule-kind (166)

           move "euler-trigger-report" to rule-program (167)
           move "PROC-DATE"            to rule-keyword (167)
           move 0 to rule-low (167)
           move 99991231 to rule-high (167)

           move "euler-reperform"      to rule-program (168)
           move "SEED"                 to rule-keyword (168)
           move 0 to rule-low (168)
           move 999999999 to rule-high (168)

           move "euler-reperform"      to rule-program (169)
           move "PER-PROGRAM"          to rule-keyword (169)
           move 1 to rule-low (169)
           move 5 to rule-high (169)

           move "euler-reperform"      to rule-program (170)
           move "FROM-DATE"            to rule-keyword (170)
           move 0 to rule-low (170)
           move 99991231 to rule-high (170)

           move "euler-reperform"      to rule-program (171)
           move "PROFILE"              to rule-keyword (171)
           move 'T' to rule-kind (171)

           move "euler-runbook-gaps"   to rule-program (172)
           move "DAYS"                 to rule-keyword (172)
           move 1 to rule-low (172)
           move 3650 to rule-high (172)

           move "euler-param-sweep"    to rule-program (173)
           move "START"                to rule-keyword (173)
           move 0 to rule-low (173)
           move 999999999 to rule-high (173)

           move "euler-param-sweep"    to rule-program (174)
           move "END"                  to rule-keyword (174)
           move 0 to rule-low (174)
           move 999999999 to rule-high (174)

           move "euler-param-sweep"    to rule-program (175)
           move "STEP"                 to rule-keyword (175)
           move 1 to rule-low (175)
           move 999999999 to rule-high (175)

           move "euler-param-sweep"    to rule-program (176)
           move "PROGRAM"              to rule-keyword (176)
           move 'T' to rule-kind (176)

           move "euler-param-sweep"    to rule-program (177)
           move "KEYWORD"              to rule-keyword (177)
           move 'T' to rule-kind (177)

           move "euler-corr-register"  to rule-program (178)
           move "FROM-DATE"            to rule-keyword (178)
           move 0 to rule-low (178)
           move 99999999 to rule-high (178)

           move "euler-corr-register"  to rule-program (179)
           move "TO-DATE"              to rule-keyword (179)
           move 0 to rule-low (179)
           move 99999999 to rule-high (179)

           move "euler-ledger-export"  to rule-program (180)
           move "CORRECTIONS"          to rule-keyword (180)
           move 'T' to rule-kind (180)

           move "euler-problem-089"    to rule-program (181)
           move "NUMERAL-FILE"         to rule-keyword (181)
           move 'T' to rule-kind (181)

           move "euler-last-digits"    to rule-program (182)
           move "MULTIPLIER"           to rule-keyword (182)
           move 1 to rule-low (182)
           move 999999999 to rule-high (182)

           move "euler-last-digits"    to rule-program (183)
           move "BASE"                 to rule-keyword (183)
           move 1 to rule-low (183)
           move 999999999 to rule-high (183)

           move "euler-last-digits"    to rule-program (184)
           move "EXPONENT"             to rule-keyword (184)
           move 0 to rule-low (184)
           move 999999999 to rule-high (184)

           move "euler-last-digits"    to rule-program (185)
           move "MODE"                 to rule-keyword (185)
           move 'T' to rule-kind (185)

           move "euler-last-digits"    to rule-program (186)
           move "DIGITS"               to rule-keyword (186)
           move 1 to rule-low (186)
           move 18 to rule-high (186)

           move "euler-problem-098"    to rule-program (187)
           move "WORDS-FILE"           to rule-keyword (187)
           move 'T' to rule-kind (187)

           move "euler-problem-098"    to rule-program (188)
           move "MAX-WORD-LENGTH"      to rule-keyword (188)
           move 1 to rule-low (188)
           move 20 to rule-high (188)

           move "euler-problem-098"    to rule-program (189)
           move "EXCEPTION-MAX"        to rule-keyword (189)
           move 0 to rule-low (189)
           move 999999 to rule-high (189)

           move "euler-problem-098"    to rule-program (190)
           move "SQUARE-DIGITS"        to rule-keyword (190)
           move 1 to rule-low (190)
           move 14 to rule-high (190)
           move 190 to rule-count.

      * Generic TRACE and the other single-character switches are
      * accepted for any program in the suite, so the table only
