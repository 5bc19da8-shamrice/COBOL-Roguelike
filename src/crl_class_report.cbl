      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Class balance report over RUNSTATS.LOG. Breaks the
      *>          season's runs down by the class chosen at character
      *>          creation (warrior / scout / adept, plus the
      *>          classless runs of older saves): runs, win / death /
      *>          quit rates, each class's share of all wins, average
      *>          level and descent depth reached, average time, and
      *>          the maps each class dies on most. Then the same
      *>          class figures season by season, from every
      *>          SEASONnn.LOG crl-season-close has archived through
      *>          the live log, so a class pulling away shows as a
      *>          trend rather than one season's noise. Runs logged
      *>          before outcomes told deaths from quits count as
      *>          quits. Results go to CLASSBAL.RPT.
      *> Tectonics:
      *>     ./build_class_report.sh
      *>*****************************************************************
       identification division.
       program-id. crl-class-report.

       environment division.

       input-output section.

       file-control.
           select optional fd-run-stats-log
               assign to dynamic ws-run-stats-file-name
               organization is line sequential
               file status is ws-run-stats-file-status.

           select optional fd-season-file
               assign to ws-season-file-name
               organization is line sequential
               file status is ws-season-file-status.

           select fd-report
               assign to dynamic ws-report-file-name
               organization is line sequential
               file status is ws-report-file-status.

       data division.

       file section.

           fd  fd-run-stats-log.
           01  f-run-stats-line             pic x(100).

           fd  fd-season-file.
           01  f-season-line                pic x(10).

           fd  fd-report.
           01  f-report-line                pic x(100).

       working-storage section.

           78  ws-file-status-ok           value "00".

           78  ws-max-classes              value 4.
           78  ws-max-death-maps           value 200.
           78  ws-max-seasons              value 99.
           78  ws-top-death-maps           value 3.

           01  ws-run-stats-file-name      pic x(12)
                                           value "RUNSTATS.LOG".
           01  ws-report-file-name         pic x(12)
                                           value "CLASSBAL.RPT".
           78  ws-season-file-name         value "SEASON.NUM".

           01  ws-run-stats-file-status    pic xx.
           01  ws-report-file-status       pic xx.
           01  ws-season-file-status       pic xx.

           01  ws-eof-sw                   pic a value 'N'.
               88  ws-is-eof               value 'Y'.
               88  ws-not-eof              value 'N'.

      *> the live log feeds the per-class section; archives only
      *> feed the season trend.
           01  ws-live-log-sw              pic a value 'N'.
               88  ws-reading-live-log     value 'Y'.
               88  ws-reading-archive      value 'N'.

           01  ws-season-number            pic 99 value 1.
           01  ws-season-idx               pic 99.
           01  ws-season-count             pic 99 value 0.

      *> slot 4 holds the classless runs from before class choice.
           01  ws-class-names.
               05  filler                  pic x(9) value "WARRIOR".
               05  filler                  pic x(9) value "SCOUT".
               05  filler                  pic x(9) value "ADEPT".
               05  filler                  pic x(9) value "(NONE)".
           01  ws-class-name-table redefines ws-class-names.
               05  ws-class-name           pic x(9)
                                           occurs ws-max-classes times.

           01  ws-class-stats.
               05  ws-class-stat occurs ws-max-classes times.
                   10  ws-cls-runs         pic 9(5).
                   10  ws-cls-wins         pic 9(5).
                   10  ws-cls-deaths       pic 9(5).
                   10  ws-cls-quits        pic 9(5).
                   10  ws-cls-level-sum    pic 9(8).
                   10  ws-cls-depth-runs   pic 9(5).
                   10  ws-cls-depth-sum    pic 9(8).
                   10  ws-cls-elapsed-sum  pic 9(10).
           01  ws-total-runs               pic 9(5) value 0.
           01  ws-total-wins               pic 9(5) value 0.

           01  ws-death-map-count          pic 999 value 0.
           01  ws-death-maps.
               05  ws-death-map occurs ws-max-death-maps times.
                   10  ws-dm-class         pic 9.
                   10  ws-dm-map           pic x(15).
                   10  ws-dm-count         pic 9(5).
                   10  ws-dm-listed-sw     pic a.
           01  ws-dm-idx                   pic 999.
           01  ws-dm-best                  pic 999.
           01  ws-dm-rank                  pic 9.

           01  ws-season-stats.
               05  ws-season-stat occurs ws-max-seasons times.
                   10  ws-ssn-number       pic 99.
                   10  ws-ssn-class occurs ws-max-classes times.
                       15  ws-ssn-runs     pic 9(5).
                       15  ws-ssn-wins     pic 9(5).
                       15  ws-ssn-deaths   pic 9(5).
                       15  ws-ssn-level-sum pic 9(8).

           01  ws-class-idx                pic 9.
           01  ws-found-sw                 pic a.
               88  ws-was-found            value 'Y'.
               88  ws-was-not-found        value 'N'.

           01  ws-parse-map                pic x(15).
           01  ws-parse-level              pic 999.
           01  ws-parse-elapsed            pic 9(6).
           01  ws-parse-outcome            pic x.
               88  ws-parse-won            value "V".
               88  ws-parse-died           value "D".
           01  ws-parse-class              pic x.
           01  ws-parse-depth              pic 999.
           01  ws-numeric-scratch          pic x(10).

           01  ws-pct                      pic 999.
           01  ws-edit-runs                pic zzzz9.
           01  ws-edit-win-pct             pic zz9.
           01  ws-edit-died-pct            pic zz9.
           01  ws-edit-quit-pct            pic zz9.
           01  ws-edit-share-pct           pic zz9.
           01  ws-edit-level               pic zz9.
           01  ws-edit-depth               pic zz9.
           01  ws-edit-elapsed             pic z(5)9.
           01  ws-edit-count               pic zzzz9.
           01  ws-death-list               pic x(80).
           01  ws-death-list-ptr           pic 999.

       procedure division.

       main-procedure.

           display "COBOL-Roguelike class balance report"
           display "------------------------------------"

           initialize ws-class-stats
           initialize ws-season-stats
           perform load-season-number

           set ws-reading-archive to true
           perform varying ws-season-idx from 1 by 1
           until ws-season-idx >= ws-season-number
               move spaces to ws-run-stats-file-name
               string "SEASON" ws-season-idx ".LOG"
                   delimited by size into ws-run-stats-file-name
               end-string
               perform read-run-log
           end-perform

           move ws-season-number to ws-season-idx
           move "RUNSTATS.LOG" to ws-run-stats-file-name
           set ws-reading-live-log to true
           perform read-run-log

           perform write-report

           display "Wrote " function trim(ws-report-file-name)
               " covering " ws-total-runs " run(s) this season, "
               ws-season-count " season(s) trended."

           stop run.

       load-season-number.

           open input fd-season-file
           if ws-season-file-status = ws-file-status-ok then
               read fd-season-file
                   at end continue
               end-read
               if ws-season-file-status = ws-file-status-ok
               and function trim(f-season-line) is numeric then
                   move function numval(f-season-line)
                       to ws-season-number
               end-if
               close fd-season-file
           end-if

           if ws-season-number = 0 then
               move 1 to ws-season-number
           end-if

           exit paragraph.

      ******************************************************************
      * One run log -- a season archive or the live RUNSTATS.LOG --
      * read by its fixed column positions. SPLIT| lines step aside
      * as every batch reader does. A missing archive is just a
      * season with no row.
      ******************************************************************
       read-run-log.

           set ws-not-eof to true

           open input fd-run-stats-log
           if ws-run-stats-file-status not = ws-file-status-ok then
               close fd-run-stats-log
               exit paragraph
           end-if

           add 1 to ws-season-count
           move ws-season-idx to ws-ssn-number(ws-season-count)

           perform until ws-is-eof

               move spaces to f-run-stats-line
               read fd-run-stats-log
                   at end set ws-is-eof to true
               end-read

               if ws-not-eof
               and f-run-stats-line not = spaces
               and f-run-stats-line(1:6) not = "SPLIT|" then
                   perform parse-run-line
                   perform tally-season-run
                   if ws-reading-live-log then
                       perform tally-live-run
                   end-if
               end-if

           end-perform

           close fd-run-stats-log

           exit paragraph.

       parse-run-line.

           move f-run-stats-line(12:15) to ws-parse-map

           move f-run-stats-line(45:3) to ws-numeric-scratch
           perform clean-numeric-scratch
           move ws-numeric-scratch(1:3) to ws-parse-level

           move f-run-stats-line(62:6) to ws-numeric-scratch
           perform clean-numeric-scratch
           move ws-numeric-scratch(1:6) to ws-parse-elapsed

           move f-run-stats-line(74:1) to ws-parse-outcome
           move f-run-stats-line(76:1) to ws-parse-class

           move f-run-stats-line(80:3) to ws-numeric-scratch
           perform clean-numeric-scratch
           move ws-numeric-scratch(1:3) to ws-parse-depth

           evaluate ws-parse-class
               when "W"
                   move 1 to ws-class-idx
               when "S"
                   move 2 to ws-class-idx
               when "A"
                   move 3 to ws-class-idx
               when other
                   move 4 to ws-class-idx
           end-evaluate

           exit paragraph.

       clean-numeric-scratch.

           inspect ws-numeric-scratch
               replacing all space by "0"

           if ws-numeric-scratch not numeric then
               move all "0" to ws-numeric-scratch
           end-if

           exit paragraph.

       tally-season-run.

           add 1 to ws-ssn-runs(ws-season-count, ws-class-idx)
           add ws-parse-level
               to ws-ssn-level-sum(ws-season-count, ws-class-idx)
           if ws-parse-won then
               add 1 to ws-ssn-wins(ws-season-count, ws-class-idx)
           end-if
           if ws-parse-died then
               add 1 to ws-ssn-deaths(ws-season-count, ws-class-idx)
           end-if

           exit paragraph.

       tally-live-run.

           add 1 to ws-total-runs
           add 1 to ws-cls-runs(ws-class-idx)
           add ws-parse-level to ws-cls-level-sum(ws-class-idx)
           add ws-parse-elapsed to ws-cls-elapsed-sum(ws-class-idx)

      *> depth only means something on descent runs.
           if ws-parse-depth > 0 then
               add 1 to ws-cls-depth-runs(ws-class-idx)
               add ws-parse-depth to ws-cls-depth-sum(ws-class-idx)
           end-if

           evaluate true
               when ws-parse-won
                   add 1 to ws-cls-wins(ws-class-idx)
                   add 1 to ws-total-wins
               when ws-parse-died
                   add 1 to ws-cls-deaths(ws-class-idx)
                   perform tally-death-map
               when other
                   add 1 to ws-cls-quits(ws-class-idx)
           end-evaluate

           exit paragraph.

       tally-death-map.

           set ws-was-not-found to true
           perform varying ws-dm-idx from 1 by 1
           until ws-dm-idx > ws-death-map-count or ws-was-found
               if ws-dm-class(ws-dm-idx) = ws-class-idx
               and ws-dm-map(ws-dm-idx) = ws-parse-map then
                   add 1 to ws-dm-count(ws-dm-idx)
                   set ws-was-found to true
               end-if
           end-perform

           if ws-was-not-found
           and ws-death-map-count < ws-max-death-maps then
               add 1 to ws-death-map-count
               move ws-class-idx to ws-dm-class(ws-death-map-count)
               move ws-parse-map to ws-dm-map(ws-death-map-count)
               move 1 to ws-dm-count(ws-death-map-count)
           end-if

           exit paragraph.

      ******************************************************************
      * CLASSBAL.RPT: the season's class table, each class's deadliest
      * maps, then the season-by-season trend.
      ******************************************************************
       write-report.

           open output fd-report

           move "COBOL-ROGUELIKE CLASS BALANCE REPORT" to f-report-line
           write f-report-line
           move "====================================" to f-report-line
           write f-report-line
           move spaces to f-report-line
           string "Season " ws-season-number
               " (RUNSTATS.LOG): " ws-total-runs " run(s), "
               ws-total-wins " win(s)"
               delimited by size into f-report-line
           end-string
           write f-report-line
           move spaces to f-report-line
           write f-report-line

           move "CLASS       RUNS  WIN%  DIED%  QUIT%  WIN-SHARE%"
               & "  AVG-LV  AVG-DEPTH  AVG-SECS" to f-report-line
           write f-report-line

           perform varying ws-class-idx from 1 by 1
           until ws-class-idx > ws-max-classes
               if ws-cls-runs(ws-class-idx) > 0 then
                   perform write-class-line
               end-if
           end-perform

           move spaces to f-report-line
           write f-report-line
           move "MAPS WHERE EACH CLASS DIES MOST" to f-report-line
           write f-report-line

           perform varying ws-class-idx from 1 by 1
           until ws-class-idx > ws-max-classes
               if ws-cls-deaths(ws-class-idx) > 0 then
                   perform write-death-map-line
               end-if
           end-perform

           move spaces to f-report-line
           write f-report-line
           move "SEASON TREND" to f-report-line
           write f-report-line
           move "SEASON  CLASS       RUNS  WIN%  DIED%  AVG-LV"
               to f-report-line
           write f-report-line

           perform varying ws-season-idx from 1 by 1
           until ws-season-idx > ws-season-count
               perform varying ws-class-idx from 1 by 1
               until ws-class-idx > ws-max-classes
                   if ws-ssn-runs(ws-season-idx, ws-class-idx) > 0
                   then
                       perform write-trend-line
                   end-if
               end-perform
           end-perform

           close fd-report

           exit paragraph.

       write-class-line.

           move ws-cls-runs(ws-class-idx) to ws-edit-runs

           compute ws-pct rounded = ws-cls-wins(ws-class-idx) * 100
               / ws-cls-runs(ws-class-idx)
           move ws-pct to ws-edit-win-pct
           compute ws-pct rounded = ws-cls-deaths(ws-class-idx) * 100
               / ws-cls-runs(ws-class-idx)
           move ws-pct to ws-edit-died-pct
           compute ws-pct rounded = ws-cls-quits(ws-class-idx) * 100
               / ws-cls-runs(ws-class-idx)
           move ws-pct to ws-edit-quit-pct

           move 0 to ws-pct
           if ws-total-wins > 0 then
               compute ws-pct rounded =
                   ws-cls-wins(ws-class-idx) * 100 / ws-total-wins
           end-if
           move ws-pct to ws-edit-share-pct

           compute ws-edit-level rounded =
               ws-cls-level-sum(ws-class-idx)
               / ws-cls-runs(ws-class-idx)
           move 0 to ws-edit-depth
           if ws-cls-depth-runs(ws-class-idx) > 0 then
               compute ws-edit-depth rounded =
                   ws-cls-depth-sum(ws-class-idx)
                   / ws-cls-depth-runs(ws-class-idx)
           end-if
           compute ws-edit-elapsed rounded =
               ws-cls-elapsed-sum(ws-class-idx)
               / ws-cls-runs(ws-class-idx)

           move spaces to f-report-line
           string ws-class-name(ws-class-idx) " "
               ws-edit-runs "   " ws-edit-win-pct "    "
               ws-edit-died-pct "    " ws-edit-quit-pct "         "
               ws-edit-share-pct "     " ws-edit-level "        "
               ws-edit-depth "    " ws-edit-elapsed
               delimited by size into f-report-line
           end-string
           write f-report-line

           exit paragraph.

      *> the class's ws-top-death-maps worst maps, worst first.
       write-death-map-line.

           move spaces to ws-death-list
           move 1 to ws-death-list-ptr
           perform varying ws-dm-idx from 1 by 1
           until ws-dm-idx > ws-death-map-count
               move 'N' to ws-dm-listed-sw(ws-dm-idx)
           end-perform

           perform varying ws-dm-rank from 1 by 1
           until ws-dm-rank > ws-top-death-maps

               move 0 to ws-dm-best
               perform varying ws-dm-idx from 1 by 1
               until ws-dm-idx > ws-death-map-count
                   if ws-dm-class(ws-dm-idx) = ws-class-idx
                   and ws-dm-listed-sw(ws-dm-idx) = 'N' then
                       if ws-dm-best = 0 then
                           move ws-dm-idx to ws-dm-best
                       else
                           if ws-dm-count(ws-dm-idx)
                               > ws-dm-count(ws-dm-best) then
                               move ws-dm-idx to ws-dm-best
                           end-if
                       end-if
                   end-if
               end-perform

               if ws-dm-best > 0 then
                   move 'Y' to ws-dm-listed-sw(ws-dm-best)
                   move ws-dm-count(ws-dm-best) to ws-edit-count
                   if ws-dm-rank > 1 then
                       string ", " delimited by size
                           into ws-death-list
                           with pointer ws-death-list-ptr
                       end-string
                   end-if
                   string function trim(ws-dm-map(ws-dm-best))
                       " (" function trim(ws-edit-count) ")"
                       delimited by size into ws-death-list
                       with pointer ws-death-list-ptr
                   end-string
               end-if

           end-perform

           move spaces to f-report-line
           string "  " ws-class-name(ws-class-idx) " "
               ws-death-list
               delimited by size into f-report-line
           end-string
           write f-report-line

           exit paragraph.

       write-trend-line.

           move ws-ssn-runs(ws-season-idx, ws-class-idx)
               to ws-edit-runs
           compute ws-pct rounded =
               ws-ssn-wins(ws-season-idx, ws-class-idx) * 100
               / ws-ssn-runs(ws-season-idx, ws-class-idx)
           move ws-pct to ws-edit-win-pct
           compute ws-pct rounded =
               ws-ssn-deaths(ws-season-idx, ws-class-idx) * 100
               / ws-ssn-runs(ws-season-idx, ws-class-idx)
           move ws-pct to ws-edit-died-pct
           compute ws-edit-level rounded =
               ws-ssn-level-sum(ws-season-idx, ws-class-idx)
               / ws-ssn-runs(ws-season-idx, ws-class-idx)

           move spaces to f-report-line
           string "  " ws-ssn-number(ws-season-idx) "    "
               ws-class-name(ws-class-idx) " "
               ws-edit-runs "   " ws-edit-win-pct "    "
               ws-edit-died-pct "     " ws-edit-level
               delimited by size into f-report-line
           end-string
           write f-report-line

           exit paragraph.

       end program crl-class-report.
