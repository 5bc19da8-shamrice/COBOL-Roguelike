      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-08-21
      *> Last Updated: 2026-10-15
      *> Purpose: Leaderboard viewer over the RUNSTATS.LOG run report
      *>          the game appends to after every session. Shows
      *>          ranked tables -- top characters by level and exp,
      *>          fastest runs, most kills -- pageable and
      *>          filterable by map name and date range. Lines from
      *>          builds that predate the bosses/hardcore columns
      *>          parse with those fields defaulted. Deaths (D)
      *>          and quits (blank) rank together as unfinished.
      *>          Runs crl-suspect-report stamped suspect can be
      *>          hidden until crl-replay-verify proves them, and
      *>          runs retrained into another class at a trainer
      *>          tile carry an R and can be hidden too.
      *> Tectonics:
      *>     ./build_leaderboard.sh
      *>*****************************************************************
                   10  ws-run-waves        pic 999.
                   10  ws-run-rewind       pic x.
                   10  ws-run-verified     pic x.
                   10  ws-run-suspect      pic x.
                   10  ws-run-retrain      pic x.

      *> rank order of ws-run-entry indexes for the current view.
           01  ws-rank-table.

           01  ws-filter-daily             pic a value 'N'.
           01  ws-filter-verified          pic a value 'N'.
           01  ws-filter-suspect           pic a value 'N'.
           01  ws-filter-retrain           pic a value 'N'.
           01  ws-filter-map               pic x(15) value spaces.
           01  ws-filter-date-from         pic x(10) value spaces.
           01  ws-filter-date-to           pic x(10) value spaces.
           move f-run-stats-line(93:1)
               to ws-run-verified(ws-run-count)

      *> "S" marks a record crl-suspect-report could not believe.
           move f-run-stats-line(95:1)
               to ws-run-suspect(ws-run-count)

      *> "R" marks a character retrained into another class.
           move f-run-stats-line(97:1)
               to ws-run-retrain(ws-run-count)

           exit paragraph.

      *> blanks become zeros so display-numeric moves stay clean.
                   or ws-run-daily(ws-sort-i) = "D")
               and (ws-filter-verified = 'N'
                   or ws-run-verified(ws-sort-i) = "V")
               and (ws-filter-suspect = 'N'
                   or ws-run-suspect(ws-sort-i) not = "S"
                   or ws-run-verified(ws-sort-i) = "V")
               and (ws-filter-retrain = 'N'
                   or ws-run-retrain(ws-sort-i) not = "R")
               and (ws-filter-map = spaces
                   or ws-run-map(ws-sort-i) = ws-filter-map)
               and (ws-filter-date-from = spaces
                       not = "V" then
                       set ws-swap-wanted to true
                   end-if
                   if (ws-run-outcome(ws-rank-idx(ws-sort-j)) = "V"
                   and ws-run-outcome(ws-rank-idx(ws-sort-best)) = "V"
                   or ws-run-outcome(ws-rank-idx(ws-sort-j)) not = "V"
                   and ws-run-outcome(ws-rank-idx(ws-sort-best))
                       not = "V")
                   and ws-run-elapsed(ws-rank-idx(ws-sort-j)) <
                       ws-run-elapsed(ws-rank-idx(ws-sort-best))
                   then
               function trim(ws-filter-date-from) " to="
               function trim(ws-filter-date-to) " daily="
               ws-filter-daily " verified-only="
               ws-filter-verified " hide-suspect="
               ws-filter-suspect " hide-retrained="
               ws-filter-retrain
           display "Page " ws-page " of " ws-num-pages
               "  (" ws-rank-count " run(s))"
           display " "
                   ws-run-waves(ws-entry-idx) " "
                   ws-run-rewind(ws-entry-idx)
                   ws-run-verified(ws-entry-idx)
                   ws-run-suspect(ws-entry-idx)
                   ws-run-retrain(ws-entry-idx)
               end-display

           end-perform
           display " "
           display "[l] by level  [k] by kills  [f] fastest  "
               "[e] deepest  [w] arena waves  [y] daily board  "
               "[v] verified only  [h] hide suspect  "
               "[t] hide retrained  [m] map  "
               "[d] dates  "
               "[n/p] page  [q] quit"
           display "Command: " with no advancing
           accept ws-command
                   end-if
                   move 1 to ws-page

               when "H"
                   if ws-filter-suspect = 'Y' then
                       move 'N' to ws-filter-suspect
                   else
                       move 'Y' to ws-filter-suspect
                   end-if
                   move 1 to ws-page

               when "T"
                   if ws-filter-retrain = 'Y' then
                       move 'N' to ws-filter-retrain
                   else
                       move 'Y' to ws-filter-retrain
                   end-if
                   move 1 to ws-page

               when "Q"
                   set ws-is-quit to true

