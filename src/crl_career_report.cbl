      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Player career report. crl-leaderboard only sees the
      *>          live RUNSTATS.LOG; this reads every SEASONnn.LOG
      *>          crl-season-close has archived plus the live log and
      *>          follows each player name across all of them: total
      *>          runs and wins, personal bests (level, exp, kills,
      *>          fastest victory, deepest descent, arena waves),
      *>          daily-challenge runs and best placing on the day's
      *>          board, hardcore runs survived, and the rank the
      *>          player's best run held in each season. Players are
      *>          listed most runs first -- the regulars at the top.
      *>          Ranking is the leaderboard's default: level, then
      *>          exp. Results go to CAREER.RPT.
      *> Tectonics:
      *>     ./build_career_report.sh
      *>*****************************************************************
       identification division.
       program-id. crl-career-report.

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

           78  ws-max-runs                 value 5000.
           78  ws-max-players              value 200.
           78  ws-max-seasons              value 20.

           01  ws-run-stats-file-name      pic x(12)
                                           value "RUNSTATS.LOG".
           01  ws-report-file-name         pic x(12)
                                           value "CAREER.RPT".
           78  ws-season-file-name         value "SEASON.NUM".

           01  ws-run-stats-file-status    pic xx.
           01  ws-report-file-status       pic xx.
           01  ws-season-file-status       pic xx.

           01  ws-eof-sw                   pic a value 'N'.
               88  ws-is-eof               value 'Y'.
               88  ws-not-eof              value 'N'.

           01  ws-season-number            pic 99 value 1.
           01  ws-season-idx               pic 99.
           01  ws-first-season             pic 99 value 1.

           01  ws-run-count                pic 9(4) value 0.
           01  ws-run-table.
               05  ws-run-entry occurs ws-max-runs times.
                   10  ws-run-season       pic 99.
                   10  ws-run-date         pic x(10).
                   10  ws-run-player       pic x(16).
                   10  ws-run-level        pic 999.
                   10  ws-run-exp          pic 9(7).
                   10  ws-run-kills        pic 9(4).
                   10  ws-run-elapsed      pic 9(6).
                   10  ws-run-hardcore     pic x.
                   10  ws-run-outcome      pic x.
                   10  ws-run-daily        pic x.
                   10  ws-run-depth        pic 999.
                   10  ws-run-waves        pic 999.
                   10  ws-run-player-idx   pic 999.
           01  ws-run-idx                  pic 9(4).
           01  ws-other-idx                pic 9(4).
           01  ws-runs-dropped             pic 9(5) value 0.

           01  ws-player-count             pic 999 value 0.
           01  ws-player-table.
               05  ws-player occurs ws-max-players times.
                   10  ws-plr-name         pic x(16).
                   10  ws-plr-runs         pic 9(5).
                   10  ws-plr-wins         pic 9(5).
                   10  ws-plr-best-level   pic 999.
                   10  ws-plr-best-exp     pic 9(7).
                   10  ws-plr-best-kills   pic 9(4).
                   10  ws-plr-fastest      pic 9(6).
                   10  ws-plr-deepest      pic 999.
                   10  ws-plr-most-waves   pic 999.
                   10  ws-plr-daily-runs   pic 9(5).
                   10  ws-plr-daily-best   pic 999.
                   10  ws-plr-daily-best-date pic x(10).
                   10  ws-plr-daily-wins   pic 9(4).
                   10  ws-plr-hc-runs      pic 9(5).
                   10  ws-plr-hc-survived  pic 9(5).
                   10  ws-plr-season occurs ws-max-seasons times.
                       15  ws-plr-ssn-runs  pic 9(4).
                       15  ws-plr-ssn-level pic 999.
                       15  ws-plr-ssn-exp   pic 9(7).
                       15  ws-plr-ssn-rank  pic 999.
           01  ws-player-idx               pic 999.
           01  ws-other-player             pic 999.
           01  ws-player-found-sw          pic a.
               88  ws-player-found         value 'Y'.
               88  ws-player-not-found     value 'N'.

      *> players most runs first.
           01  ws-order-table.
               05  ws-order-idx            pic 999
                                           occurs ws-max-players times.
           01  ws-sort-i                   pic 999.
           01  ws-sort-j                   pic 999.
           01  ws-sort-hold                pic 999.

           01  ws-placing                  pic 999.

           01  ws-parse-name               pic x(16).
           01  ws-numeric-scratch          pic x(10).

           01  ws-edit-runs                pic zzzz9.
           01  ws-edit-wins                pic zzzz9.
           01  ws-edit-level               pic zz9.
           01  ws-edit-exp                 pic zzzzzz9.
           01  ws-edit-kills               pic zzz9.
           01  ws-edit-fastest             pic zzzzz9.
           01  ws-edit-depth               pic zz9.
           01  ws-edit-waves               pic zz9.
           01  ws-edit-placing             pic zz9.
           01  ws-edit-count               pic zzzz9.
           01  ws-season-list              pic x(90).
           01  ws-season-list-ptr          pic 999.

       procedure division.

       main-procedure.

           display "COBOL-Roguelike player career report"
           display "------------------------------------"

           perform load-season-number

      *> only the newest ws-max-seasons seasons fit the rank table.
           if ws-season-number > ws-max-seasons then
               compute ws-first-season =
                   ws-season-number - ws-max-seasons + 1
           end-if

           perform varying ws-season-idx from ws-first-season by 1
           until ws-season-idx >= ws-season-number
               move spaces to ws-run-stats-file-name
               string "SEASON" ws-season-idx ".LOG"
                   delimited by size into ws-run-stats-file-name
               end-string
               perform load-run-log
           end-perform

           move ws-season-number to ws-season-idx
           move "RUNSTATS.LOG" to ws-run-stats-file-name
           perform load-run-log

           if ws-run-count = 0 then
               display "No runs in RUNSTATS.LOG or the season"
                   " archives -- nothing to report."
               stop run
           end-if

           perform build-careers
           perform rank-daily-runs
           perform rank-seasons
           perform sort-players
           perform write-report

           display "Wrote " function trim(ws-report-file-name)
               " covering " ws-player-count " player(s), "
               ws-run-count " run(s)."

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
      * One run log -- a season archive or the live log -- read by
      * its fixed column positions, every run tagged with the season
      * the file holds. SPLIT| lines step aside.
      ******************************************************************
       load-run-log.

           set ws-not-eof to true

           open input fd-run-stats-log
           if ws-run-stats-file-status not = ws-file-status-ok then
               close fd-run-stats-log
               exit paragraph
           end-if

           perform until ws-is-eof

               move spaces to f-run-stats-line
               read fd-run-stats-log
                   at end set ws-is-eof to true
               end-read

               if ws-not-eof
               and f-run-stats-line not = spaces
               and f-run-stats-line(1:6) not = "SPLIT|" then
                   if ws-run-count < ws-max-runs then
                       add 1 to ws-run-count
                       perform parse-run-line
                   else
                       add 1 to ws-runs-dropped
                   end-if
               end-if

           end-perform

           close fd-run-stats-log

           exit paragraph.

       parse-run-line.

           move ws-season-idx to ws-run-season(ws-run-count)
           move f-run-stats-line(1:10) to ws-run-date(ws-run-count)
           move f-run-stats-line(28:16)
               to ws-run-player(ws-run-count)

           move f-run-stats-line(45:3) to ws-numeric-scratch
           perform clean-numeric-scratch
           move ws-numeric-scratch(1:3)
               to ws-run-level(ws-run-count)

           move f-run-stats-line(49:7) to ws-numeric-scratch
           perform clean-numeric-scratch
           move ws-numeric-scratch(1:7)
               to ws-run-exp(ws-run-count)

           move f-run-stats-line(57:4) to ws-numeric-scratch
           perform clean-numeric-scratch
           move ws-numeric-scratch(1:4)
               to ws-run-kills(ws-run-count)

           move f-run-stats-line(62:6) to ws-numeric-scratch
           perform clean-numeric-scratch
           move ws-numeric-scratch(1:6)
               to ws-run-elapsed(ws-run-count)

           move f-run-stats-line(72:1)
               to ws-run-hardcore(ws-run-count)
           move f-run-stats-line(74:1)
               to ws-run-outcome(ws-run-count)
           move f-run-stats-line(78:1)
               to ws-run-daily(ws-run-count)

           move f-run-stats-line(80:3) to ws-numeric-scratch
           perform clean-numeric-scratch
           move ws-numeric-scratch(1:3)
               to ws-run-depth(ws-run-count)

           move f-run-stats-line(84:3) to ws-numeric-scratch
           perform clean-numeric-scratch
           move ws-numeric-scratch(1:3)
               to ws-run-waves(ws-run-count)

           exit paragraph.

       clean-numeric-scratch.

           inspect ws-numeric-scratch
               replacing all space by "0"

           if ws-numeric-scratch not numeric then
               move all "0" to ws-numeric-scratch
           end-if

           exit paragraph.

      ******************************************************************
      * Every run credited to its player: counts and personal bests,
      * and the player's best run in the run's season.
      ******************************************************************
       build-careers.

           perform varying ws-run-idx from 1 by 1
           until ws-run-idx > ws-run-count

               move ws-run-player(ws-run-idx) to ws-parse-name
               perform find-player
               move ws-player-idx to ws-run-player-idx(ws-run-idx)

               if ws-player-idx > 0 then
                   perform credit-run-to-player
               end-if

           end-perform

           exit paragraph.

       find-player.

           set ws-player-not-found to true
           move 0 to ws-player-idx
           perform varying ws-other-player from 1 by 1
           until ws-other-player > ws-player-count
               or ws-player-found
               if ws-plr-name(ws-other-player) = ws-parse-name then
                   set ws-player-found to true
                   move ws-other-player to ws-player-idx
               end-if
           end-perform

           if ws-player-not-found
           and ws-player-count < ws-max-players then
               add 1 to ws-player-count
               initialize ws-player(ws-player-count)
               move ws-parse-name to ws-plr-name(ws-player-count)
               move ws-player-count to ws-player-idx
           end-if

           exit paragraph.

       credit-run-to-player.

           add 1 to ws-plr-runs(ws-player-idx)

           if ws-run-outcome(ws-run-idx) = "V" then
               add 1 to ws-plr-wins(ws-player-idx)
               if ws-plr-fastest(ws-player-idx) = 0
               or ws-run-elapsed(ws-run-idx)
                   < ws-plr-fastest(ws-player-idx) then
                   move ws-run-elapsed(ws-run-idx)
                       to ws-plr-fastest(ws-player-idx)
               end-if
           end-if

           if ws-run-level(ws-run-idx)
               > ws-plr-best-level(ws-player-idx)
           or (ws-run-level(ws-run-idx)
               = ws-plr-best-level(ws-player-idx)
               and ws-run-exp(ws-run-idx)
                   > ws-plr-best-exp(ws-player-idx)) then
               move ws-run-level(ws-run-idx)
                   to ws-plr-best-level(ws-player-idx)
               move ws-run-exp(ws-run-idx)
                   to ws-plr-best-exp(ws-player-idx)
           end-if
           if ws-run-kills(ws-run-idx)
               > ws-plr-best-kills(ws-player-idx) then
               move ws-run-kills(ws-run-idx)
                   to ws-plr-best-kills(ws-player-idx)
           end-if
           if ws-run-depth(ws-run-idx) > ws-plr-deepest(ws-player-idx)
           then
               move ws-run-depth(ws-run-idx)
                   to ws-plr-deepest(ws-player-idx)
           end-if
           if ws-run-waves(ws-run-idx)
               > ws-plr-most-waves(ws-player-idx) then
               move ws-run-waves(ws-run-idx)
                   to ws-plr-most-waves(ws-player-idx)
           end-if

           if ws-run-daily(ws-run-idx) = "D" then
               add 1 to ws-plr-daily-runs(ws-player-idx)
           end-if

      *> a hardcore run survived is one that did not end in death.
           if ws-run-hardcore(ws-run-idx) = "H" then
               add 1 to ws-plr-hc-runs(ws-player-idx)
               if ws-run-outcome(ws-run-idx) not = "D" then
                   add 1 to ws-plr-hc-survived(ws-player-idx)
               end-if
           end-if

           compute ws-season-idx =
               ws-run-season(ws-run-idx) - ws-first-season + 1
           add 1 to ws-plr-ssn-runs(ws-player-idx, ws-season-idx)
           if ws-run-level(ws-run-idx)
               > ws-plr-ssn-level(ws-player-idx, ws-season-idx)
           or (ws-run-level(ws-run-idx)
               = ws-plr-ssn-level(ws-player-idx, ws-season-idx)
               and ws-run-exp(ws-run-idx)
                   > ws-plr-ssn-exp(ws-player-idx, ws-season-idx))
           then
               move ws-run-level(ws-run-idx)
                   to ws-plr-ssn-level(ws-player-idx, ws-season-idx)
               move ws-run-exp(ws-run-idx)
                   to ws-plr-ssn-exp(ws-player-idx, ws-season-idx)
           end-if

           exit paragraph.

      ******************************************************************
      * A daily run's placing is its rank on that day's board: one
      * more than the daily runs of the same date that beat it.
      ******************************************************************
       rank-daily-runs.

           perform varying ws-run-idx from 1 by 1
           until ws-run-idx > ws-run-count

               if ws-run-daily(ws-run-idx) = "D"
               and ws-run-player-idx(ws-run-idx) > 0 then

                   move 1 to ws-placing
                   perform varying ws-other-idx from 1 by 1
                   until ws-other-idx > ws-run-count
                       if ws-run-daily(ws-other-idx) = "D"
                       and ws-run-date(ws-other-idx)
                           = ws-run-date(ws-run-idx)
                       and (ws-run-level(ws-other-idx)
                           > ws-run-level(ws-run-idx)
                           or (ws-run-level(ws-other-idx)
                               = ws-run-level(ws-run-idx)
                               and ws-run-exp(ws-other-idx)
                                   > ws-run-exp(ws-run-idx)))
                       and ws-placing < 999 then
                           add 1 to ws-placing
                       end-if
                   end-perform

                   move ws-run-player-idx(ws-run-idx)
                       to ws-player-idx
                   if ws-placing = 1 then
                       add 1 to ws-plr-daily-wins(ws-player-idx)
                   end-if
                   if ws-plr-daily-best(ws-player-idx) = 0
                   or ws-placing < ws-plr-daily-best(ws-player-idx)
                   then
                       move ws-placing
                           to ws-plr-daily-best(ws-player-idx)
                       move ws-run-date(ws-run-idx)
                           to ws-plr-daily-best-date(ws-player-idx)
                   end-if
               end-if

           end-perform

           exit paragraph.

      ******************************************************************
      * Each player's season rank: one more than the players whose
      * best run that season beat theirs.
      ******************************************************************
       rank-seasons.

           perform varying ws-season-idx from 1 by 1
           until ws-season-idx > ws-max-seasons
               perform varying ws-player-idx from 1 by 1
               until ws-player-idx > ws-player-count
                   if ws-plr-ssn-runs(ws-player-idx, ws-season-idx)
                       > 0 then
                       perform rank-one-season-entry
                   end-if
               end-perform
           end-perform

           exit paragraph.

       rank-one-season-entry.

           move 1 to ws-plr-ssn-rank(ws-player-idx, ws-season-idx)

           perform varying ws-other-player from 1 by 1
           until ws-other-player > ws-player-count
               if ws-plr-ssn-runs(ws-other-player, ws-season-idx) > 0
               and (ws-plr-ssn-level(ws-other-player, ws-season-idx)
                   > ws-plr-ssn-level(ws-player-idx, ws-season-idx)
                   or (ws-plr-ssn-level(ws-other-player, ws-season-idx)
                     = ws-plr-ssn-level(ws-player-idx, ws-season-idx)
                     and ws-plr-ssn-exp(ws-other-player, ws-season-idx)
                     > ws-plr-ssn-exp(ws-player-idx, ws-season-idx)))
               then
                   add 1 to ws-plr-ssn-rank(ws-player-idx,
                       ws-season-idx)
               end-if
           end-perform

           exit paragraph.

      *> insertion sort of the player order, most runs first; ties
      *> keep first-seen order.
       sort-players.

           perform varying ws-sort-i from 1 by 1
           until ws-sort-i > ws-player-count
               move ws-sort-i to ws-order-idx(ws-sort-i)
           end-perform

           perform varying ws-sort-i from 2 by 1
           until ws-sort-i > ws-player-count
               move ws-order-idx(ws-sort-i) to ws-sort-hold
               move ws-sort-i to ws-sort-j
               perform until ws-sort-j < 2
                   or ws-plr-runs(ws-order-idx(ws-sort-j - 1))
                       >= ws-plr-runs(ws-sort-hold)
                   move ws-order-idx(ws-sort-j - 1)
                       to ws-order-idx(ws-sort-j)
                   subtract 1 from ws-sort-j
               end-perform
               move ws-sort-hold to ws-order-idx(ws-sort-j)
           end-perform

           exit paragraph.

       write-report.

           open output fd-report

           move "COBOL-ROGUELIKE PLAYER CAREER REPORT" to f-report-line
           write f-report-line
           move "====================================" to f-report-line
           write f-report-line
           move spaces to f-report-line
           string "Seasons " ws-first-season " to " ws-season-number
               " (current season from RUNSTATS.LOG): "
               ws-run-count " run(s), " ws-player-count " player(s)"
               delimited by size into f-report-line
           end-string
           write f-report-line
           if ws-runs-dropped > 0 then
               move spaces to f-report-line
               string "*** " ws-runs-dropped
                   " run(s) beyond the table limit not counted"
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if

           perform varying ws-sort-i from 1 by 1
           until ws-sort-i > ws-player-count
               move ws-order-idx(ws-sort-i) to ws-player-idx
               perform write-player-block
           end-perform

           close fd-report

           exit paragraph.

       write-player-block.

           move spaces to f-report-line
           write f-report-line

           move ws-plr-runs(ws-player-idx) to ws-edit-runs
           move ws-plr-wins(ws-player-idx) to ws-edit-wins
           move spaces to f-report-line
           string ws-plr-name(ws-player-idx)
               "  RUNS " ws-edit-runs "  WINS " ws-edit-wins
               delimited by size into f-report-line
           end-string
           write f-report-line

           move ws-plr-best-level(ws-player-idx) to ws-edit-level
           move ws-plr-best-exp(ws-player-idx) to ws-edit-exp
           move ws-plr-best-kills(ws-player-idx) to ws-edit-kills
           move ws-plr-deepest(ws-player-idx) to ws-edit-depth
           move ws-plr-most-waves(ws-player-idx) to ws-edit-waves
           move spaces to f-report-line
           move 1 to ws-season-list-ptr
           string "  BESTS   level " ws-edit-level
               "  exp " ws-edit-exp
               "  kills " ws-edit-kills
               "  depth " ws-edit-depth
               "  waves " ws-edit-waves
               delimited by size into f-report-line
               with pointer ws-season-list-ptr
           end-string
           if ws-plr-fastest(ws-player-idx) > 0 then
               move ws-plr-fastest(ws-player-idx) to ws-edit-fastest
               string "  fastest win "
                   function trim(ws-edit-fastest) "s"
                   delimited by size into f-report-line
                   with pointer ws-season-list-ptr
               end-string
           end-if
           write f-report-line

           move spaces to f-report-line
           if ws-plr-daily-runs(ws-player-idx) > 0 then
               move ws-plr-daily-runs(ws-player-idx) to ws-edit-count
               move ws-plr-daily-best(ws-player-idx)
                   to ws-edit-placing
               move ws-plr-daily-wins(ws-player-idx) to ws-edit-wins
               string "  DAILY   runs " ws-edit-count
                   "  best placing #"
                   function trim(ws-edit-placing)
                   " (" ws-plr-daily-best-date(ws-player-idx) ")"
                   "  days won " ws-edit-wins
                   delimited by size into f-report-line
               end-string
           else
               move "  DAILY   no daily-challenge runs"
                   to f-report-line
           end-if
           write f-report-line

           if ws-plr-hc-runs(ws-player-idx) > 0 then
               move ws-plr-hc-runs(ws-player-idx) to ws-edit-count
               move ws-plr-hc-survived(ws-player-idx) to ws-edit-runs
               move spaces to f-report-line
               string "  HARDCORE runs " ws-edit-count
                   "  survived " ws-edit-runs
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if

           move spaces to ws-season-list
           move 1 to ws-season-list-ptr
           perform varying ws-season-idx from 1 by 1
           until ws-season-idx > ws-max-seasons
               if ws-plr-ssn-runs(ws-player-idx, ws-season-idx) > 0
               then
                   move ws-plr-ssn-rank(ws-player-idx, ws-season-idx)
                       to ws-edit-placing
                   compute ws-other-player =
                       ws-season-idx + ws-first-season - 1
                   string "S" ws-other-player(2:2) " #"
                       function trim(ws-edit-placing) "  "
                       delimited by size into ws-season-list
                       with pointer ws-season-list-ptr
                   end-string
               end-if
           end-perform
           move spaces to f-report-line
           string "  SEASONS " ws-season-list
               delimited by size into f-report-line
           end-string
           write f-report-line

           exit paragraph.

       end program crl-career-report.
