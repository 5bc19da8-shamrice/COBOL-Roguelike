      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Seed sweep QA for crl-map-generator. Generates a
      *>          map (SWEEPMAP) for every seed in a range at one enemy
      *>          budget and puts each through the checks a bad
      *>          layout fails: the map must load, pass the batch
      *>          validator (validate-map-data -- enemies and items
      *>          on open tiles, teleports sound), have a goal tile
      *>          the start can actually walk to, and give up its
      *>          goal to at least one short crl-soak-bot trial.
      *>          Failing seeds and every reason go to SEEDQA.RPT,
      *>          and into the known-bad list BADSEEDS.TBL --
      *>          "SEED|BUDGET|REASON" lines -- which the game's
      *>          descent floors and daily challenge step past. A
      *>          sweep replaces the list's entries for its own
      *>          range and budget, so a generator fix clears them,
      *>          and keeps every other entry. The SWEEPMAP files
      *>          are removed afterwards and a SOAK.RPT already here
      *>          is put back as it was.
      *>          Arguments:
      *>              --from=N          first seed (1)
      *>              --to=N            last seed (first + 99)
      *>              --budget=N        enemy budget passed to the
      *>                                generator (30)
      *>              --trials=N        soak-bot trials per seed (5)
      *> Tectonics:
      *>     ./build_seed_sweep.sh
      *>         src/validate_map_data.cbl
      *>         src/shared/load_map_data.cbl
      *>         src/shared/crl_error_log.cbl
      *>         src/shared/crl_catalog_version.cbl
      *>*****************************************************************
       identification division.
       program-id. crl-seed-sweep.

       environment division.

       input-output section.

       file-control.
           select optional fd-bad-seeds
               assign to dynamic ws-bad-seeds-file
               organization is line sequential
               file status is ws-bad-seeds-status.

           select optional fd-soak-report
               assign to dynamic ws-soak-report-file
               organization is line sequential
               file status is ws-soak-report-status.

           select fd-report
               assign to dynamic ws-report-file
               organization is line sequential
               file status is ws-report-status.

       data division.

       file section.

           fd  fd-bad-seeds.
           01  f-bad-seed-line              pic x(80).

           fd  fd-soak-report.
           01  f-soak-line                  pic x(80).

           fd  fd-report.
           01  f-report-line                pic x(100).

       working-storage section.

           copy "shared/copybooks/ws-constants.cpy".

           78  ws-max-sweep-seeds          value 1000.
           78  ws-max-bad-seeds            value 500.
           78  ws-max-reach-cells          value 2000.
           78  ws-sweep-map                value "SWEEPMAP".

           01  ws-bad-seeds-file           pic x(12)
                                           value "BADSEEDS.TBL".
           01  ws-soak-report-file         pic x(12)
                                           value "SOAK.RPT".
           01  ws-soak-keep-file           pic x(12)
                                           value "SEEDQA.SOK".
           01  ws-report-file              pic x(12)
                                           value "SEEDQA.RPT".
           01  ws-bad-seeds-status         pic xx.
           01  ws-soak-report-status       pic xx.
           01  ws-report-status            pic xx.

           01  ws-eof-sw                   pic a value 'N'.
               88  ws-is-eof               value 'Y'.
               88  ws-not-eof              value 'N'.

           01  ws-command-args             pic x(256).
           01  ws-arg-token                pic x(64).
           01  ws-arg-pointer              pic 9(4) value 1.
           01  ws-arg-count                pic 99 value 0.
           01  ws-arg-idx                  pic 99.
           01  ws-arg-key                  pic x(16).
           01  ws-arg-value                pic x(32).

           01  ws-seed-from                pic 9(9) value 1.
           01  ws-seed-to                  pic 9(9) value 0.
           01  ws-budget                   pic 999 value 30.
           01  ws-trials                   pic 999 value 5.
           01  ws-seed                     pic 9(9).

           01  ws-date-data                pic x(21).

      *> the generator and soak bot, beside the pack or on the PATH.
           01  ws-gen-bin                  pic x(30).
           01  ws-soak-bin                 pic x(30).
           01  ws-bin-info.
               05  ws-bin-size             pic 9(18) comp.
               05  ws-bin-date             pic x(8).
           01  ws-bin-status               pic s9(9) comp-5.
           01  ws-system-command           pic x(200).
           01  ws-probe-file               pic x(20).
           01  ws-probe-status             pic s9(9) comp-5.
           01  ws-soak-kept-sw             pic a value 'N'.
               88  ws-soak-was-kept        value 'Y'.

      *> same shapes every load-map-data caller carries.
           01  ws-map-files.
               05  ws-map-name             pic x(15) value spaces.
               05  ws-map-name-temp        pic x(15).
               05  ws-map-dat-file         pic x(15).
               05  ws-map-tel-file         pic x(15).
               05  ws-map-enemy-file       pic x(15).
               05  ws-map-item-file        pic x(15).
               05  ws-map-dim-file         pic x(15).
               05  ws-map-height           pic 99 value 25.
               05  ws-map-width            pic 99 value 80.

           copy "shared/copybooks/ws-tile-map-table-matrix.cpy".
           copy "shared/copybooks/ws-enemy-data.cpy".
           copy "shared/copybooks/ws-teleport-data.cpy".
           copy "shared/copybooks/ws-item-data.cpy".

           01  ws-player-start-pos.
               05  ws-player-start-y           pic S99.
               05  ws-player-start-x           pic S99.
               05  ws-player-start-found-sw    pic a value 'N'.
                   88  ws-player-start-was-found   value 'Y'.
                   88  ws-player-start-not-found   value 'N'.

           01  ws-load-return-code          pic 9.

      *> the batch validator's answer.
           01  ws-validate-map-name         pic x(15).
           01  ws-validate-load-status      pic 9.
           01  ws-validate-issue-count      pic 999.

      *> walking distance from the start: a flood over open tiles.
           01  ws-reach-table.
               05  ws-reach-row occurs 25 times.
                   10  ws-reach-cell occurs 80 times pic a.
           01  ws-reach-queue.
               05  ws-reach-entry occurs ws-max-reach-cells times.
                   10  ws-reach-y          pic 99.
                   10  ws-reach-x          pic 99.
           01  ws-reach-head               pic 9(4).
           01  ws-reach-tail               pic 9(4).
           01  ws-goal-y                   pic 99.
           01  ws-goal-x                   pic 99.
           01  ws-scan-y                   pic 99.
           01  ws-scan-x                   pic 99.
           01  ws-next-y                   pic s99.
           01  ws-next-x                   pic s99.
           01  ws-dir-idx                  pic 9.
           01  ws-goal-reach-sw            pic a.
               88  ws-goal-reachable       value 'Y'.
               88  ws-goal-unreachable     value 'N'.

      *> the soak bot's verdict, from its SOAK.RPT summary.
           01  ws-soak-goals               pic 999.
           01  ws-soak-found-sw            pic a.
               88  ws-soak-summary-found   value 'Y'.
               88  ws-soak-summary-missing value 'N'.

      *> one seed's failures.
           01  ws-fail-count               pic 9 value 0.
           01  ws-fail-reasons.
               05  ws-fail-reason occurs 5 times pic x(40).
           01  ws-fail-idx                 pic 9.
           01  ws-count-disp               pic zz9.

      *> the known-bad list, as read and as it will be rewritten.
           01  ws-bad-count                pic 999 value 0.
           01  ws-bad-seeds.
               05  ws-bad-seed occurs ws-max-bad-seeds times.
                   10  ws-bad-seed-num     pic 9(9).
                   10  ws-bad-budget       pic 999.
                   10  ws-bad-reason       pic x(40).
           01  ws-bad-idx                  pic 999.
           01  ws-kept-count               pic 999 value 0.
           01  ws-bad-dropped              pic 999 value 0.
           01  ws-line-seed                pic x(12).
           01  ws-line-budget              pic x(6).
           01  ws-line-reason              pic x(40).

           01  ws-swept-count              pic 9(4) value 0.
           01  ws-failed-count             pic 9(4) value 0.
           01  ws-tally-load               pic 9(4) value 0.
           01  ws-tally-validate           pic 9(4) value 0.
           01  ws-tally-walled             pic 9(4) value 0.
           01  ws-tally-soak               pic 9(4) value 0.

       procedure division.

       main-procedure.

           display "COBOL-Roguelike generator seed sweep"
           display "------------------------------------"

           perform parse-arguments

           if ws-seed-to = 0 then
               compute ws-seed-to = ws-seed-from + 99
           end-if
           if ws-seed-to < ws-seed-from then
               display "--to is below --from -- nothing to sweep."
               move 8 to return-code
               stop run
           end-if
           if ws-seed-to - ws-seed-from >= ws-max-sweep-seeds then
               compute ws-seed-to =
                   ws-seed-from + ws-max-sweep-seeds - 1
               display "Sweep capped at " ws-max-sweep-seeds
                   " seeds: " ws-seed-from " - " ws-seed-to
           end-if

           perform find-tools
           perform load-bad-seeds
           perform keep-soak-report

           open output fd-report
           move "COBOL-ROGUELIKE GENERATOR SEED SWEEP" to f-report-line
           write f-report-line
           move function current-date to ws-date-data
           move spaces to f-report-line
           string "RUN DATE: " ws-date-data(1:8)
               "   SEEDS: " ws-seed-from " - " ws-seed-to
               "   BUDGET: " ws-budget
               "   SOAK TRIALS: " ws-trials
               delimited by size into f-report-line
           end-string
           write f-report-line
           move spaces to f-report-line
           write f-report-line

           perform varying ws-seed from ws-seed-from by 1
           until ws-seed > ws-seed-to
               perform sweep-one-seed
           end-perform

           perform write-sweep-summary
           close fd-report

           perform save-bad-seeds
           perform restore-soak-report

           move spaces to ws-system-command
           string "rm -f " ws-sweep-map ".*"
               delimited by size into ws-system-command
           end-string
           call "SYSTEM" using ws-system-command
           end-call

           display "Done. " ws-swept-count " seed(s) swept, "
               ws-failed-count " failed. Report: "
               function trim(ws-report-file)

           stop run.

       parse-arguments.

           accept ws-command-args from command-line

           if ws-command-args = spaces then
               exit paragraph
           end-if

           inspect function trim(ws-command-args)
               tallying ws-arg-count for all "--"

           perform varying ws-arg-idx from 1 by 1
           until ws-arg-idx > ws-arg-count

               unstring ws-command-args
                   delimited by all spaces
                   into ws-arg-token
                   with pointer ws-arg-pointer
                   on overflow continue
               end-unstring

               move spaces to ws-arg-key
               move spaces to ws-arg-value
               unstring ws-arg-token delimited by "="
                   into ws-arg-key ws-arg-value
               end-unstring

               evaluate function trim(
                   function upper-case(ws-arg-key))

                   when "--FROM"
                       if function trim(ws-arg-value) is numeric
                       then
                           compute ws-seed-from =
                               function numval(ws-arg-value)
                       end-if

                   when "--TO"
                       if function trim(ws-arg-value) is numeric
                       then
                           compute ws-seed-to =
                               function numval(ws-arg-value)
                       end-if

                   when "--BUDGET"
                       if function trim(ws-arg-value) is numeric
                       then
                           compute ws-budget =
                               function numval(ws-arg-value)
                       end-if

                   when "--TRIALS"
                       if function trim(ws-arg-value) is numeric
                       then
                           compute ws-trials =
                               function numval(ws-arg-value)
                       end-if

               end-evaluate

           end-perform

           exit paragraph.

      *> prefer binaries sitting beside the map pack, the way the
      *> game's descent mode finds the generator.
       find-tools.

           move "./crl-map-generator" to ws-gen-bin
           call "CBL_CHECK_FILE_EXIST" using
               ws-gen-bin ws-bin-info
               returning ws-bin-status
           end-call
           if ws-bin-status not = 0 then
               move "crl-map-generator" to ws-gen-bin
           end-if

           move "./crl-soak-bot" to ws-soak-bin
           call "CBL_CHECK_FILE_EXIST" using
               ws-soak-bin ws-bin-info
               returning ws-bin-status
           end-call
           if ws-bin-status not = 0 then
               move "crl-soak-bot" to ws-soak-bin
           end-if

           exit paragraph.

      ******************************************************************
      * One seed: generate, load, validate, walk, soak. Every check
      * that fails adds its reason; a seed with any is known-bad.
      ******************************************************************
       sweep-one-seed.

           add 1 to ws-swept-count
           move 0 to ws-fail-count
           move spaces to ws-fail-reasons

           move spaces to ws-probe-file
           string ws-sweep-map ".DAT" delimited by size
               into ws-probe-file
           end-string
           call "CBL_DELETE_FILE" using ws-probe-file
               returning ws-probe-status
           end-call

           move spaces to ws-system-command
           string function trim(ws-gen-bin)
               " --map=" ws-sweep-map
               " --seed=" ws-seed
               " --budget=" ws-budget
               " > /dev/null"
               delimited by size into ws-system-command
           end-string
           call "SYSTEM" using ws-system-command
           end-call

           call "CBL_CHECK_FILE_EXIST" using
               ws-probe-file ws-bin-info
               returning ws-probe-status
           end-call
           if ws-probe-status not = 0 then
               move "generator wrote no map" to ws-line-reason
               perform note-seed-failure
               add 1 to ws-tally-load
               perform report-seed
               exit paragraph
           end-if

           move ws-sweep-map to ws-map-name
           move ws-map-name to ws-map-name-temp
           move 0 to ws-cur-num-enemies
           move 0 to ws-cur-num-teleports
           move 0 to ws-cur-num-items
           set ws-player-start-not-found to true

           call "load-map-data" using
               ws-map-files ws-tile-map-table-matrix
               ws-enemy-data ws-teleport-data ws-item-data
               ws-player-start-pos
               ws-load-return-code
           end-call

           if ws-load-return-code not = ws-load-status-success then
               move spaces to ws-line-reason
               string "map will not load (status "
                   ws-load-return-code ")"
                   delimited by size into ws-line-reason
               end-string
               perform note-seed-failure
               add 1 to ws-tally-load
               perform report-seed
               exit paragraph
           end-if

           move ws-sweep-map to ws-validate-map-name
           call "validate-map-data-batch" using
               ws-validate-map-name ws-validate-load-status
               ws-validate-issue-count
           end-call
           if ws-validate-issue-count > 0 then
               move ws-validate-issue-count to ws-count-disp
               move spaces to ws-line-reason
               string "validator: " function trim(ws-count-disp)
                   " issue(s)"
                   delimited by size into ws-line-reason
               end-string
               perform note-seed-failure
               add 1 to ws-tally-validate
           end-if

           perform check-goal-reachable
           if ws-goal-unreachable then
               add 1 to ws-tally-walled
           end-if

           perform run-soak-trial

           perform report-seed

           exit paragraph.

      ******************************************************************
      * Floods out from the start over every open tile; the goal must
      * be among them. No goal, or no start, fails the same way.
      ******************************************************************
       check-goal-reachable.

           set ws-goal-unreachable to true
           move 0 to ws-goal-y ws-goal-x

           perform varying ws-scan-y from 1 by 1
           until ws-scan-y > ws-map-height
               perform varying ws-scan-x from 1 by 1
               until ws-scan-x > ws-map-width
                   if ws-tile-effect-id(ws-scan-y, ws-scan-x)
                       = ws-goal-effect-id
                   and ws-goal-y = 0 then
                       move ws-scan-y to ws-goal-y
                       move ws-scan-x to ws-goal-x
                   end-if
               end-perform
           end-perform

           if ws-goal-y = 0 then
               move "no goal tile" to ws-line-reason
               perform note-seed-failure
               exit paragraph
           end-if

           if ws-player-start-not-found then
               move "no start tile" to ws-line-reason
               perform note-seed-failure
               exit paragraph
           end-if

           move all "N" to ws-reach-table
           move 1 to ws-reach-head
           move 1 to ws-reach-tail
           move ws-player-start-y to ws-reach-y(1)
           move ws-player-start-x to ws-reach-x(1)
           move "Y" to ws-reach-cell(ws-player-start-y,
               ws-player-start-x)

           perform until ws-reach-head > ws-reach-tail
           or ws-goal-reachable
               if ws-reach-y(ws-reach-head) = ws-goal-y
               and ws-reach-x(ws-reach-head) = ws-goal-x then
                   set ws-goal-reachable to true
               else
                   perform varying ws-dir-idx from 1 by 1
                   until ws-dir-idx > 4
                       perform reach-neighbour
                   end-perform
               end-if
               add 1 to ws-reach-head
           end-perform

           if ws-goal-unreachable then
               move "goal walled off from the start"
                   to ws-line-reason
               perform note-seed-failure
           end-if

           exit paragraph.

       reach-neighbour.

           move ws-reach-y(ws-reach-head) to ws-next-y
           move ws-reach-x(ws-reach-head) to ws-next-x
           evaluate ws-dir-idx
               when 1
                   subtract 1 from ws-next-y
               when 2
                   add 1 to ws-next-y
               when 3
                   subtract 1 from ws-next-x
               when other
                   add 1 to ws-next-x
           end-evaluate

           if ws-next-y < 1 or ws-next-y > ws-map-height
           or ws-next-x < 1 or ws-next-x > ws-map-width then
               exit paragraph
           end-if
           if ws-reach-cell(ws-next-y, ws-next-x) = "Y"
           or ws-tile-is-blocking(ws-next-y, ws-next-x) then
               exit paragraph
           end-if
           if ws-reach-tail >= ws-max-reach-cells then
               exit paragraph
           end-if

           move "Y" to ws-reach-cell(ws-next-y, ws-next-x)
           add 1 to ws-reach-tail
           move ws-next-y to ws-reach-y(ws-reach-tail)
           move ws-next-x to ws-reach-x(ws-reach-tail)

           exit paragraph.

      ******************************************************************
      * A short soak: the bot must reach the goal at least once. Its
      * "GOAL REACHED: nnn of nnn" summary line is the verdict.
      ******************************************************************
       run-soak-trial.

           if ws-trials = 0 then
               exit paragraph
           end-if

           call "CBL_DELETE_FILE" using ws-soak-report-file
               returning ws-probe-status
           end-call

           move spaces to ws-system-command
           string function trim(ws-soak-bin)
               " --map=" ws-sweep-map
               " --trials=" ws-trials
               " > /dev/null"
               delimited by size into ws-system-command
           end-string
           call "SYSTEM" using ws-system-command
           end-call

           set ws-soak-summary-missing to true
           move 0 to ws-soak-goals
           set ws-not-eof to true

           open input fd-soak-report
           if ws-soak-report-status = ws-file-status-ok then
               perform until ws-is-eof
                   read fd-soak-report
                       at end set ws-is-eof to true
                   end-read
                   if ws-not-eof
                   and f-soak-line(1:14) = "GOAL REACHED: " then
                       set ws-soak-summary-found to true
                       if f-soak-line(15:3) is numeric then
                           move f-soak-line(15:3) to ws-soak-goals
                       end-if
                   end-if
               end-perform
           end-if
           close fd-soak-report

           evaluate true
               when ws-soak-summary-missing
                   move "soak bot could not play the map"
                       to ws-line-reason
                   perform note-seed-failure
                   add 1 to ws-tally-soak
               when ws-soak-goals = 0
                   move spaces to ws-line-reason
                   string "soak: goal never reached in "
                       ws-trials " trial(s)"
                       delimited by size into ws-line-reason
                   end-string
                   perform note-seed-failure
                   add 1 to ws-tally-soak
           end-evaluate

           exit paragraph.

       note-seed-failure.

           if ws-fail-count < 5 then
               add 1 to ws-fail-count
               move ws-line-reason to ws-fail-reason(ws-fail-count)
           end-if

           exit paragraph.

      *> a failing seed's report lines, and its known-bad entry.
       report-seed.

           if ws-fail-count = 0 then
               exit paragraph
           end-if

           add 1 to ws-failed-count

           perform varying ws-fail-idx from 1 by 1
           until ws-fail-idx > ws-fail-count
               move spaces to f-report-line
               string "SEED " ws-seed " FAIL  "
                   ws-fail-reason(ws-fail-idx)
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-perform

           if ws-bad-count < ws-max-bad-seeds then
               add 1 to ws-bad-count
               move ws-seed to ws-bad-seed-num(ws-bad-count)
               move ws-budget to ws-bad-budget(ws-bad-count)
               move ws-fail-reason(1) to ws-bad-reason(ws-bad-count)
           else
               add 1 to ws-bad-dropped
           end-if

           exit paragraph.

       write-sweep-summary.

           if ws-failed-count = 0 then
               move "No failing seeds." to f-report-line
               write f-report-line
           end-if

           move spaces to f-report-line
           write f-report-line
           move "SWEEP SUMMARY" to f-report-line
           write f-report-line
           move spaces to f-report-line
           string "SEEDS SWEPT: " ws-swept-count
               "   FAILED: " ws-failed-count
               delimited by size into f-report-line
           end-string
           write f-report-line
           move spaces to f-report-line
           string "  no map / will not load: " ws-tally-load
               delimited by size into f-report-line
           end-string
           write f-report-line
           move spaces to f-report-line
           string "  validator issues:       " ws-tally-validate
               delimited by size into f-report-line
           end-string
           write f-report-line
           move spaces to f-report-line
           string "  no goal, or walled off:  " ws-tally-walled
               delimited by size into f-report-line
           end-string
           write f-report-line
           move spaces to f-report-line
           string "  soak bot never won:     " ws-tally-soak
               delimited by size into f-report-line
           end-string
           write f-report-line

           if ws-bad-dropped > 0 then
               move spaces to f-report-line
               string ws-bad-dropped
                   " failing seed(s) did not fit in "
                   function trim(ws-bad-seeds-file)
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if

           exit paragraph.

      ******************************************************************
      * The existing known-bad list, less the entries this sweep is
      * about to judge again (same budget, seed in range).
      ******************************************************************
       load-bad-seeds.

           move 0 to ws-bad-count
           set ws-not-eof to true

           open input fd-bad-seeds
           if ws-bad-seeds-status not = ws-file-status-ok then
               close fd-bad-seeds
               exit paragraph
           end-if

           perform until ws-is-eof
               read fd-bad-seeds
                   at end set ws-is-eof to true
               end-read
               if ws-not-eof
               and f-bad-seed-line(1:1) not = "#"
               and f-bad-seed-line not = spaces then
                   move spaces to ws-line-seed ws-line-budget
                       ws-line-reason
                   unstring f-bad-seed-line delimited by "|"
                       into ws-line-seed ws-line-budget
                           ws-line-reason
                   end-unstring
                   if function trim(ws-line-seed) is numeric
                   and function trim(ws-line-budget) is numeric
                   and ws-bad-count < ws-max-bad-seeds then
                       add 1 to ws-bad-count
                       compute ws-bad-seed-num(ws-bad-count) =
                           function numval(ws-line-seed)
                       compute ws-bad-budget(ws-bad-count) =
                           function numval(ws-line-budget)
                       move ws-line-reason
                           to ws-bad-reason(ws-bad-count)
                       if ws-bad-budget(ws-bad-count) = ws-budget
                       and ws-bad-seed-num(ws-bad-count)
                           >= ws-seed-from
                       and ws-bad-seed-num(ws-bad-count)
                           <= ws-seed-to then
                           subtract 1 from ws-bad-count
                       end-if
                   end-if
               end-if
           end-perform

           close fd-bad-seeds
           move ws-bad-count to ws-kept-count

           exit paragraph.

       save-bad-seeds.

           open output fd-bad-seeds
           if ws-bad-seeds-status not = ws-file-status-ok then
               display "Cannot write " function trim(ws-bad-seeds-file)
               move 8 to return-code
               exit paragraph
           end-if

           move "# Known-bad generator seeds -- written by"
               & " crl-seed-sweep." to f-bad-seed-line
           write f-bad-seed-line
           move "# SEED|BUDGET|REASON -- descent floors and the daily"
               & " challenge skip these." to f-bad-seed-line
           write f-bad-seed-line

           perform varying ws-bad-idx from 1 by 1
           until ws-bad-idx > ws-bad-count
               move spaces to f-bad-seed-line
               string ws-bad-seed-num(ws-bad-idx) "|"
                   ws-bad-budget(ws-bad-idx) "|"
                   function trim(ws-bad-reason(ws-bad-idx))
                   delimited by size into f-bad-seed-line
               end-string
               write f-bad-seed-line
           end-perform

           close fd-bad-seeds

           exit paragraph.

      *> the soak trials write SOAK.RPT; one already here is kept.
       keep-soak-report.

           call "CBL_CHECK_FILE_EXIST" using
               ws-soak-report-file ws-bin-info
               returning ws-probe-status
           end-call
           if ws-probe-status = 0 then
               call "CBL_RENAME_FILE" using
                   ws-soak-report-file ws-soak-keep-file
                   returning ws-probe-status
               end-call
               if ws-probe-status = 0 then
                   set ws-soak-was-kept to true
               end-if
           end-if

           exit paragraph.

       restore-soak-report.

           call "CBL_DELETE_FILE" using ws-soak-report-file
               returning ws-probe-status
           end-call
           if ws-soak-was-kept then
               call "CBL_RENAME_FILE" using
                   ws-soak-keep-file ws-soak-report-file
                   returning ws-probe-status
               end-call
           end-if

           exit paragraph.

       end program crl-seed-sweep.
