      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Campaign progression audit. Walks CAMPAIGN.CMP in
      *>          order -- plain lines and graph nodes alike, gate
      *>          maps included -- and totals the experience each
      *>          map offers: every .BGS enemy's exp-worth (bestiary
      *>          templates resolved the way the game resolves them)
      *>          plus the expected output of its spawners over a
      *>          thorough visit. A thorough player arrives at a map
      *>          carrying everything the maps on the best road into
      *>          it gave (and its exits' gate map, which has to be
      *>          cleared first); PROGRESS.TBL turns that experience
      *>          into the level they arrive at, the same climb
      *>          gain-experience makes. That level is set beside
      *>          the recommended level in the map's .MET, and any
      *>          map declared more than two levels off is flagged.
      *>          Results go to PROGAUD.RPT.
      *> Tectonics:
      *>     ./build_progress_audit.sh
      *>         src/shared/load_map_data.cbl
      *>         src/shared/crl_error_log.cbl
      *>         src/shared/crl_catalog_version.cbl
      *>*****************************************************************
       identification division.
       program-id. crl-progress-audit.

       environment division.

       input-output section.

       file-control.
           select optional fd-campaign-file
               assign to ws-campaign-file
               organization is line sequential
               file status is ws-campaign-status.

           select optional fd-progress-table
               assign to ws-progress-table-file
               organization is line sequential
               file status is ws-progress-status.

           select optional fd-map-meta
               assign to dynamic ws-map-meta-file
               organization is record sequential
               file status is ws-map-meta-status.

           select fd-report
               assign to dynamic ws-report-file
               organization is line sequential
               file status is ws-report-status.

       data division.

       file section.

           fd  fd-campaign-file.
           01  f-campaign-line              pic x(80).

           fd  fd-progress-table.
           01  f-progress-line              pic x(40).

           fd  fd-map-meta.
           01  f-map-meta-record.
               05  f-map-meta-title         pic x(40).
               05  f-map-meta-author        pic x(20).
               05  f-map-meta-rec-level     pic 999.
               05  f-map-meta-desc          pic x(75).
               05  f-map-meta-dark-sw       pic a.
               05  f-map-meta-weather       pic x.

           fd  fd-report.
           01  f-report-line                pic x(100).

       working-storage section.

           copy "shared/copybooks/ws-constants.cpy".

           78  ws-max-campaign-maps        value 20.
           78  ws-max-progress-rows        value 50.
      *> how long a thorough player lingers on a map -- long enough
      *> for every spawner to fire this many intervals.
           78  ws-thorough-visit-turns     value 250.
      *> how far the author's recommended level may stray.
           78  ws-rec-level-tolerance      value 2.

           78  ws-campaign-file            value "CAMPAIGN.CMP".
           01  ws-campaign-status          pic xx.
           78  ws-progress-table-file      value "PROGRESS.TBL".
           01  ws-progress-status          pic xx.
           01  ws-map-meta-file            pic x(20).
           01  ws-map-meta-status          pic xx.
           78  ws-map-meta-file-ext        value ".MET".
           01  ws-report-file              pic x(15)
                                           value "PROGAUD.RPT".
           01  ws-report-status            pic xx.

           01  ws-eof-sw                   pic a value 'N'.
               88  ws-is-eof               value 'Y'.
               88  ws-not-eof              value 'N'.

           01  ws-campaign-count           pic 99 value 0.
           01  ws-campaign-nodes.
               05  ws-campaign-node occurs ws-max-campaign-maps times.
                   10  ws-cnode-map        pic x(15).
                   10  ws-cnode-exits.
                       15  ws-cnode-exit   pic x(15) occurs 3 times.
                   10  ws-cnode-gate       pic x(15).
                   10  ws-cnode-optional-sw pic a.
                       88  ws-cnode-optional   value 'Y'.
                   10  ws-cnode-loaded-sw  pic a.
                       88  ws-cnode-loaded     value 'Y'.
                       88  ws-cnode-not-loaded value 'N'.
                   10  ws-cnode-enemy-exp  pic 9(7).
                   10  ws-cnode-spawn-exp  pic 9(7).
                   10  ws-cnode-arrive-exp pic 9(8).
                   10  ws-cnode-reached-sw pic a.
                       88  ws-cnode-reached    value 'Y'.
                       88  ws-cnode-unreached  value 'N'.

           01  ws-cnode-parse.
               05  ws-cnode-p-name         pic x(15).
               05  ws-cnode-p-exits        pic x(50).
               05  ws-cnode-p-gate         pic x(15).
               05  ws-cnode-p-opt          pic x(3).

           01  ws-node-idx                 pic 99.
           01  ws-src-idx                  pic 99.
           01  ws-gate-idx                 pic 99.
           01  ws-exit-idx                 pic 9.
           01  ws-offered-exp              pic 9(8).
           01  ws-gate-exp                 pic 9(8).

           01  ws-progress-count           pic 99 value 0.
           01  ws-progress-rows.
               05  ws-progress-row occurs ws-max-progress-rows times.
                   10  ws-prog-level       pic 999.
                   10  ws-prog-exp         pic 9(7).
           01  ws-prog-parse.
               05  ws-prog-p-level         pic x(3).
               05  ws-prog-p-exp           pic x(7).
               05  ws-prog-p-hp            pic x(3).
               05  ws-prog-p-atk           pic x(3).
               05  ws-prog-p-class         pic x(1).
           01  ws-prog-idx                 pic 99.

      *> the climb: exp in hand against the next threshold.
           01  ws-climb-exp                pic 9(8).
           01  ws-climb-level              pic 999.
           01  ws-climb-next               pic 9(7).

           01  ws-map-files.
               05  ws-map-name             pic x(15).
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

           01  ws-load-return-code          pic 9.

           01  ws-idx                      pic 99.
           01  ws-tile-y                   pic 99.
           01  ws-tile-x                   pic 99.
           01  ws-spawn-tpl-idx            pic 99.
           01  ws-spawns-per-visit         pic 999.

           01  ws-rec-level                pic 999.
           01  ws-level-gap                pic s999.
           01  ws-flag                     pic x(12).
           01  ws-flag-count               pic 99 value 0.

           01  ws-edit-exp                 pic zzzzzz9.
           01  ws-edit-spawn               pic zzzzzz9.
           01  ws-edit-arrive              pic zzzzzzz9.
           01  ws-edit-level               pic zz9.
           01  ws-edit-rec                 pic zz9.

      *> Shared fleet error log -- see crl-error-log.
           01  ws-errlog-program           pic x(20)
                                       value "crl-progress-audit".
           01  ws-errlog-reason            pic x(8).
           01  ws-errlog-file              pic x(20).
           01  ws-errlog-detail            pic x(40).

       procedure division.

       main-procedure.

           display "COBOL-Roguelike campaign progression audit"
           display "------------------------------------------"

           perform load-campaign-manifest

           if ws-campaign-count = 0 then
               display "CAMPAIGN.CMP is empty or missing --"
                   " nothing to walk."
               stop run
           end-if

           perform load-progression-table

           perform varying ws-node-idx from 1 by 1
           until ws-node-idx > ws-campaign-count
               perform total-map-experience
           end-perform

           perform compute-arrival-experience

           open output fd-report
           move "COBOL-ROGUELIKE CAMPAIGN PROGRESSION AUDIT"
               to f-report-line
           write f-report-line
           move "========================================="
               to f-report-line
           write f-report-line
           move spaces to f-report-line
           string "Spawners credited with "
               ws-thorough-visit-turns
               " turns of output per visit; rec level flagged"
               " when more than " ws-rec-level-tolerance
               " off the arrival level."
               delimited by size into f-report-line
           end-string
           write f-report-line
           move spaces to f-report-line
           write f-report-line
           move "##  MAP              ENEMY-EXP SPAWN-EXP  ARRIVE-EXP"
               & "  ARRIVE-LV  REC-LV  FLAG"
               to f-report-line
           write f-report-line

           perform varying ws-node-idx from 1 by 1
           until ws-node-idx > ws-campaign-count
               perform report-one-node
           end-perform

           move spaces to f-report-line
           write f-report-line
           move spaces to f-report-line
           string "Maps flagged: " ws-flag-count
               delimited by size into f-report-line
           end-string
           write f-report-line

           close fd-report

           display "Audited " ws-campaign-count " campaign map(s), "
               ws-flag-count " flagged. Report: "
               function trim(ws-report-file)

           stop run.

      ******************************************************************
      * The manifest, parsed the way the game's parse-campaign-line
      * reads it: plain names stay linear, piped lines carry exits,
      * a gate and the optional flag.
      ******************************************************************
       load-campaign-manifest.

           set ws-not-eof to true
           open input fd-campaign-file
           if ws-campaign-status not = ws-file-status-ok then
               exit paragraph
           end-if

           perform until ws-is-eof
               or ws-campaign-count >= ws-max-campaign-maps

               read fd-campaign-file
                   at end set ws-is-eof to true
               end-read

               if ws-not-eof and f-campaign-line not = spaces then
                   add 1 to ws-campaign-count
                   initialize ws-campaign-node(ws-campaign-count)
                   move spaces to ws-cnode-parse
                   unstring f-campaign-line delimited by "|"
                       into ws-cnode-p-name ws-cnode-p-exits
                           ws-cnode-p-gate ws-cnode-p-opt
                   end-unstring
                   move function upper-case(ws-cnode-p-name)
                       to ws-cnode-map(ws-campaign-count)
                   if ws-cnode-p-exits not = spaces then
                       unstring function upper-case(ws-cnode-p-exits)
                           delimited by ","
                           into ws-cnode-exit(ws-campaign-count, 1)
                               ws-cnode-exit(ws-campaign-count, 2)
                               ws-cnode-exit(ws-campaign-count, 3)
                       end-unstring
                   end-if
                   move function upper-case(ws-cnode-p-gate)
                       to ws-cnode-gate(ws-campaign-count)
                   move 'N'
                       to ws-cnode-optional-sw(ws-campaign-count)
                   if function upper-case(ws-cnode-p-opt) = "Y" then
                       move 'Y'
                           to ws-cnode-optional-sw(ws-campaign-count)
                   end-if
                   set ws-cnode-not-loaded(ws-campaign-count)
                       to true
                   set ws-cnode-unreached(ws-campaign-count) to true
               end-if

           end-perform

           close fd-campaign-file
           set ws-not-eof to true

           exit paragraph.

      ******************************************************************
      * Generic PROGRESS.TBL rows only -- class rows bend the curve
      * for one class, the generic rows are the pack's curve.
      ******************************************************************
       load-progression-table.

           set ws-not-eof to true
           open input fd-progress-table
           if ws-progress-status not = ws-file-status-ok then
               exit paragraph
           end-if

           perform until ws-is-eof
               or ws-progress-count >= ws-max-progress-rows

               read fd-progress-table
                   at end set ws-is-eof to true
               end-read

               if ws-not-eof and f-progress-line not = spaces then
                   move spaces to ws-prog-parse
                   unstring f-progress-line delimited by "|"
                       into ws-prog-p-level ws-prog-p-exp
                           ws-prog-p-hp ws-prog-p-atk
                           ws-prog-p-class
                   end-unstring
                   if function trim(ws-prog-p-level) is numeric
                   and function trim(ws-prog-p-exp) is numeric
                   and ws-prog-p-class = space then
                       add 1 to ws-progress-count
                       move function numval(ws-prog-p-level)
                           to ws-prog-level(ws-progress-count)
                       move function numval(ws-prog-p-exp)
                           to ws-prog-exp(ws-progress-count)
                   end-if
               end-if

           end-perform

           close fd-progress-table
           set ws-not-eof to true

           exit paragraph.

      ******************************************************************
      * One campaign map's offer: its placed enemies' exp-worth, and
      * each spawner's template (the enemy record its switch group
      * names, record 1 when it names none) once per spawner
      * interval of a thorough visit.
      ******************************************************************
       total-map-experience.

           move 0 to ws-cnode-enemy-exp(ws-node-idx)
           move 0 to ws-cnode-spawn-exp(ws-node-idx)

           move ws-cnode-map(ws-node-idx) to ws-map-name
           move ws-map-name to ws-map-name-temp
           move 0 to ws-cur-num-enemies
           move 0 to ws-cur-num-teleports
           move 0 to ws-cur-num-items

           call "load-map-data" using
               ws-map-files ws-tile-map-table-matrix
               ws-enemy-data ws-teleport-data ws-item-data
               ws-player-start-pos
               ws-load-return-code
           end-call

           if ws-load-return-code not = ws-load-status-success then
               move "MAPLOAD" to ws-errlog-reason
               move ws-map-name to ws-errlog-file
               move "progression audit could not load the map"
                   to ws-errlog-detail
               call "crl-error-log" using
                   ws-errlog-program ws-errlog-reason
                   ws-errlog-file ws-errlog-detail
               end-call
               exit paragraph
           end-if

           set ws-cnode-loaded(ws-node-idx) to true

           perform varying ws-idx from 1 by 1
           until ws-idx > ws-cur-num-enemies
               add ws-enemy-exp-worth(ws-idx)
                   to ws-cnode-enemy-exp(ws-node-idx)
           end-perform

           if ws-cur-num-enemies = 0 then
               exit paragraph
           end-if

           compute ws-spawns-per-visit =
               ws-thorough-visit-turns / ws-spawner-interval-turns

           perform varying ws-tile-y from 1 by 1
           until ws-tile-y > ws-map-height
               perform varying ws-tile-x from 1 by 1
               until ws-tile-x > ws-map-width
                   if ws-tile-effect-id(ws-tile-y, ws-tile-x)
                       = ws-spawner-effect-id then
                       move ws-tile-switch-group(ws-tile-y, ws-tile-x)
                           to ws-spawn-tpl-idx
                       if ws-spawn-tpl-idx = 0
                       or ws-spawn-tpl-idx > ws-cur-num-enemies then
                           move 1 to ws-spawn-tpl-idx
                       end-if
                       compute ws-cnode-spawn-exp(ws-node-idx) =
                           ws-cnode-spawn-exp(ws-node-idx)
                           + (ws-spawns-per-visit
                           * ws-enemy-exp-worth(ws-spawn-tpl-idx))
                   end-if
               end-perform
           end-perform

           exit paragraph.

      ******************************************************************
      * The manifest's roads, in file order: a node with exits leads
      * to each of them (its gate map must be cleared first); a
      * plain node leads to the next line. Every road into a node
      * is scored with what the player has banked by the end of the
      * map it leaves from, and the best road wins -- a thorough
      * player takes it. The first line is the start, with nothing
      * banked.
      ******************************************************************
       compute-arrival-experience.

           set ws-cnode-reached(1) to true
           move 0 to ws-cnode-arrive-exp(1)

           perform varying ws-src-idx from 1 by 1
           until ws-src-idx > ws-campaign-count

               if ws-cnode-reached(ws-src-idx) then

                   compute ws-offered-exp =
                       ws-cnode-arrive-exp(ws-src-idx)
                       + ws-cnode-enemy-exp(ws-src-idx)
                       + ws-cnode-spawn-exp(ws-src-idx)

      *> a gated node's exits also wait on the gate map's clear.
                   move ws-cnode-gate(ws-src-idx) to ws-map-name
                   perform find-node-by-name
                   if ws-gate-idx > 0 then
                       compute ws-gate-exp =
                           ws-cnode-arrive-exp(ws-gate-idx)
                           + ws-cnode-enemy-exp(ws-gate-idx)
                           + ws-cnode-spawn-exp(ws-gate-idx)
                       if ws-gate-exp > ws-offered-exp then
                           move ws-gate-exp to ws-offered-exp
                       end-if
                   end-if

                   if ws-cnode-exits(ws-src-idx) = spaces then
                       if ws-src-idx < ws-campaign-count then
                           compute ws-node-idx = ws-src-idx + 1
                           perform credit-road-into-node
                       end-if
                   else
                       perform varying ws-exit-idx from 1 by 1
                       until ws-exit-idx > 3
                           if ws-cnode-exit(ws-src-idx, ws-exit-idx)
                               not = spaces then
                               move ws-cnode-exit(
                                   ws-src-idx, ws-exit-idx)
                                   to ws-map-name
                               perform find-node-by-name
                               move ws-gate-idx to ws-node-idx
      *> only roads forward in file order: a loop back cannot
      *> raise what an earlier map was already scored at.
                               if ws-node-idx > ws-src-idx then
                                   perform credit-road-into-node
                               end-if
                           end-if
                       end-perform
                   end-if
               end-if

           end-perform

           exit paragraph.

       credit-road-into-node.

           if ws-cnode-unreached(ws-node-idx)
           or ws-offered-exp > ws-cnode-arrive-exp(ws-node-idx) then
               move ws-offered-exp to ws-cnode-arrive-exp(ws-node-idx)
           end-if
           set ws-cnode-reached(ws-node-idx) to true

           exit paragraph.

      *> the manifest line naming ws-map-name, 0 when none does.
       find-node-by-name.

           move 0 to ws-gate-idx
           if ws-map-name = spaces then
               exit paragraph
           end-if

           perform varying ws-idx from 1 by 1
           until ws-idx > ws-campaign-count or ws-gate-idx > 0
               if ws-cnode-map(ws-idx) = ws-map-name then
                   move ws-idx to ws-gate-idx
               end-if
           end-perform

           exit paragraph.

      ******************************************************************
      * The level a character who starts at 1 stands at with
      * ws-climb-exp banked: each threshold paid out of the total
      * the way gain-experience pays it, the table's row for the
      * level when it has one, level x 100 when it doesn't.
      ******************************************************************
       compute-arrival-level.

           move 1 to ws-climb-level
           perform find-climb-threshold

           perform until ws-climb-exp < ws-climb-next
               or ws-climb-level >= 999
               subtract ws-climb-next from ws-climb-exp
               add 1 to ws-climb-level
               perform find-climb-threshold
           end-perform

           exit paragraph.

       find-climb-threshold.

           compute ws-climb-next = ws-climb-level * 100

           perform varying ws-prog-idx from 1 by 1
           until ws-prog-idx > ws-progress-count
               if ws-prog-level(ws-prog-idx) = ws-climb-level then
                   move ws-prog-exp(ws-prog-idx) to ws-climb-next
               end-if
           end-perform

      *> a zero threshold would never stop climbing.
           if ws-climb-next = 0 then
               move 1 to ws-climb-next
           end-if

           exit paragraph.

       report-one-node.

           move spaces to ws-flag
           move 0 to ws-rec-level

           if ws-cnode-not-loaded(ws-node-idx) then
               move spaces to f-report-line
               string ws-node-idx "  " ws-cnode-map(ws-node-idx)
                   "  COULD NOT LOAD MAP SET"
                   delimited by size into f-report-line
               end-string
               write f-report-line
               add 1 to ws-flag-count
               exit paragraph
           end-if

           move ws-cnode-arrive-exp(ws-node-idx) to ws-climb-exp
           perform compute-arrival-level

           move function concatenate(
               function trim(ws-cnode-map(ws-node-idx)),
               ws-map-meta-file-ext)
               to ws-map-meta-file
           open input fd-map-meta
           if ws-map-meta-status = ws-file-status-ok then
               read fd-map-meta
                   at end continue
               end-read
               if ws-map-meta-status = ws-file-status-ok
               and f-map-meta-rec-level is numeric then
                   move f-map-meta-rec-level to ws-rec-level
               end-if
               close fd-map-meta
           end-if

           evaluate true
               when ws-cnode-unreached(ws-node-idx)
                   move "UNREACHED" to ws-flag
               when ws-rec-level = 0
                   move "NO REC LEVEL" to ws-flag
               when other
                   compute ws-level-gap = ws-rec-level - ws-climb-level
                   if ws-level-gap > ws-rec-level-tolerance
                       move "REC TOO HIGH" to ws-flag
                   end-if
                   if ws-level-gap < 0 - ws-rec-level-tolerance
                       move "REC TOO LOW" to ws-flag
                   end-if
           end-evaluate

           if ws-flag not = spaces then
               add 1 to ws-flag-count
           end-if

           move ws-cnode-enemy-exp(ws-node-idx) to ws-edit-exp
           move ws-cnode-spawn-exp(ws-node-idx) to ws-edit-spawn
           move ws-cnode-arrive-exp(ws-node-idx) to ws-edit-arrive
           move ws-climb-level to ws-edit-level
           move ws-rec-level to ws-edit-rec

           move spaces to f-report-line
           string ws-node-idx "  " ws-cnode-map(ws-node-idx)
               "   " ws-edit-exp "   " ws-edit-spawn
               "    " ws-edit-arrive
               "        " ws-edit-level
               "     " ws-edit-rec
               "  " ws-flag
               delimited by size into f-report-line
           end-string
           write f-report-line

           if ws-cnode-gate(ws-node-idx) not = spaces then
               move spaces to f-report-line
               string "      exits gated on "
                   function trim(ws-cnode-gate(ws-node-idx))
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if

           exit paragraph.

       end program crl-progress-audit.
