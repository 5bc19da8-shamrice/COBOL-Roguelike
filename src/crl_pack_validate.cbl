      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-08-21
      *> Last Updated: 2026-10-15
      *> Purpose: Pack-level validation sweep. Finds every map set in
      *>          the working directory, runs the same in-map checks
      *>          validate-map-data does (enemies/items in bounds and
      *>          record (and its template must resolve in
      *>          BESTIARY.BST), and QUESTS.QST kill targets must
      *>          name an enemy that actually spawns somewhere.
      *>          Edge neighbors (a map's .NBR, set in the editor)
      *>          must name a map in the pack whose facing edge is
      *>          as long as this one's, and every crossing must be
      *>          open on both sides -- a tile the player can walk
      *>          off from must not land on a blocking one, nor the
      *>          other way about.
      *>          A locked door or plate gate flanked by a plain wall
      *>          a pick could carve is warned about -- the player
      *>          can dig around it -- so the author can mark those
      *>          walls undiggable. Warnings are listed but not
      *>          counted as issues.
      *>          Results go to the screen and to PACKCHK.RPT with
      *>          per-map issue counts.
      *> Tectonics:
      *>     ./build_pack_validate.sh
      *>         src/shared/load_map_data.cbl
      *>         src/shared/crl_error_log.cbl
      *>         src/shared/crl_catalog_version.cbl
      *>*****************************************************************
       identification division.
       program-id. crl-pack-validate.
               organization is line sequential
               file status is ws-quest-defs-status.

           select optional fd-neighbor-data
               assign to dynamic ws-neighbor-file
               organization is line sequential
               file status is ws-neighbor-status.

       data division.

       file section.
           fd  fd-quest-defs.
           01  f-quest-def-line             pic x(80).

           fd  fd-neighbor-data.
           01  f-neighbor-line              pic x(20).

       working-storage section.

           copy "shared/copybooks/ws-constants.cpy".
           01  ws-idx                      pic 999.
           01  ws-issue-text               pic x(78).
           01  ws-total-issues             pic 9(5) value 0.
           01  ws-total-warnings           pic 9(5) value 0.

      *> Shared fleet error log -- see crl-error-log.
           01  ws-errlog-program           pic x(20)
               05  ws-qdef-p-count         pic x(3).
               05  ws-qdef-p-title         pic x(30).

      *> Edge neighbors of the map under test ("EDGE|MAPNAME").
           01  ws-neighbor-file            pic x(20).
           01  ws-neighbor-status          pic xx.
           01  ws-neighbor-eof-sw          pic a value 'N'.
               88  ws-neighbor-is-eof      value 'Y'.
               88  ws-neighbor-not-eof     value 'N'.
           01  ws-neighbor-parse.
               05  ws-nbr-p-edge           pic x.
               05  ws-nbr-p-map            pic x(15).
           01  ws-edge-along               pic 99.
           01  ws-edge-len                 pic 99.
           01  ws-edge-dest-len            pic 99.
           01  ws-edge-src-y               pic 99.
           01  ws-edge-src-x               pic 99.
           01  ws-edge-land-y              pic 99.
           01  ws-edge-land-x              pic 99.
           01  ws-edge-bad-count           pic 99.
           01  ws-edge-first-bad           pic 99.

           01  ws-check-y                  pic S99.
           01  ws-check-x                  pic S99.

      *> the walls beside a door that a pick could carve.
           01  ws-dig-y                    pic S99.
           01  ws-dig-x                    pic S99.
           01  ws-dig-flank-count          pic 9.
           01  ws-pos-in-bounds-sw         pic a value 'N'.
               88  ws-pos-is-in-bounds     value 'Y'.
               88  ws-pos-not-in-bounds    value 'N'.
           close fd-report

           display "Checked " ws-pack-map-count " map(s), "
               ws-total-issues " issue(s), "
               ws-total-warnings " warning(s). Report: "
               function trim(ws-report-file)

           stop run.

           perform check-map-entities
           perform check-map-teleports
           perform check-map-neighbors
           perform gather-interaction-graph

           exit paragraph.
                               move "D" to ws-door-ref-kind(
                                   ws-door-ref-count)
                           end-if
                           perform check-door-dig-bypass

                       when ws-pressure-plate-effect-id
                           perform check-plate-listeners

           exit paragraph.

      ******************************************************************
      * A door (key-locked or a plate's gate) is only a door if the
      * wall beside it holds: a plain blocking wall off the map's
      * outer ring -- no effect, so not marked undiggable -- is one
      * a pick carves, and the player walks around the lock.
      ******************************************************************
       check-door-dig-bypass.

           move 0 to ws-dig-flank-count

           compute ws-dig-y = ws-tile-y - 1
           move ws-tile-x to ws-dig-x
           perform check-dig-flank
           compute ws-dig-y = ws-tile-y + 1
           perform check-dig-flank
           move ws-tile-y to ws-dig-y
           compute ws-dig-x = ws-tile-x - 1
           perform check-dig-flank
           compute ws-dig-x = ws-tile-x + 1
           perform check-dig-flank

           if ws-dig-flank-count > 0 then
               move spaces to ws-issue-text
               string "  WARNING DOOR at " ws-tile-y "," ws-tile-x
                   " group " ws-tile-switch-group(ws-tile-y, ws-tile-x)
                   ": " ws-dig-flank-count
                   " flanking wall(s) can be dug around"
                   delimited by size into ws-issue-text
               end-string
               perform note-warning
           end-if

           exit paragraph.

      *> the game's own rule (see dig-wall in crl_game.cbl).
       check-dig-flank.

           if ws-dig-y <= 1 or ws-dig-x <= 1
           or ws-dig-y >= ws-map-height - 1
           or ws-dig-x >= ws-map-width - 1 then
               exit paragraph
           end-if

           if ws-tile-is-blocking(ws-dig-y, ws-dig-x)
           and ws-tile-effect-id(ws-dig-y, ws-dig-x)
               = ws-no-tile-effect-id then
               add 1 to ws-dig-flank-count
           end-if

           exit paragraph.

      *> the spawner's group names an enemy record; that record's
      *> template (when set) must resolve in the bestiary.
       check-spawner-template.
           exit paragraph.

      ******************************************************************
      * Every edge neighbor in the map's .NBR: the map must be part of
      * the pack, the two facing edges the same length, and each
      * crossing open on both sides.
      ******************************************************************
       check-map-neighbors.

           move function concatenate(
               function trim(ws-map-name), ".NBR")
               to ws-neighbor-file
           set ws-neighbor-not-eof to true

           open input fd-neighbor-data
           if ws-neighbor-status not = ws-file-status-ok then
               exit paragraph
           end-if

           perform until ws-neighbor-is-eof
               read fd-neighbor-data
                   at end set ws-neighbor-is-eof to true
               end-read
               if ws-neighbor-not-eof
               and f-neighbor-line not = spaces then
                   move spaces to ws-neighbor-parse
                   unstring f-neighbor-line delimited by "|"
                       into ws-nbr-p-edge ws-nbr-p-map
                   end-unstring
                   move function upper-case(ws-nbr-p-edge)
                       to ws-nbr-p-edge
                   move function upper-case(ws-nbr-p-map)
                       to ws-nbr-p-map
                   perform check-one-neighbor
               end-if
           end-perform

           close fd-neighbor-data

           exit paragraph.

       check-one-neighbor.

           move 0 to ws-dest-idx
           perform varying ws-scan-idx from 1 by 1
           until ws-scan-idx > ws-pack-map-count
               if ws-pack-map-name(ws-scan-idx) = ws-nbr-p-map then
                   move ws-scan-idx to ws-dest-idx
               end-if
           end-perform

           if ws-dest-idx = 0 then
               move spaces to ws-issue-text
               string "  EDGE " ws-nbr-p-edge
                   " -> missing map " ws-nbr-p-map
                   delimited by size into ws-issue-text
               end-string
               perform note-issue
               exit paragraph
           end-if
           add 1 to ws-pack-map-inrefs(ws-dest-idx)

           move ws-nbr-p-map to ws-dest-map-name
           move ws-dest-map-name to ws-dest-map-name-temp
           move 0 to ws-dest-num-enemies
           move 0 to ws-dest-num-teleports
           move 0 to ws-dest-num-items

           call "load-map-data" using
               ws-dest-map-files ws-dest-tile-map-table-matrix
               ws-dest-enemy-data ws-dest-teleport-data
               ws-dest-item-data ws-dest-start-pos
               ws-dest-load-return-code
           end-call

           if ws-dest-load-return-code
               not = ws-load-status-success then
               move spaces to ws-issue-text
               string "  EDGE " ws-nbr-p-edge " -> "
                   ws-nbr-p-map " will not load"
                   delimited by size into ws-issue-text
               end-string
               perform note-issue
               exit paragraph
           end-if

      *> north and south edges run across the width, east and west
      *> down the height.
           if ws-nbr-p-edge = "N" or ws-nbr-p-edge = "S" then
               move ws-map-width to ws-edge-len
               move ws-dest-map-width to ws-edge-dest-len
           else
               move ws-map-height to ws-edge-len
               move ws-dest-map-height to ws-edge-dest-len
           end-if

           if ws-edge-len not = ws-edge-dest-len then
               move spaces to ws-issue-text
               string "  EDGE " ws-nbr-p-edge " -> " ws-nbr-p-map
                   " edges differ: " ws-edge-len " vs "
                   ws-edge-dest-len
                   delimited by size into ws-issue-text
               end-string
               perform note-issue
               if ws-edge-dest-len < ws-edge-len then
                   move ws-edge-dest-len to ws-edge-len
               end-if
           end-if

           move 0 to ws-edge-bad-count
           move 0 to ws-edge-first-bad
           perform varying ws-edge-along from 1 by 1
           until ws-edge-along >= ws-edge-len
               evaluate ws-nbr-p-edge
                   when "N"
                       move 1 to ws-edge-src-y
                       compute ws-edge-land-y =
                           ws-dest-map-height - 1
                       move ws-edge-along to ws-edge-src-x
                       move ws-edge-along to ws-edge-land-x
                   when "S"
                       compute ws-edge-src-y = ws-map-height - 1
                       move 1 to ws-edge-land-y
                       move ws-edge-along to ws-edge-src-x
                       move ws-edge-along to ws-edge-land-x
                   when "E"
                       compute ws-edge-src-x = ws-map-width - 1
                       move 1 to ws-edge-land-x
                       move ws-edge-along to ws-edge-src-y
                       move ws-edge-along to ws-edge-land-y
                   when other
                       move 1 to ws-edge-src-x
                       compute ws-edge-land-x =
                           ws-dest-map-width - 1
                       move ws-edge-along to ws-edge-src-y
                       move ws-edge-along to ws-edge-land-y
               end-evaluate
               if ws-tile-blocking(ws-edge-src-y, ws-edge-src-x)
                   not = ws-dest-tile-blocking(
                       ws-edge-land-y, ws-edge-land-x) then
                   add 1 to ws-edge-bad-count
                   if ws-edge-first-bad = 0 then
                       move ws-edge-along to ws-edge-first-bad
                   end-if
               end-if
           end-perform

           if ws-edge-bad-count > 0 then
               move spaces to ws-issue-text
               string "  EDGE " ws-nbr-p-edge " -> " ws-nbr-p-map
                   ": " ws-edge-bad-count
                   " crossing(s) blocked on one side, first at "
                   ws-edge-first-bad
                   delimited by size into ws-issue-text
               end-string
               perform note-issue
           end-if

           exit paragraph.

      ******************************************************************
      * Maps nothing teleports or walks into can only be reached by
      * being the pack's entry point -- worth a look either way.
      ******************************************************************
       report-unreachable-maps.

               if ws-pack-map-inrefs(ws-scan-idx) = 0 then
                   move spaces to f-report-line
                   string "  " ws-pack-map-name(ws-scan-idx)
                       " has no inbound teleports or edges"
                       " (entry map or unreachable)"
                       delimited by size into f-report-line
                   end-string
                   write f-report-line

           exit paragraph.

      *> same, for a finding the author should look at but that
      *> does not count against the map.
       note-warning.

           add 1 to ws-total-warnings

           display function trim(
               ws-pack-map-name(ws-map-idx))
               ":" function trim(ws-issue-text)

           move ws-issue-text to f-report-line
           write f-report-line

           exit paragraph.

       end program crl-pack-validate.
