      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Prints a complete map sheet to MAPNAME.SHT for
      *>          design reviews and support calls -- everything the
      *>          editor shows, without a terminal. The .MET title,
      *>          author and recommended level head the page, then
      *>          the tile grid at .DIM dimensions with row/column
      *>          rulers, a legend for every tile character and tile
      *>          effect on it, an overlay grid marking where each
      *>          placed thing stands, and numbered call-outs tying
      *>          every enemy (name, template, hp/attack, behavior,
      *>          waypoints), item, NPC, pushable and teleport (with
      *>          its destination map and y/x) to its grid position.
      *>          Arguments:
      *>              --map=NAME        the map to print
      *> Tectonics:
      *>     ./build_map_sheet.sh
      *>*****************************************************************
       identification division.
       program-id. crl-map-sheet.

       environment division.

       input-output section.

       file-control.
      *> every per-map file shares one file-name/status pair --
      *> only one of them is ever open at a time.
           select optional fd-dim-data
               assign to dynamic ws-map-file-name
               organization is record sequential
               file status is ws-map-file-status.

           select optional fd-tile-data
               assign to dynamic ws-map-file-name
               organization is record sequential
               file status is ws-map-file-status.

           select optional fd-map-meta
               assign to dynamic ws-map-file-name
               organization is record sequential
               file status is ws-map-file-status.

           select optional fd-enemy-data
               assign to dynamic ws-map-file-name
               organization is record sequential
               file status is ws-map-file-status.

           select optional fd-item-data
               assign to dynamic ws-map-file-name
               organization is record sequential
               file status is ws-map-file-status.

           select optional fd-npc-data
               assign to dynamic ws-map-file-name
               organization is record sequential
               file status is ws-map-file-status.

           select optional fd-pushable-data
               assign to dynamic ws-map-file-name
               organization is record sequential
               file status is ws-map-file-status.

      *> the .TEL is ORGANIZATION INDEXED on disk -- walked with
      *> read next, which hands records back in position order.
           select optional fd-teleport-data
               assign to dynamic ws-map-file-name
               organization is indexed
               access mode is dynamic
               record key is f-teleport-pos
               file status is ws-map-file-status.

      *> pack bestiary, for the names behind enemy template ids.
           select optional fd-bestiary
               assign to dynamic ws-bestiary-file
               organization is indexed
               access mode is dynamic
               record key is f-bst-id
               file status is ws-bestiary-status.

           select fd-report
               assign to dynamic ws-report-file
               organization is line sequential
               file status is ws-report-status.

       data division.

       file section.

           fd  fd-dim-data.
           01  f-map-dim-record.
               05  f-map-dim-height        pic 99.
               05  f-map-dim-width         pic 99.

           fd  fd-tile-data.
           01  f-tile-data-record           pic x(10).

           fd  fd-map-meta.
           01  f-map-meta-record.
               05  f-map-meta-title         pic x(40).
               05  f-map-meta-author        pic x(20).
               05  f-map-meta-rec-level     pic 999.
               05  f-map-meta-desc          pic x(75).
               05  f-map-meta-dark-sw       pic a.
               05  f-map-meta-weather       pic x.
               05  f-map-meta-cat-version   pic x(5).

           fd  fd-enemy-data.
           01  f-enemy-record               pic x(74).

           fd  fd-item-data.
           01  f-item-data-record           pic x(38).

           fd  fd-npc-data.
           01  f-npc-record                 pic x(205).

           fd  fd-pushable-data.
           01  f-pushable-record            pic x(7).

           fd  fd-teleport-data.
           01  f-teleport-data-record.
               05  f-teleport-pos           pic x(4).
               05  f-teleport-rest          pic x(19).

           fd  fd-bestiary.
           01  f-bestiary-record.
               05  f-bst-id                 pic 999.
               05  f-bst-name               pic x(16).
               05  f-bst-rest               pic x(19).

           fd  fd-report.
           01  f-report-line                pic x(132).

       working-storage section.

           copy "shared/copybooks/ws-constants.cpy".

           78  ws-dim-file-ext              value ".DIM".
           78  ws-map-meta-file-ext         value ".MET".
           78  ws-npc-file-ext              value ".NPC".
           78  ws-sheet-file-ext            value ".SHT".
           78  ws-max-npcs                  value 20.

           01  ws-map-file-name             pic x(20).
           01  ws-map-file-status           pic xx.
           01  ws-bestiary-file             pic x(15)
                                            value "BESTIARY.BST".
           01  ws-bestiary-status           pic xx.
           01  ws-bestiary-open-sw          pic a value 'N'.
               88  ws-bestiary-open         value 'Y'.
               88  ws-bestiary-not-open     value 'N'.
           01  ws-report-file               pic x(20).
           01  ws-report-status             pic xx.

           01  ws-command-args              pic x(256).
           01  ws-arg-token                 pic x(64).
           01  ws-arg-pointer               pic 9(4) value 1.
           01  ws-arg-count                 pic 99 value 0.
           01  ws-arg-idx                   pic 99.
           01  ws-arg-key                   pic x(16).
           01  ws-arg-value                 pic x(32).

           01  ws-map-name                  pic x(15) value spaces.
           01  ws-map-height                pic 99 value 25.
           01  ws-map-width                 pic 99 value 80.
           01  ws-date-data                 pic x(21).

           01  ws-eof-sw                    pic a value 'N'.
               88  ws-is-eof                value 'Y'.
               88  ws-not-eof               value 'N'.

           01  ws-map-meta.
               05  ws-meta-title            pic x(40) value spaces.
               05  ws-meta-author           pic x(20) value spaces.
               05  ws-meta-rec-level        pic 999 value 0.
               05  ws-meta-desc             pic x(75) value spaces.
               05  ws-meta-dark-sw          pic a value 'N'.
                   88  ws-meta-is-dark      value 'Y'.
               05  ws-meta-weather          pic x value 'N'.
           01  ws-meta-found-sw             pic a value 'N'.
               88  ws-meta-found            value 'Y'.
               88  ws-meta-not-found        value 'N'.

           01  ws-sheet-tiles.
               05  ws-sheet-row occurs ws-max-map-height times.
                   10  ws-sheet-tile occurs ws-max-map-width times.
                       15  ws-tile-fg               pic 9.
                       15  ws-tile-bg               pic 9.
                       15  ws-tile-char             pic x.
                       15  ws-tile-highlight        pic a.
                       15  ws-tile-blocking         pic a.
                           88  ws-tile-is-blocking  value 'Y'.
                       15  ws-tile-blinking         pic a.
                       15  ws-tile-effect-id        pic 99.
                       15  ws-tile-switch-group     pic 99.
           01  ws-tiles-loaded-sw           pic a value 'N'.
               88  ws-tiles-loaded          value 'Y'.
               88  ws-tiles-not-loaded      value 'N'.

      *> one marker per cell for the overlay grid: E enemy,
      *> B boss, I item, N NPC, P pushable, T teleport, * more
      *> than one thing on the cell.
           01  ws-overlay-grid.
               05  ws-overlay-row occurs ws-max-map-height times.
                   10  ws-overlay-cell occurs ws-max-map-width times
                                       pic x.

      *> the on-disk .BGS record (74 bytes today).
           01  ws-enemy.
               05  ws-enemy-name                pic x(16).
               05  ws-enemy-hp-total            pic 999.
               05  ws-enemy-hp-current          pic 999.
               05  ws-enemy-attack-damage       pic 999.
               05  ws-enemy-y                   pic 99.
               05  ws-enemy-x                   pic 99.
               05  ws-enemy-color               pic 9.
               05  ws-enemy-char                pic x.
               05  ws-enemy-status              pic 9.
               05  ws-enemy-current-ticks       pic 999.
               05  ws-enemy-max-ticks           pic 999.
               05  ws-enemy-exp-worth           pic 9(4).
               05  ws-enemy-ranged-sw           pic a.
                   88  ws-enemy-is-ranged       value 'Y'.
               05  ws-enemy-behavior            pic 9.
               05  ws-enemy-waypoint occurs 4 times.
                   10  ws-enemy-waypoint-y      pic 99.
                   10  ws-enemy-waypoint-x      pic 99.
               05  ws-enemy-boss-sw             pic a.
                   88  ws-enemy-is-boss         value 'Y'.
               05  ws-enemy-template-id         pic 999.
               05  ws-enemy-drop-item-id        pic 999.
               05  ws-enemy-drop-pct            pic 999.
               05  ws-enemy-detect-radius       pic 99.
               05  ws-enemy-foot-h              pic 9.
               05  ws-enemy-foot-w              pic 9.
           01  ws-enemy-count               pic 99 value 0.
           01  ws-enemy-table.
               05  ws-enemy-image occurs ws-max-num-enemies times
                                  pic x(74).

           01  ws-item.
               05  ws-item-name             pic x(16).
               05  ws-item-y                pic S99.
               05  ws-item-x                pic S99.
               05  ws-item-taken            pic a.
                   88  ws-item-is-taken     value 'Y'.
               05  ws-item-effect-id        pic 99.
               05  ws-item-worth            pic 999.
               05  ws-item-color            pic 9.
               05  ws-item-char             pic x.
               05  ws-item-type             pic 9.
               05  ws-item-atk              pic 999.
               05  ws-item-def              pic 999.
               05  ws-item-heal             pic 999.
           01  ws-item-count                pic 999 value 0.
           01  ws-item-table.
               05  ws-item-image occurs ws-max-num-items times
                                 pic x(38).

           01  ws-npc.
               05  ws-npc-name              pic x(16).
               05  ws-npc-y                 pic 99.
               05  ws-npc-x                 pic 99.
               05  ws-npc-color             pic 9.
               05  ws-npc-char              pic x.
               05  ws-npc-line occurs 3 times pic x(60).
               05  ws-npc-quest-id          pic 999.
           01  ws-npc-count                 pic 99 value 0.
           01  ws-npc-table.
               05  ws-npc-image occurs ws-max-npcs times
                                pic x(205).

           01  ws-pushable.
               05  ws-push-char             pic x.
               05  ws-push-color            pic 9.
               05  ws-push-y                pic 99.
               05  ws-push-x                pic 99.
               05  ws-push-weight           pic 9.
           01  ws-pushable-count            pic 99 value 0.
           01  ws-pushable-table.
               05  ws-pushable-image occurs ws-max-pushables times
                                     pic x(7).

           01  ws-teleport.
               05  ws-teleport-y            pic S99.
               05  ws-teleport-x            pic S99.
               05  ws-teleport-dest-y       pic S99.
               05  ws-teleport-dest-x       pic S99.
               05  ws-teleport-dest-map     pic x(15).
           01  ws-teleport-count            pic 999 value 0.
           01  ws-teleport-table.
               05  ws-teleport-image occurs ws-max-num-teleports times
                                     pic x(23).

      *> legend tallies -- every distinct tile character (first
      *> colors seen, open/blocking counts) and every tile effect.
           78  ws-max-legend-chars          value 96.
           01  ws-legend-count              pic 999 value 0.
           01  ws-legend-table.
               05  ws-legend-entry occurs ws-max-legend-chars times.
                   10  ws-legend-char       pic x.
                   10  ws-legend-fg         pic 9.
                   10  ws-legend-bg         pic 9.
                   10  ws-legend-open       pic 9(4).
                   10  ws-legend-blocking   pic 9(4).
           01  ws-legend-found              pic 999.
           01  ws-legend-idx                pic 999.
           01  ws-effect-counts.
               05  ws-effect-count occurs 100 times pic 9(4).
           01  ws-effect-idx                pic 999.
           01  ws-effect-name               pic x(20).

           01  ws-row-idx                   pic 99.
           01  ws-col-idx                   pic 99.
           01  ws-rec-idx                   pic 999.
           01  ws-wp-idx                    pic 9.
           01  ws-callout-num               pic 999 value 0.
           01  ws-mark-y                    pic S99.
           01  ws-mark-x                    pic S99.
           01  ws-mark-char                 pic x.
           01  ws-grid-line                 pic x(80).
           01  ws-ruler-tens                pic x(80).
           01  ws-ruler-units               pic x(80).
           01  ws-ruler-num                 pic 99.
           01  ws-count-disp                pic z(3)9.
           01  ws-behavior-name             pic x(8).
           01  ws-template-name             pic x(16).
           01  ws-pos-text                  pic x(10).
           01  ws-waypoint-text             pic x(30).
           01  ws-waypoint-ptr              pic 99.
           01  ws-dest-y-disp               pic 99.
           01  ws-dest-x-disp               pic 99.
           01  ws-report-text               pic x(132).

       procedure division.

       main-procedure.

           display "COBOL-Roguelike map sheet"
           display "-------------------------"

           perform parse-arguments

           if ws-map-name = spaces then
               display "Which map? --map=NAME"
               stop run
           end-if

           perform load-map-dimensions
           perform load-tile-grid

           if ws-tiles-not-loaded then
               display "No tile data for " function trim(ws-map-name)
                   " - nothing to print."
               stop run
           end-if

           perform load-map-metadata
           perform load-enemies
           perform load-items
           perform load-npcs
           perform load-pushables
           perform load-teleports

           move function concatenate(
               function trim(ws-map-name), ws-sheet-file-ext)
               to ws-report-file

           open output fd-report
           if ws-report-status not = ws-file-status-ok then
               display "Could not open " function trim(ws-report-file)
                   " (status " ws-report-status ")."
               stop run
           end-if

           perform write-sheet-heading
           perform write-tile-grid
           perform write-tile-legend
           perform write-overlay-grid
           perform write-callouts

           close fd-report

           display "Wrote " function trim(ws-report-file) " ("
               ws-callout-num " call-out(s))."

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

               if function trim(function upper-case(ws-arg-key))
                   = "--MAP" then
                   move function upper-case(
                       function trim(ws-arg-value))
                       to ws-map-name
               end-if

           end-perform

           exit paragraph.

      ******************************************************************
      * Builds MAPNAME+extension into the shared per-map file name.
      * The caller leaves the extension in ws-report-text(1:4).
      ******************************************************************
       build-map-file-name.

           move spaces to ws-map-file-name
           string function trim(ws-map-name)
               ws-report-text(1:4)
               delimited by size into ws-map-file-name
           end-string

           exit paragraph.

       load-map-dimensions.

           move ws-dim-file-ext to ws-report-text(1:4)
           perform build-map-file-name

           open input fd-dim-data
           if ws-map-file-status = ws-file-status-ok then
               read fd-dim-data
                   at end continue
               end-read
               if ws-map-file-status = ws-file-status-ok
               and f-map-dim-height is numeric
               and f-map-dim-width is numeric
               and f-map-dim-height > 0
               and f-map-dim-height <= ws-max-map-height
               and f-map-dim-width > 0
               and f-map-dim-width <= ws-max-map-width then
                   move f-map-dim-height to ws-map-height
                   move f-map-dim-width to ws-map-width
               end-if
           end-if
           if ws-map-file-status = ws-file-status-ok
           or ws-map-file-status = "05"
           or ws-map-file-status = ws-file-status-eof then
               close fd-dim-data
           end-if

           exit paragraph.

      ******************************************************************
      * The .DAT always holds the full 25x80 frame; the .DIM says how
      * much of it is the map. Legend tallies only count the part
      * inside the dimensions.
      ******************************************************************
       load-tile-grid.

           initialize ws-sheet-tiles
           initialize ws-effect-counts
           move 0 to ws-legend-count

           move ws-data-file-ext to ws-report-text(1:4)
           perform build-map-file-name

           open input fd-tile-data
           if ws-map-file-status = "05" then
               close fd-tile-data
               exit paragraph
           end-if
           if ws-map-file-status not = ws-file-status-ok then
               exit paragraph
           end-if

           set ws-tiles-loaded to true

           perform varying ws-row-idx from 1 by 1
           until ws-row-idx > ws-max-map-height
               perform varying ws-col-idx from 1 by 1
               until ws-col-idx > ws-max-map-width
                   read fd-tile-data
                       into ws-sheet-tile(ws-row-idx, ws-col-idx)
                       at end continue
                   end-read
                   if ws-row-idx <= ws-map-height
                   and ws-col-idx <= ws-map-width then
                       perform tally-tile
                   end-if
               end-perform
           end-perform

           close fd-tile-data

           exit paragraph.

       tally-tile.

           if ws-tile-effect-id(ws-row-idx, ws-col-idx) is numeric
           then
               compute ws-effect-idx =
                   ws-tile-effect-id(ws-row-idx, ws-col-idx) + 1
               end-compute
               add 1 to ws-effect-count(ws-effect-idx)
           end-if

           move 0 to ws-legend-found
           perform varying ws-legend-idx from 1 by 1
           until ws-legend-idx > ws-legend-count
               or ws-legend-found > 0
               if ws-legend-char(ws-legend-idx)
                   = ws-tile-char(ws-row-idx, ws-col-idx) then
                   move ws-legend-idx to ws-legend-found
               end-if
           end-perform

           if ws-legend-found = 0 then
               if ws-legend-count >= ws-max-legend-chars then
                   exit paragraph
               end-if
               add 1 to ws-legend-count
               move ws-legend-count to ws-legend-found
               move ws-tile-char(ws-row-idx, ws-col-idx)
                   to ws-legend-char(ws-legend-found)
               move ws-tile-fg(ws-row-idx, ws-col-idx)
                   to ws-legend-fg(ws-legend-found)
               move ws-tile-bg(ws-row-idx, ws-col-idx)
                   to ws-legend-bg(ws-legend-found)
               move 0 to ws-legend-open(ws-legend-found)
               move 0 to ws-legend-blocking(ws-legend-found)
           end-if

           if ws-tile-is-blocking(ws-row-idx, ws-col-idx) then
               add 1 to ws-legend-blocking(ws-legend-found)
           else
               add 1 to ws-legend-open(ws-legend-found)
           end-if

           exit paragraph.

       load-map-metadata.

           move ws-map-meta-file-ext to ws-report-text(1:4)
           perform build-map-file-name

           open input fd-map-meta
           if ws-map-file-status = "05" then
               close fd-map-meta
               exit paragraph
           end-if
           if ws-map-file-status not = ws-file-status-ok then
               exit paragraph
           end-if

           read fd-map-meta
               at end continue
           end-read
           if ws-map-file-status = ws-file-status-ok then
               set ws-meta-found to true
               move f-map-meta-title to ws-meta-title
               move f-map-meta-author to ws-meta-author
               if f-map-meta-rec-level is numeric then
                   move f-map-meta-rec-level to ws-meta-rec-level
               end-if
               move f-map-meta-desc to ws-meta-desc
               move f-map-meta-dark-sw to ws-meta-dark-sw
               move f-map-meta-weather to ws-meta-weather
           end-if

           close fd-map-meta

           exit paragraph.

       load-enemies.

           move ws-enemy-file-ext to ws-report-text(1:4)
           perform build-map-file-name

           open input fd-enemy-data
           if ws-map-file-status = "05" then
               close fd-enemy-data
               exit paragraph
           end-if
           if ws-map-file-status not = ws-file-status-ok then
               exit paragraph
           end-if

           set ws-not-eof to true
           perform until ws-is-eof
               or ws-enemy-count >= ws-max-num-enemies
               read fd-enemy-data
                   at end set ws-is-eof to true
               end-read
               if ws-not-eof then
                   add 1 to ws-enemy-count
                   move f-enemy-record
                       to ws-enemy-image(ws-enemy-count)
               end-if
           end-perform

           close fd-enemy-data

           exit paragraph.

       load-items.

           move ws-item-file-ext to ws-report-text(1:4)
           perform build-map-file-name

           open input fd-item-data
           if ws-map-file-status = "05" then
               close fd-item-data
               exit paragraph
           end-if
           if ws-map-file-status not = ws-file-status-ok then
               exit paragraph
           end-if

           set ws-not-eof to true
           perform until ws-is-eof
               or ws-item-count >= ws-max-num-items
               read fd-item-data
                   at end set ws-is-eof to true
               end-read
               if ws-not-eof then
                   add 1 to ws-item-count
                   move f-item-data-record
                       to ws-item-image(ws-item-count)
               end-if
           end-perform

           close fd-item-data

           exit paragraph.

       load-npcs.

           move ws-npc-file-ext to ws-report-text(1:4)
           perform build-map-file-name

           open input fd-npc-data
           if ws-map-file-status = "05" then
               close fd-npc-data
               exit paragraph
           end-if
           if ws-map-file-status not = ws-file-status-ok then
               exit paragraph
           end-if

           set ws-not-eof to true
           perform until ws-is-eof
               or ws-npc-count >= ws-max-npcs
               read fd-npc-data
                   at end set ws-is-eof to true
               end-read
               if ws-not-eof then
                   add 1 to ws-npc-count
                   move f-npc-record
                       to ws-npc-image(ws-npc-count)
               end-if
           end-perform

           close fd-npc-data

           exit paragraph.

       load-pushables.

           move ws-pushable-file-ext to ws-report-text(1:4)
           perform build-map-file-name

           open input fd-pushable-data
           if ws-map-file-status = "05" then
               close fd-pushable-data
               exit paragraph
           end-if
           if ws-map-file-status not = ws-file-status-ok then
               exit paragraph
           end-if

           set ws-not-eof to true
           perform until ws-is-eof
               or ws-pushable-count >= ws-max-pushables
               read fd-pushable-data
                   at end set ws-is-eof to true
               end-read
               if ws-not-eof then
                   add 1 to ws-pushable-count
                   move f-pushable-record
                       to ws-pushable-image(ws-pushable-count)
               end-if
           end-perform

           close fd-pushable-data

           exit paragraph.

       load-teleports.

           move ws-teleport-file-ext to ws-report-text(1:4)
           perform build-map-file-name

           open input fd-teleport-data
           if ws-map-file-status = "05" then
               close fd-teleport-data
               exit paragraph
           end-if
           if ws-map-file-status not = ws-file-status-ok then
               exit paragraph
           end-if

           set ws-not-eof to true
           perform until ws-is-eof
               or ws-teleport-count >= ws-max-num-teleports
               read fd-teleport-data next record
                   at end set ws-is-eof to true
               end-read
               if ws-not-eof
               and ws-map-file-status = ws-file-status-ok then
                   add 1 to ws-teleport-count
                   move f-teleport-data-record
                       to ws-teleport-image(ws-teleport-count)
               end-if
           end-perform

           close fd-teleport-data

           exit paragraph.

       write-sheet-heading.

           move function current-date to ws-date-data

           move spaces to ws-report-text
           string "MAP SHEET: " function trim(ws-map-name)
               "     PRINTED " ws-date-data(1:4) "-"
               ws-date-data(5:2) "-" ws-date-data(7:2)
               delimited by size into ws-report-text
           end-string
           perform write-report-text

           if ws-meta-not-found then
               move "  (no .MET sidecar - title, author and level"
                   & " not recorded)" to ws-report-text
               perform write-report-text
           else
               move spaces to ws-report-text
               string "  TITLE:             " ws-meta-title
                   delimited by size into ws-report-text
               end-string
               perform write-report-text
               move spaces to ws-report-text
               string "  AUTHOR:            " ws-meta-author
                   delimited by size into ws-report-text
               end-string
               perform write-report-text
               move spaces to ws-report-text
               string "  RECOMMENDED LEVEL: " ws-meta-rec-level
                   delimited by size into ws-report-text
               end-string
               perform write-report-text
               if ws-meta-desc not = spaces then
                   move spaces to ws-report-text
                   string "  DESCRIPTION:       " ws-meta-desc
                       delimited by size into ws-report-text
                   end-string
                   perform write-report-text
               end-if
               move spaces to ws-report-text
               string "  DARK: " ws-meta-dark-sw
                   "   WEATHER: " ws-meta-weather
                   delimited by size into ws-report-text
               end-string
               perform write-report-text
           end-if

           move spaces to ws-report-text
           string "  DIMENSIONS:        " ws-map-height
               " rows x " ws-map-width " columns"
               delimited by size into ws-report-text
           end-string
           perform write-report-text

           move spaces to ws-report-text
           string "  ENEMIES " ws-enemy-count
               "   ITEMS " ws-item-count
               "   NPCS " ws-npc-count
               "   PUSHABLES " ws-pushable-count
               "   TELEPORTS " ws-teleport-count
               delimited by size into ws-report-text
           end-string
           perform write-report-text

           exit paragraph.

      ******************************************************************
      * Column rulers over both grids: tens digit above units digit,
      * so a call-out's y,x can be found by eye.
      ******************************************************************
       write-column-rulers.

           move spaces to ws-ruler-tens
           move spaces to ws-ruler-units

           perform varying ws-col-idx from 1 by 1
           until ws-col-idx > ws-map-width
               move ws-col-idx to ws-ruler-num
               if ws-ruler-num(2:1) = "0" then
                   move ws-ruler-num(1:1)
                       to ws-ruler-tens(ws-col-idx:1)
               end-if
               move ws-ruler-num(2:1)
                   to ws-ruler-units(ws-col-idx:1)
           end-perform

           move spaces to ws-report-text
           string "     " ws-ruler-tens(1:ws-map-width)
               delimited by size into ws-report-text
           end-string
           perform write-report-text
           move spaces to ws-report-text
           string "     " ws-ruler-units(1:ws-map-width)
               delimited by size into ws-report-text
           end-string
           perform write-report-text

           exit paragraph.

       write-tile-grid.

           perform write-blank-line
           move "TILE GRID" to ws-report-text
           perform write-report-text
           perform write-column-rulers

           perform varying ws-row-idx from 1 by 1
           until ws-row-idx > ws-map-height
               move spaces to ws-grid-line
               perform varying ws-col-idx from 1 by 1
               until ws-col-idx > ws-map-width
                   move ws-tile-char(ws-row-idx, ws-col-idx)
                       to ws-grid-line(ws-col-idx:1)
               end-perform
               move spaces to ws-report-text
               string ws-row-idx "  |" ws-grid-line(1:ws-map-width)
                   "|" delimited by size into ws-report-text
               end-string
               perform write-report-text
           end-perform

           exit paragraph.

       write-tile-legend.

           perform write-blank-line
           move "LEGEND - TILE CHARACTERS" to ws-report-text
           perform write-report-text
           move "  CHAR  FG BG   OPEN  BLOCKING" to ws-report-text
           perform write-report-text

           perform varying ws-legend-idx from 1 by 1
           until ws-legend-idx > ws-legend-count
               move spaces to ws-report-text
               string "  '" ws-legend-char(ws-legend-idx) "'   "
                   ws-legend-fg(ws-legend-idx) "  "
                   ws-legend-bg(ws-legend-idx) "   "
                   ws-legend-open(ws-legend-idx) "  "
                   ws-legend-blocking(ws-legend-idx)
                   delimited by size into ws-report-text
               end-string
               perform write-report-text
           end-perform

           perform write-blank-line
           move "LEGEND - TILE EFFECTS" to ws-report-text
           perform write-report-text

           perform varying ws-effect-idx from 2 by 1
           until ws-effect-idx > 100
               if ws-effect-count(ws-effect-idx) > 0 then
                   perform name-tile-effect
                   compute ws-ruler-num = ws-effect-idx - 1
                   move spaces to ws-report-text
                   string "  " ws-ruler-num " "
                       ws-effect-name " "
                       ws-effect-count(ws-effect-idx) " tile(s)"
                       delimited by size into ws-report-text
                   end-string
                   perform write-report-text
               end-if
           end-perform

           exit paragraph.

      ******************************************************************
      * ws-effect-idx is the effect id + 1 (the table starts at the
      * no-effect id 0).
      ******************************************************************
       name-tile-effect.

           evaluate ws-effect-idx - 1
               when ws-teleport-effect-id
                   move "TELEPORT" to ws-effect-name
               when ws-conveyor-right-effect-id
                   move "CONVEYOR RIGHT" to ws-effect-name
               when ws-conveyor-down-effect-id
                   move "CONVEYOR DOWN" to ws-effect-name
               when ws-conveyor-left-effect-id
                   move "CONVEYOR LEFT" to ws-effect-name
               when ws-conveyor-up-effect-id
                   move "CONVEYOR UP" to ws-effect-name
               when ws-conveyor-reverse-effect-id
                   move "CONVEYOR REVERSE" to ws-effect-name
               when ws-player-start-effect-id
                   move "PLAYER START" to ws-effect-name
               when ws-merchant-effect-id
                   move "MERCHANT" to ws-effect-name
               when ws-locked-door-effect-id
                   move "LOCKED DOOR" to ws-effect-name
               when ws-spike-trap-effect-id
                   move "SPIKE TRAP" to ws-effect-name
               when ws-weaken-trap-effect-id
                   move "WEAKEN TRAP" to ws-effect-name
               when ws-alarm-trap-effect-id
                   move "ALARM TRAP" to ws-effect-name
               when ws-spawner-effect-id
                   move "SPAWNER" to ws-effect-name
               when ws-goal-effect-id
                   move "GOAL" to ws-effect-name
               when ws-pressure-plate-effect-id
                   move "PRESSURE PLATE" to ws-effect-name
               when ws-water-effect-id
                   move "WATER" to ws-effect-name
               when ws-mud-effect-id
                   move "MUD" to ws-effect-name
               when ws-lava-effect-id
                   move "LAVA" to ws-effect-name
               when ws-bank-effect-id
                   move "BANK" to ws-effect-name
               when ws-job-board-effect-id
                   move "JOB BOARD" to ws-effect-name
               when ws-trainer-effect-id
                   move "TRAINER" to ws-effect-name
               when ws-undiggable-effect-id
                   move "UNDIGGABLE" to ws-effect-name
               when ws-forge-effect-id
                   move "FORGE" to ws-effect-name
               when other
                   move "(unknown effect)" to ws-effect-name
           end-evaluate

           exit paragraph.

      ******************************************************************
      * The overlay repeats the tile grid with each placed thing's
      * marker laid over the tile it stands on.
      ******************************************************************
       write-overlay-grid.

           perform varying ws-row-idx from 1 by 1
           until ws-row-idx > ws-max-map-height
               perform varying ws-col-idx from 1 by 1
               until ws-col-idx > ws-max-map-width
                   move ws-tile-char(ws-row-idx, ws-col-idx)
                       to ws-overlay-cell(ws-row-idx, ws-col-idx)
               end-perform
           end-perform

           perform varying ws-rec-idx from 1 by 1
           until ws-rec-idx > ws-enemy-count
               move ws-enemy-image(ws-rec-idx) to ws-enemy
               move ws-enemy-y to ws-mark-y
               move ws-enemy-x to ws-mark-x
               if ws-enemy-is-boss then
                   move "B" to ws-mark-char
               else
                   move "E" to ws-mark-char
               end-if
               perform mark-overlay-cell
           end-perform

           perform varying ws-rec-idx from 1 by 1
           until ws-rec-idx > ws-item-count
               move ws-item-image(ws-rec-idx) to ws-item
               move ws-item-y to ws-mark-y
               move ws-item-x to ws-mark-x
               move "I" to ws-mark-char
               perform mark-overlay-cell
           end-perform

           perform varying ws-rec-idx from 1 by 1
           until ws-rec-idx > ws-npc-count
               move ws-npc-image(ws-rec-idx) to ws-npc
               move ws-npc-y to ws-mark-y
               move ws-npc-x to ws-mark-x
               move "N" to ws-mark-char
               perform mark-overlay-cell
           end-perform

           perform varying ws-rec-idx from 1 by 1
           until ws-rec-idx > ws-pushable-count
               move ws-pushable-image(ws-rec-idx) to ws-pushable
               move ws-push-y to ws-mark-y
               move ws-push-x to ws-mark-x
               move "P" to ws-mark-char
               perform mark-overlay-cell
           end-perform

           perform varying ws-rec-idx from 1 by 1
           until ws-rec-idx > ws-teleport-count
               move ws-teleport-image(ws-rec-idx) to ws-teleport
               move ws-teleport-y to ws-mark-y
               move ws-teleport-x to ws-mark-x
               move "T" to ws-mark-char
               perform mark-overlay-cell
           end-perform

           perform write-blank-line
           move "PLACEMENT OVERLAY  (E enemy  B boss  I item  N NPC"
               & "  P pushable  T teleport  * several)"
               to ws-report-text
           perform write-report-text
           perform write-column-rulers

           perform varying ws-row-idx from 1 by 1
           until ws-row-idx > ws-map-height
               move spaces to ws-grid-line
               move ws-overlay-row(ws-row-idx) to ws-grid-line
               move spaces to ws-report-text
               string ws-row-idx "  |" ws-grid-line(1:ws-map-width)
                   "|" delimited by size into ws-report-text
               end-string
               perform write-report-text
           end-perform

           exit paragraph.

       mark-overlay-cell.

           if ws-mark-y < 1 or ws-mark-y > ws-map-height
           or ws-mark-x < 1 or ws-mark-x > ws-map-width then
               exit paragraph
           end-if

           if ws-overlay-cell(ws-mark-y, ws-mark-x) = "E"
           or ws-overlay-cell(ws-mark-y, ws-mark-x) = "B"
           or ws-overlay-cell(ws-mark-y, ws-mark-x) = "I"
           or ws-overlay-cell(ws-mark-y, ws-mark-x) = "N"
           or ws-overlay-cell(ws-mark-y, ws-mark-x) = "P"
           or ws-overlay-cell(ws-mark-y, ws-mark-x) = "T"
           or ws-overlay-cell(ws-mark-y, ws-mark-x) = "*" then
               move "*" to ws-overlay-cell(ws-mark-y, ws-mark-x)
           else
               move ws-mark-char
                   to ws-overlay-cell(ws-mark-y, ws-mark-x)
           end-if

           exit paragraph.

      ******************************************************************
      * One numbered line per placed thing, in file order: enemies,
      * items, NPCs, pushables, then teleports. Anything outside the
      * .DIM dimensions is flagged -- it cannot be reached in play.
      ******************************************************************
       write-callouts.

           perform write-blank-line
           move "CALL-OUTS" to ws-report-text
           perform write-report-text
           move "   NO  KIND      Y,X    DETAIL" to ws-report-text
           perform write-report-text

           perform open-bestiary

           perform varying ws-rec-idx from 1 by 1
           until ws-rec-idx > ws-enemy-count
               move ws-enemy-image(ws-rec-idx) to ws-enemy
               perform write-enemy-callout
           end-perform

           if ws-bestiary-open then
               close fd-bestiary
               set ws-bestiary-not-open to true
           end-if

           perform varying ws-rec-idx from 1 by 1
           until ws-rec-idx > ws-item-count
               move ws-item-image(ws-rec-idx) to ws-item
               perform write-item-callout
           end-perform

           perform varying ws-rec-idx from 1 by 1
           until ws-rec-idx > ws-npc-count
               move ws-npc-image(ws-rec-idx) to ws-npc
               perform write-npc-callout
           end-perform

           perform varying ws-rec-idx from 1 by 1
           until ws-rec-idx > ws-pushable-count
               move ws-pushable-image(ws-rec-idx) to ws-pushable
               perform write-pushable-callout
           end-perform

           perform varying ws-rec-idx from 1 by 1
           until ws-rec-idx > ws-teleport-count
               move ws-teleport-image(ws-rec-idx) to ws-teleport
               perform write-teleport-callout
           end-perform

           if ws-callout-num = 0 then
               move "  (nothing placed on this map)" to ws-report-text
               perform write-report-text
           end-if

           exit paragraph.

       open-bestiary.

           set ws-bestiary-not-open to true

           open input fd-bestiary
           if ws-bestiary-status = ws-file-status-ok then
               set ws-bestiary-open to true
           else
               if ws-bestiary-status = "05" then
                   close fd-bestiary
               end-if
           end-if

           exit paragraph.

      ******************************************************************
      * Formats ws-mark-y/x as "yy,xx" (or "yy,xx OFF" outside the
      * map) into ws-pos-text.
      ******************************************************************
       format-position.

           move spaces to ws-pos-text
           move ws-mark-y to ws-ruler-num
           move ws-ruler-num to ws-pos-text(1:2)
           move "," to ws-pos-text(3:1)
           move ws-mark-x to ws-ruler-num
           move ws-ruler-num to ws-pos-text(4:2)

           if ws-mark-y < 1 or ws-mark-y > ws-map-height
           or ws-mark-x < 1 or ws-mark-x > ws-map-width then
               move "OFF" to ws-pos-text(7:3)
           end-if

           exit paragraph.

       write-enemy-callout.

           add 1 to ws-callout-num
           move ws-enemy-y to ws-mark-y
           move ws-enemy-x to ws-mark-x
           perform format-position

           evaluate ws-enemy-behavior
               when 0
                   move "CHASE" to ws-behavior-name
               when 1
                   move "GUARD" to ws-behavior-name
               when 2
                   move "PATROL" to ws-behavior-name
               when 3
                   move "COWARD" to ws-behavior-name
               when 4
                   move "AMBUSH" to ws-behavior-name
               when 5
                   move "THIEF" to ws-behavior-name
               when other
                   move "?" to ws-behavior-name
           end-evaluate

           move spaces to ws-template-name
           if ws-enemy-template-id is numeric
           and ws-enemy-template-id > 0 then
               move "(not in bestiary)" to ws-template-name
               if ws-bestiary-open then
                   move ws-enemy-template-id to f-bst-id
                   read fd-bestiary
                       invalid key continue
                   end-read
                   if ws-bestiary-status = ws-file-status-ok then
                       move f-bst-name to ws-template-name
                   end-if
               end-if
           end-if

           move spaces to ws-report-text
           if ws-enemy-is-boss then
               string "  " ws-callout-num "  BOSS      " ws-pos-text
                   " " ws-enemy-name
                   " hp " ws-enemy-hp-current "/" ws-enemy-hp-total
                   " atk " ws-enemy-attack-damage
                   " " ws-behavior-name
                   delimited by size into ws-report-text
               end-string
           else
               string "  " ws-callout-num "  ENEMY     " ws-pos-text
                   " " ws-enemy-name
                   " hp " ws-enemy-hp-current "/" ws-enemy-hp-total
                   " atk " ws-enemy-attack-damage
                   " " ws-behavior-name
                   delimited by size into ws-report-text
               end-string
           end-if
           if ws-enemy-is-ranged then
               move "RANGED" to ws-report-text(79:6)
           end-if
           perform write-report-text

           move spaces to ws-report-text
           if ws-enemy-template-id is numeric
           and ws-enemy-template-id > 0 then
               string "                         template "
                   ws-enemy-template-id " " ws-template-name
                   " exp " ws-enemy-exp-worth
                   " detect " ws-enemy-detect-radius
                   delimited by size into ws-report-text
               end-string
           else
               string "                         template none"
                   " exp " ws-enemy-exp-worth
                   " detect " ws-enemy-detect-radius
                   delimited by size into ws-report-text
               end-string
           end-if
           perform write-report-text

           move spaces to ws-waypoint-text
           move 1 to ws-waypoint-ptr
           perform varying ws-wp-idx from 1 by 1
           until ws-wp-idx > 4
               if ws-enemy-waypoint-y(ws-wp-idx) is numeric
               and ws-enemy-waypoint-x(ws-wp-idx) is numeric
               and (ws-enemy-waypoint-y(ws-wp-idx) > 0
               or ws-enemy-waypoint-x(ws-wp-idx) > 0) then
                   string ws-enemy-waypoint-y(ws-wp-idx) ","
                       ws-enemy-waypoint-x(ws-wp-idx) " "
                       delimited by size into ws-waypoint-text
                       with pointer ws-waypoint-ptr
                   end-string
               end-if
           end-perform
           if ws-waypoint-text not = spaces then
               move spaces to ws-report-text
               string "                         waypoints "
                   ws-waypoint-text
                   delimited by size into ws-report-text
               end-string
               perform write-report-text
           end-if

           exit paragraph.

       write-item-callout.

           add 1 to ws-callout-num
           move ws-item-y to ws-mark-y
           move ws-item-x to ws-mark-x
           perform format-position

           move spaces to ws-report-text
           string "  " ws-callout-num "  ITEM      " ws-pos-text
               " " ws-item-name
               " type " ws-item-type
               " atk " ws-item-atk
               " def " ws-item-def
               " heal " ws-item-heal
               " worth " ws-item-worth
               " effect " ws-item-effect-id
               delimited by size into ws-report-text
           end-string
           if ws-item-is-taken then
               move "TAKEN" to ws-report-text(105:5)
           end-if
           perform write-report-text

           exit paragraph.

       write-npc-callout.

           add 1 to ws-callout-num
           move ws-npc-y to ws-mark-y
           move ws-npc-x to ws-mark-x
           perform format-position

           move spaces to ws-report-text
           if ws-npc-quest-id is numeric
           and ws-npc-quest-id > 0 then
               string "  " ws-callout-num "  NPC       " ws-pos-text
                   " " ws-npc-name " quest " ws-npc-quest-id
                   delimited by size into ws-report-text
               end-string
           else
               string "  " ws-callout-num "  NPC       " ws-pos-text
                   " " ws-npc-name
                   delimited by size into ws-report-text
               end-string
           end-if
           perform write-report-text

           if ws-npc-line(1) not = spaces then
               move spaces to ws-report-text
               string "                         """
                   function trim(ws-npc-line(1)) """"
                   delimited by size into ws-report-text
               end-string
               perform write-report-text
           end-if

           exit paragraph.

       write-pushable-callout.

           add 1 to ws-callout-num
           move ws-push-y to ws-mark-y
           move ws-push-x to ws-mark-x
           perform format-position

           move spaces to ws-report-text
           string "  " ws-callout-num "  PUSHABLE  " ws-pos-text
               " '" ws-push-char "' weight " ws-push-weight
               delimited by size into ws-report-text
           end-string
           perform write-report-text

           exit paragraph.

       write-teleport-callout.

           add 1 to ws-callout-num
           move ws-teleport-y to ws-mark-y
           move ws-teleport-x to ws-mark-x
           perform format-position
           move ws-teleport-dest-y to ws-dest-y-disp
           move ws-teleport-dest-x to ws-dest-x-disp

           move spaces to ws-report-text
           if ws-teleport-dest-map = spaces then
               string "  " ws-callout-num "  TELEPORT  " ws-pos-text
                   " -> this map at "
                   ws-dest-y-disp "," ws-dest-x-disp
                   delimited by size into ws-report-text
               end-string
           else
               string "  " ws-callout-num "  TELEPORT  " ws-pos-text
                   " -> " function trim(ws-teleport-dest-map)
                   " at "
                   ws-dest-y-disp "," ws-dest-x-disp
                   delimited by size into ws-report-text
               end-string
           end-if
           perform write-report-text

           exit paragraph.

       write-blank-line.
           move spaces to f-report-line
           write f-report-line
           exit paragraph.

       write-report-text.
           move ws-report-text to f-report-line
           write f-report-line
           exit paragraph.

       end program crl-map-sheet.
