      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2021-03-14
      *> Last Updated: 2026-10-15
      *> Purpose: Map editor for the game. Will not open while the
      *>          pack-wide maintenance flag is up (MAINT.FLG, see
      *>          crl-maint-flag) unless an operator override is set.
      *>          Authors pin short dated notes to tiles (F9) and list
      *>          or jump to them (F10); they live in MAPNAME.NTS and
      *>          only the editor ever shows them. F11 paints from a
      *>          pack tileset entry (TILESET.TLS); those tiles keep
      *>          the entry's id in MAPNAME.TSR and follow its look.
      *>          The "n" screen also names the maps beyond each edge
      *>          (MAPNAME.NBR) that players walk off into.
      *>          Enemies take behavior 5, thief, alongside the rest.
      *> Tectonics:
      *>     ./build_editor.sh
      *>*****************************************************************
               organization is record sequential
               file status is ws-traffic-file-status.

      *> Author notes pinned to tiles -- editor-only reminders kept
      *> beside the pack's map files, never read by the game.
               select optional fd-note-data
               assign to dynamic ws-map-note-file
               organization is line sequential
               file status is ws-note-file-status.

      *> The pack tileset (see crl-tileset) and the map's per-tile
      *> references into it, MAPNAME.TSR.
               select optional fd-tileset
               assign to dynamic ws-tileset-file
               organization is indexed
               access mode is random
               record key is f-tls-id
               file status is ws-tileset-status.

               select optional fd-tileset-ref
               assign to dynamic ws-map-tileset-ref-file
               organization is record sequential
               file status is ws-tileset-ref-status.

      *> The maps that adjoin this one's four edges, MAPNAME.NBR.
               select optional fd-neighbor-data
               assign to dynamic ws-map-neighbor-file
               organization is line sequential
               file status is ws-neighbor-file-status.

       data division.

       file section.
               05  f-map-meta-dark-sw       pic a.
      *> scheduled weather: R rain, F fog, S storm, N clear.
               05  f-map-meta-weather       pic x.
      *> ITEMS.VER version the map was last saved against.
               05  f-map-meta-cat-version   pic x(5).

           fd  fd-pushable-data.
           01  f-pushable-record.
               05  f-lock-stamp            pic x(14).

           fd  fd-audit-log.
           01  f-audit-line                pic x(120).

           fd  fd-recent-maps.
           01  f-recent-map-name           pic x(15).
           fd  fd-traffic-data.
           01  f-traffic-record            pic x(320).

           fd  fd-note-data.
           01  f-note-line                 pic x(100).

      *> keep in step with load-map-data's f-tileset-record.
           fd  fd-tileset.
           01  f-tileset-record.
               05  f-tls-id                pic 999.
               05  f-tls-name              pic x(16).
               05  f-tls-fg                pic 9.
               05  f-tls-bg                pic 9.
               05  f-tls-char              pic x.
               05  f-tls-highlight         pic a.
               05  f-tls-blocking          pic a.
               05  f-tls-blinking          pic a.

           fd  fd-tileset-ref.
           01  f-tileset-ref-record        pic x(240).

           fd  fd-neighbor-data.
           01  f-neighbor-line             pic x(20).

       working-storage section.

           copy screenio.
           01  ws-audit-tel-delta-disp     pic +zz9.
           01  ws-audit-dim-note           pic x(12).

      *> each enemy as it stood at the baseline, so a save's audit
      *> line also counts enemies edited in place (the roster's
      *> bulk edits change no counts). Same opaque image size as
      *> ws-un-enemy.
           01  ws-audit-base-enemy-table.
               05  ws-audit-base-enemy occurs 99 times
                                       pic x(106).
           01  ws-audit-enemies-edited     pic 99.
           01  ws-audit-edited-note        pic x(12).

      *> audit log viewer paging.
           78  ws-audit-page-size          value 20.
           01  ws-audit-view-count         pic 999 value 0.
           01  ws-audit-view-lines.
               05  ws-audit-view-line occurs 200 times
                                      pic x(120).
           01  ws-audit-view-page          pic 999.
           01  ws-audit-view-pages         pic 999.
           01  ws-audit-view-idx           pic 999.
               88  ws-replace-undo-valid   value 'Y'.
               88  ws-replace-undo-invalid value 'N'.

      *> Enemy/item roster -- see show-roster. The view table holds
      *> enemy or item indexes in display order, so sorting never
      *> reorders the records themselves (spawners and the undo
      *> stack address enemies by index).
           78  ws-roster-page-size         value 18.
           01  ws-roster-list-sw           pic a value 'E'.
               88  ws-roster-list-enemies  value 'E'.
               88  ws-roster-list-items    value 'I'.
           01  ws-roster-done-sw           pic a.
               88  ws-roster-done          value 'Y'.
               88  ws-roster-not-done      value 'N'.
           01  ws-roster-count             pic 999 value 0.
           01  ws-roster-view-table.
               05  ws-roster-view occurs 999 times pic 999.
           01  ws-roster-key-table.
               05  ws-roster-key occurs 999 times pic x(20).
           01  ws-roster-marks.
               05  ws-roster-mark occurs 99 times pic a.
           01  ws-roster-sort-by           pic 9 value 0.
           01  ws-roster-sort-name         pic x(8).
           01  ws-roster-sel               pic 999 value 1.
           01  ws-roster-top               pic 999 value 1.
           01  ws-roster-idx               pic 999.
           01  ws-roster-entry             pic 999.
           01  ws-roster-row               pic 99.
           01  ws-roster-hold-view         pic 999.
           01  ws-roster-hold-key          pic x(20).
           01  ws-roster-sort-i            pic 999.
           01  ws-roster-sort-j            pic 999.
           01  ws-roster-mark-count        pic 99.
           01  ws-roster-line              pic x(79).
           01  ws-roster-behavior-name     pic x(6).
           01  ws-roster-pos-y             pic 99.
           01  ws-roster-pos-x             pic 99.
           01  ws-roster-key-num           pic 9(4).
           01  ws-roster-field             pic 9.
           01  ws-roster-value             pic 999.
           01  ws-roster-edit-count        pic 99.
           01  ws-roster-jumped-sw         pic a.
               88  ws-roster-jumped        value 'Y'.
               88  ws-roster-not-jumped    value 'N'.

      *> whole-table snapshot backing the single undo entry a bulk
      *> enemy edit gets -- like the replace-all buffer, only the
      *> most recent bulk edit can be taken back.
           01  ws-bulk-undo-count          pic 99.
           01  ws-bulk-undo-buffer.
               05  ws-bulk-undo-enemy occurs 99 times pic x(106).
           01  ws-bulk-undo-valid-sw       pic a value 'N'.
               88  ws-bulk-undo-valid      value 'Y'.
               88  ws-bulk-undo-invalid    value 'N'.

      *> Playtest hand-off -- see playtest-current-map.
           01  ws-playtest-saved-name      pic x(15).
           01  ws-playtest-command         pic x(80).
               05  ws-map-meta-desc        pic x(75).
               05  ws-map-meta-dark        pic a value 'N'.
               05  ws-map-meta-weather     pic x value 'N'.
               05  ws-map-meta-cat-version pic 9(5) value 0.

      *> Installed item catalog version -- see crl-catalog-version.
      *> A map saved against an older catalog is flagged on load.
           01  ws-catver-request           pic x(4) value "READ".
           01  ws-catalog-version          pic 9(5) value 0.

      *> Player-traffic overlay -- the .TRF sidecar the game banks
      *> per map, shown under F8 so authors see where players
               88  ws-save-was-staged      value 'Y'.
               88  ws-save-not-staged      value 'N'.

      *> Maintenance window -- see check-maint-flag.
           01  ws-maint-request            pic x value "Q".
           01  ws-maint-message            pic x(60).
           01  ws-maint-until              pic x(12).
           01  ws-maint-status             pic 9.

      *> Shared fleet error log -- see crl-error-log.
           01  ws-errlog-program           pic x(20)
                                       value "crl-editor".
               05  ws-region-corner-1-y    pic s99.
               05  ws-region-corner-1-x    pic s99.

      *> Author notes -- see note-at-cursor. Each is
      *> "Y|X|YYYYMMDD|AUTHOR|O/C|TEXT" in MAPNAME.NTS, O while the
      *> note is open and C once it has been dealt with.
           78  ws-note-file-ext            value ".NTS".
           78  ws-max-notes                value 20.
           01  ws-map-note-file            pic x(20).
           01  ws-note-file-status         pic xx.
           01  ws-note-eof-sw              pic a.
               88  ws-note-is-eof          value 'Y'.
               88  ws-note-not-eof         value 'N'.

           01  ws-note-count               pic 99 value 0.
           01  ws-notes.
               05  ws-note occurs 20 times.
                   10  ws-note-y           pic 99.
                   10  ws-note-x           pic 99.
                   10  ws-note-date        pic x(8).
                   10  ws-note-author      pic x(12).
                   10  ws-note-state       pic x.
                       88  ws-note-open    value 'O'.
                       88  ws-note-closed  value 'C'.
                   10  ws-note-text        pic x(50).

           01  ws-note-parse.
               05  ws-nts-p-y              pic x(2).
               05  ws-nts-p-x              pic x(2).
               05  ws-nts-p-date           pic x(8).
               05  ws-nts-p-author         pic x(12).
               05  ws-nts-p-state          pic x.
               05  ws-nts-p-text           pic x(50).

           01  ws-note-idx                 pic 99.
           01  ws-note-found-idx           pic 99.
           01  ws-note-choice              pic 99.
           01  ws-note-input               pic x(50).
           01  ws-note-answer              pic x.
           01  ws-note-date-data           pic x(21).
           01  ws-note-state-text          pic x(4).
           01  ws-note-draw-y              pic s99.
           01  ws-note-draw-x              pic s99.
           01  ws-note-scr-pos.
               05  ws-note-scr-row         pic 99.
               05  ws-note-scr-col         pic 99.

      *> Tileset brush -- see set-tileset-brush. Tiles painted while
      *> a tileset entry is the brush record its id in MAPNAME.TSR
      *> (0 = none, the tile's own attributes stand). Picking any
      *> attribute by hand drops the brush.
           78  ws-tileset-ref-file-ext     value ".TSR".
           01  ws-tileset-file             pic x(15)
                                           value "TILESET.TLS".
           01  ws-tileset-status           pic xx.
           01  ws-map-tileset-ref-file     pic x(20).
           01  ws-tileset-ref-status       pic xx.
           01  ws-cursor-draw-tileset      pic 999 value 0.
           01  ws-cursor-tileset-name      pic x(16) value spaces.
           01  ws-tileset-input            pic 999.
           01  ws-tileset-ref-count        pic 9(4).
           01  ws-tileset-delete-status    pic s9(9) comp-5.
           01  ws-tileset-refs.
               05  ws-tileset-ref-row occurs 25 times.
                   10  ws-tileset-ref      pic 999 occurs 80 times.
      *> the refs as they stood before the last replace-all, beside
      *> ws-replace-undo-buffer.
           01  ws-replace-undo-refs        pic x(6000).

      *> Edge neighbors -- set on the "n" metadata screen. Each is
      *> "EDGE|MAPNAME" in MAPNAME.NBR, EDGE one of N S E W; an
      *> edge with no neighbor is a wall as before.
           78  ws-neighbor-file-ext        value ".NBR".
           01  ws-map-neighbor-file        pic x(20).
           01  ws-neighbor-file-status     pic xx.
           01  ws-neighbor-eof-sw          pic a.
               88  ws-neighbor-is-eof      value 'Y'.
               88  ws-neighbor-not-eof     value 'N'.
           01  ws-neighbor-edge-values     pic x(4) value "NSEW".
           01  ws-neighbor-edge-table redefines ws-neighbor-edge-values.
               05  ws-neighbor-edge        pic x occurs 4 times.
           01  ws-map-neighbors.
               05  ws-neighbor-map         pic x(15) occurs 4 times.
           01  ws-neighbor-idx             pic 9.
           01  ws-neighbor-parse.
               05  ws-nbr-p-edge           pic x.
               05  ws-nbr-p-map            pic x(15).
           01  ws-neighbor-delete-status   pic s9(9) comp-5.

      *> Recently opened maps quick-load list.
           01  ws-recent-maps-file-name    pic x(20) value "RECENT.MAP".
           01  ws-recent-maps-file-status  pic xx.
                       15  ws-copy-tile-blinking    pic a.
                       15  ws-copy-tile-effect-id   pic 99.
                       15  ws-copy-tile-switch-grp  pic 99.
      *> each copied tile's tileset reference, parallel to the above.
           01  ws-copy-ref-buffer.
               05  ws-copy-ref-row occurs 25 times.
                   10  ws-copy-tile-ref     pic 999 occurs 80 times.

      *> Flood-fill: 'x' fills all contiguous tiles matching the
      *> character under the cursor with the current draw settings.
      *> was deleted (undo re-inserts it). ws-un-tile/ws-un-enemy
      *> mirror ws-tile-map-data/ws-enemy field-for-field so a whole
      *> record can be captured or restored with one group move.
      *> 'R' (replace-all) and 'B' (a roster bulk enemy edit) carry
      *> no data of their own -- each restores its own snapshot.
           01  ws-undo-stack-top                pic 999 value 0.
           01  ws-redo-stack-top                pic 999 value 0.
           01  ws-undo-stack.
                       88  ws-un-is-enemy-add   value 'A'.
                       88  ws-un-is-enemy-del   value 'D'.
                       88  ws-un-is-replace-all value 'R'.
                       88  ws-un-is-enemy-bulk  value 'B'.
                   10  ws-un-pos.
                       15  ws-un-pos-y          pic S99.
                       15  ws-un-pos-x          pic S99.
                       15  ws-un-tile-blinking      pic a.
                       15  ws-un-tile-effect-id     pic 99.
                       15  ws-un-tile-switch-grp    pic 99.
                   10  ws-un-tileset-id         pic 999.
      *> an opaque image of one whole ws-enemy entry -- sized to
      *> the full record so undo restores every field. Keep the
      *> length in step with ws-enemy-data above.
                       15  ws-re-tile-blinking      pic a.
                       15  ws-re-tile-effect-id     pic 99.
                       15  ws-re-tile-switch-grp    pic 99.
                   10  ws-re-tileset-id         pic 999.
      *> same opaque whole-entry image as ws-un-enemy.
                   10  ws-re-enemy              pic x(106).

                   + COB-ALLOW-MOUSE-MOVE
           set environment "COB_MOUSE_FLAGS" to ws-mouse-flags

           perform check-maint-flag

           move '1010' to ws-cursor-pos           
           display space blank screen 

               ws-pushable-count ws-pushables
               ws-traffic-counts ws-death-counts
           end-call 
           perform draw-note-markers
           set ws-scr-no-refresh to true

           exit paragraph.
               when COB-SCR-F3
                   perform load-map-data

               when COB-SCR-F4
                   perform show-roster

               when COB-SCR-F9
                   perform note-at-cursor

               when COB-SCR-F10
                   perform show-map-notes

               when COB-SCR-F11
                   perform set-tileset-brush

               when COB-SCR-TAB
                   evaluate true
                       when ws-cursor-type-tile

               when ws-kb-input = '0' 
                   move zero to ws-cursor-draw-color-fg
                   perform drop-tileset-brush

               when ws-kb-input = 'B'
                   perform toggle-blocking-mode
                   perform drop-tileset-brush

               when ws-kb-input = 'C'
                   perform set-tile-char
                   perform drop-tileset-brush
               
               when ws-kb-input = 'D'
                   perform set-enemy-settings

               when ws-kb-input = 'F'
                   perform set-foreground-color
                   perform drop-tileset-brush

               when ws-kb-input = 'G'
                   perform set-background-color
                   perform drop-tileset-brush

               when ws-kb-input = 'H'
                   perform toggle-fg-highlight
                   perform drop-tileset-brush
               
               when ws-kb-input = 'K'
                   perform toggle-blink
                   perform drop-tileset-brush

               when ws-kb-input = 'L'
                   perform load-map-data
                   perform load-pushable-data
                   perform load-region-data
                   perform load-traffic-data
                   perform load-note-data
                   perform load-tileset-refs
                   perform load-neighbor-data
                   perform snapshot-audit-baseline
               end-if


           display ws-line-mask at 2101
           display "Behavior [0=chase 1=guard 2=patrol 3=coward"
               " 4=ambush 5=thief]: " at 2101
           accept ws-cursor-enemy-behavior at 2163 update
           if ws-cursor-enemy-behavior > 5 then
               move 0 to ws-cursor-enemy-behavior
           end-if

               to ws-tile-switch-group(
                   ws-temp-map-pos-y, ws-temp-map-pos-x)

           move ws-cursor-draw-tileset
               to ws-tileset-ref(ws-temp-map-pos-y, ws-temp-map-pos-x)

           if ws-cursor-draw-effect > 0 then
               call "set-tile-effect" using
                   ws-temp-map-pos
           move ws-cursor-draw-blinking
               to ws-tile-blinking(ws-temp-map-pos-y, ws-temp-map-pos-x)

           move ws-cursor-draw-tileset
               to ws-tileset-ref(ws-temp-map-pos-y, ws-temp-map-pos-x)

           move ws-teleport-effect-id to ws-tile-effect-id(
               ws-temp-map-pos-y, ws-temp-map-pos-x)

                   move ws-tile-map-data(
                       ws-temp-map-pos-y, ws-temp-map-pos-x)
                       to ws-copy-tile(ws-copy-row, ws-copy-col)
                   move ws-tileset-ref(
                       ws-temp-map-pos-y, ws-temp-map-pos-x)
                       to ws-copy-tile-ref(ws-copy-row, ws-copy-col)

               end-perform
           end-perform

           move ws-copy-tile(ws-copy-row, ws-copy-col)
               to ws-tile-map-data(ws-temp-map-pos-y, ws-temp-map-pos-x)
           move ws-copy-tile-ref(ws-copy-row, ws-copy-col)
               to ws-tileset-ref(ws-temp-map-pos-y, ws-temp-map-pos-x)

           exit paragraph.

           move ws-temp-map-pos to ws-un-pos(ws-undo-stack-top)
           move ws-tile-map-data(ws-temp-map-pos-y, ws-temp-map-pos-x)
               to ws-un-tile(ws-undo-stack-top)
           move ws-tileset-ref(ws-temp-map-pos-y, ws-temp-map-pos-x)
               to ws-un-tileset-id(ws-undo-stack-top)

           move 0 to ws-redo-stack-top
           exit paragraph.
               exit paragraph
           end-if

           if ws-un-is-enemy-bulk(ws-undo-stack-top) then
               perform undo-enemy-bulk-edit
               subtract 1 from ws-undo-stack-top
               set ws-scr-refresh to true
               display "Undo." at 2401 space at 2406
               exit paragraph
           end-if

           if ws-un-is-tile(ws-undo-stack-top) then
               move ws-un-pos(ws-undo-stack-top) to ws-temp-map-pos

                   move ws-tile-map-data(
                       ws-temp-map-pos-y, ws-temp-map-pos-x)
                       to ws-re-tile(ws-redo-stack-top)
                   move ws-tileset-ref(
                       ws-temp-map-pos-y, ws-temp-map-pos-x)
                       to ws-re-tileset-id(ws-redo-stack-top)
               end-if

               move ws-un-tile(ws-undo-stack-top)
                   to ws-tile-map-data(
                       ws-temp-map-pos-y, ws-temp-map-pos-x)
               move ws-un-tileset-id(ws-undo-stack-top)
                   to ws-tileset-ref(
                       ws-temp-map-pos-y, ws-temp-map-pos-x)

           else
               move ws-un-idx(ws-undo-stack-top) to ws-counter-2
                   to ws-cursor-draw-blocking
               move ws-re-tile-blinking(ws-redo-stack-top)
                   to ws-cursor-draw-blinking
               move ws-re-tileset-id(ws-redo-stack-top)
                   to ws-cursor-draw-tileset
               perform place-tile
      *>       place-tile pushes its own undo entry, which is correct,
      *>       but also clears the redo stack -- the very entry we're

               end-perform
           end-perform    
           initialize ws-tileset-refs
           exit paragraph.                                  
      

               move 'N' to ws-map-meta-weather
           end-if

           display "Neighbor maps -- walking off that edge leads"
               " there (blank = no way out):" at 1601
           display "North: " at 1701
           accept ws-neighbor-map(1) at 1708 update upper
           display "South: " at 1801
           accept ws-neighbor-map(2) at 1808 update upper
           display "East:  " at 1901
           accept ws-neighbor-map(3) at 1908 update upper
           display "West:  " at 2001
           accept ws-neighbor-map(4) at 2008 update upper

           display space blank screen
           perform display-commands
           set ws-scr-refresh to true
           and ws-map-meta-rec-level = 0
           and ws-map-meta-dark not = 'Y'
           and (ws-map-meta-weather = 'N'
               or ws-map-meta-weather = space)
           and ws-catalog-version = 0 then
               exit paragraph
           end-if

               to ws-map-meta-file

           open output fd-map-meta
           if ws-map-meta-status = "00"
           or ws-map-meta-status = "05" then
               move ws-map-meta-title to f-map-meta-title
               move ws-map-meta-author to f-map-meta-author
               move ws-map-meta-rec-level to f-map-meta-rec-level
               move ws-map-meta-desc to f-map-meta-desc
               move ws-map-meta-dark to f-map-meta-dark-sw
               move ws-map-meta-weather to f-map-meta-weather
               move ws-catalog-version to ws-map-meta-cat-version
               move ws-map-meta-cat-version to f-map-meta-cat-version
               write f-map-meta-record
               close fd-map-meta
           end-if
                   and ws-map-meta-weather not = 'S' then
                       move 'N' to ws-map-meta-weather
                   end-if
                   if f-map-meta-cat-version is numeric then
                       move f-map-meta-cat-version
                           to ws-map-meta-cat-version
                   end-if
               end-if
               close fd-map-meta
           end-if

           perform check-map-catalog-version

           exit paragraph.

      ******************************************************************
      * A map saved against an older item catalog may hand out the
      * wrong items -- load-map-data has already logged it; tell the
      * author before they start editing on top of it.
      ******************************************************************
       check-map-catalog-version.

           perform read-catalog-version

           if ws-catalog-version = 0
           or ws-map-meta-cat-version >= ws-catalog-version then
               exit paragraph
           end-if

           display ws-line-mask at 2101
           display "Map saved against item catalog v" at 2101
               ws-map-meta-cat-version at 2133
               ", installed v" at 2138
               ws-catalog-version at 2151
               " - validate/re-save." at 2156
           end-display
           accept ws-kb-input at 2176
           display ws-line-mask at 2101
           display ws-line-mask at 2151

           exit paragraph.

       read-catalog-version.

           call "crl-catalog-version" using
               ws-catver-request ws-catalog-version
           end-call

           exit paragraph.

      ******************************************************************
               exit paragraph
           end-if

      *> the catalog sits with the live pack, so read its version
      *> before a staged save moves us away from it.
           perform read-catalog-version

      *> with a STAGING directory beside the pack, the save lands
      *> there -- half-finished work never becomes what players
      *> load. The live files only move at promote time, which is

           perform write-region-data

           perform write-tileset-refs

           perform write-neighbor-data

           if ws-save-was-staged then
               call "CBL_CHANGE_DIR" using ws-staging-parent
                   returning ws-staging-status
               end-call
           end-if

      *> notes are not map data and never go through staging -- they
      *> stay beside the live files, under the name just saved as.
           if ws-note-count > 0 then
               perform write-note-data
           end-if

           perform release-map-lock

           perform append-audit-record
       replace-all-matches.

           move ws-tile-map-table-matrix to ws-replace-undo-buffer
           move ws-tileset-refs to ws-replace-undo-refs
           set ws-replace-undo-valid to true

           if ws-undo-stack-top >= 50
                       move ws-cursor-draw-blinking
                           to ws-tile-blinking(
                               ws-find-y, ws-find-x)
                       move ws-cursor-draw-tileset
                           to ws-tileset-ref(ws-find-y, ws-find-x)
                   end-if

               end-perform
           if ws-replace-undo-valid then
               move ws-replace-undo-buffer
                   to ws-tile-map-table-matrix
               move ws-replace-undo-refs to ws-tileset-refs
               set ws-replace-undo-invalid to true
           else
               display "Replace undo no longer available." at 2401
           move ws-map-height to ws-audit-base-height
           move ws-map-width to ws-audit-base-width

           initialize ws-audit-base-enemy-table
           perform varying ws-counter-1 from 1 by 1
           until ws-counter-1 > ws-cur-num-enemies
               move ws-enemy(ws-counter-1)
                   to ws-audit-base-enemy(ws-counter-1)
           end-perform

           exit paragraph.

      ******************************************************************
               move spaces to ws-audit-dim-note
           end-if

      *> enemies changed in place -- compared slot for slot over the
      *> slots both the baseline and the map still have.
           move 0 to ws-audit-enemies-edited
           perform varying ws-counter-1 from 1 by 1
           until ws-counter-1 > ws-cur-num-enemies
               or ws-counter-1 > ws-audit-base-enemies
               if ws-enemy(ws-counter-1)
                   not = ws-audit-base-enemy(ws-counter-1) then
                   add 1 to ws-audit-enemies-edited
               end-if
           end-perform
           move spaces to ws-audit-edited-note
           if ws-audit-enemies-edited > 0 then
               string "edited:" ws-audit-enemies-edited
                   delimited by size into ws-audit-edited-note
               end-string
           end-if

           move function current-date to ws-audit-date-data

           accept ws-audit-user from environment "USER"
                   " enemies:" ws-audit-delta-disp
                   " teleports:" ws-audit-tel-delta-disp
                   " " ws-audit-dim-note
                   " " ws-audit-edited-note
                   delimited by size into f-audit-line
               end-string
               write f-audit-line

           exit paragraph.

      ******************************************************************
      * F4 -- the roster: every enemy (or, toggled with [t], every
      * placed item) in one list, sortable with [o]. Arrows and
      * PgUp/PgDn move the highlight, [j] jumps the map cursor to
      * it. Enemies can be marked ([m] one, [a] all, [k] all that
      * share the highlighted one's behavior, [c] clear) and [e]
      * sets one field across every marked enemy -- or just the
      * highlighted one when none are marked -- as a single undo
      * step.
      ******************************************************************
       show-roster.

           initialize ws-roster-marks
           set ws-roster-list-enemies to true
           move 0 to ws-roster-sort-by
           set ws-roster-not-jumped to true
           perform build-roster-view

           set ws-roster-not-done to true

           perform until ws-roster-done

               perform draw-roster

               move space to ws-kb-input
               accept ws-kb-input at 2579
                   with no echo auto upper
               end-accept

               evaluate ws-crt-status
                   when COB-SCR-KEY-DOWN
                       if ws-roster-sel < ws-roster-count then
                           add 1 to ws-roster-sel
                       end-if
                   when COB-SCR-KEY-UP
                       if ws-roster-sel > 1 then
                           subtract 1 from ws-roster-sel
                       end-if
                   when COB-SCR-PAGE-DOWN
                       add ws-roster-page-size to ws-roster-sel
                       if ws-roster-sel > ws-roster-count then
                           move ws-roster-count to ws-roster-sel
                       end-if
                   when COB-SCR-PAGE-UP
                       if ws-roster-sel > ws-roster-page-size then
                           subtract ws-roster-page-size
                               from ws-roster-sel
                       else
                           move 1 to ws-roster-sel
                       end-if
                   when COB-SCR-ESC
                       set ws-roster-done to true
                   when other
                       perform roster-command
               end-evaluate

           end-perform

           display space blank screen
           perform display-commands
           set ws-scr-refresh to true

           if ws-roster-jumped then
               display "Cursor moved to roster entry." at 2401
           end-if

           exit paragraph.

       roster-command.

           evaluate ws-kb-input
               when 'Q'
                   set ws-roster-done to true

               when 'T'
                   if ws-roster-list-enemies then
                       set ws-roster-list-items to true
                   else
                       set ws-roster-list-enemies to true
                   end-if
                   move 0 to ws-roster-sort-by
                   perform build-roster-view

               when 'O'
                   add 1 to ws-roster-sort-by
                   if (ws-roster-list-enemies
                   and ws-roster-sort-by > 7)
                   or (ws-roster-list-items
                   and ws-roster-sort-by > 4) then
                       move 0 to ws-roster-sort-by
                   end-if
                   perform build-roster-view

               when 'J'
                   perform roster-jump-cursor

               when 'M'
                   if ws-roster-list-enemies
                   and ws-roster-count > 0 then
                       move ws-roster-view(ws-roster-sel)
                           to ws-roster-entry
                       if ws-roster-mark(ws-roster-entry) = 'Y' then
                           move space to ws-roster-mark(ws-roster-entry)
                       else
                           move 'Y' to ws-roster-mark(ws-roster-entry)
                       end-if
                       if ws-roster-sel < ws-roster-count then
                           add 1 to ws-roster-sel
                       end-if
                   end-if

               when 'A'
                   if ws-roster-list-enemies then
                       perform varying ws-roster-idx from 1 by 1
                       until ws-roster-idx > ws-cur-num-enemies
                           move 'Y' to ws-roster-mark(ws-roster-idx)
                       end-perform
                   end-if

               when 'C'
                   initialize ws-roster-marks

               when 'K'
                   if ws-roster-list-enemies
                   and ws-roster-count > 0 then
                       move ws-roster-view(ws-roster-sel)
                           to ws-roster-entry
                       perform varying ws-roster-idx from 1 by 1
                       until ws-roster-idx > ws-cur-num-enemies
                           if ws-enemy-behavior(ws-roster-idx)
                           = ws-enemy-behavior(ws-roster-entry) then
                               move 'Y'
                                   to ws-roster-mark(ws-roster-idx)
                           end-if
                       end-perform
                   end-if

               when 'E'
                   if ws-roster-list-enemies
                   and ws-roster-count > 0 then
                       perform roster-bulk-edit
                   end-if

           end-evaluate

           exit paragraph.

      ******************************************************************
      * Fills the view table with every enemy or item index in file
      * order, then sorts it on the chosen key.
      ******************************************************************
       build-roster-view.

           if ws-roster-list-enemies then
               move ws-cur-num-enemies to ws-roster-count
           else
               move ws-cur-num-items to ws-roster-count
           end-if

           perform varying ws-roster-idx from 1 by 1
           until ws-roster-idx > ws-roster-count
               move ws-roster-idx to ws-roster-view(ws-roster-idx)
               move ws-roster-idx to ws-roster-entry
               perform build-roster-key
           end-perform

           if ws-roster-sort-by > 0 then
               perform sort-roster-view
           end-if

           move 1 to ws-roster-sel
           move 1 to ws-roster-top

           exit paragraph.

      *> the sort key for ws-roster-entry, into its view slot
      *> (ws-roster-idx) -- numbers zero-padded so they order as
      *> text.
       build-roster-key.

           move spaces to ws-roster-key(ws-roster-idx)

           if ws-roster-list-enemies then
               evaluate ws-roster-sort-by
                   when 1
                       move ws-enemy-name(ws-roster-entry)
                           to ws-roster-key(ws-roster-idx)
                   when 2
                       compute ws-roster-key-num =
                           ws-enemy-y(ws-roster-entry) * 100
                           + ws-enemy-x(ws-roster-entry)
                   when 3
                       move ws-enemy-hp-total(ws-roster-entry)
                           to ws-roster-key-num
                   when 4
                       move ws-enemy-attack-damage(ws-roster-entry)
                           to ws-roster-key-num
                   when 5
                       move ws-enemy-template-id(ws-roster-entry)
                           to ws-roster-key-num
                   when 6
                       move ws-enemy-drop-item-id(ws-roster-entry)
                           to ws-roster-key-num
                   when 7
                       move ws-enemy-behavior(ws-roster-entry)
                           to ws-roster-key-num
               end-evaluate
           else
               evaluate ws-roster-sort-by
                   when 1
                       move ws-item-name(ws-roster-entry)
                           to ws-roster-key(ws-roster-idx)
                   when 2
                       compute ws-roster-key-num =
                           ws-item-y(ws-roster-entry) * 100
                           + ws-item-x(ws-roster-entry)
                   when 3
                       move ws-item-type(ws-roster-entry)
                           to ws-roster-key-num
                   when 4
                       move ws-item-worth(ws-roster-entry)
                           to ws-roster-key-num
               end-evaluate
           end-if

           if ws-roster-sort-by > 1 then
               move ws-roster-key-num to ws-roster-key(ws-roster-idx)
           end-if

           exit paragraph.

      *> straight insertion sort -- stable, so equal keys keep file
      *> order.
       sort-roster-view.

           perform varying ws-roster-sort-i from 2 by 1
           until ws-roster-sort-i > ws-roster-count

               move ws-roster-view(ws-roster-sort-i)
                   to ws-roster-hold-view
               move ws-roster-key(ws-roster-sort-i)
                   to ws-roster-hold-key
               move ws-roster-sort-i to ws-roster-sort-j

               perform until ws-roster-sort-j <= 1
                   if ws-roster-key(ws-roster-sort-j - 1)
                       <= ws-roster-hold-key then
                       exit perform
                   end-if
                   move ws-roster-view(ws-roster-sort-j - 1)
                       to ws-roster-view(ws-roster-sort-j)
                   move ws-roster-key(ws-roster-sort-j - 1)
                       to ws-roster-key(ws-roster-sort-j)
                   subtract 1 from ws-roster-sort-j
               end-perform

               move ws-roster-hold-view
                   to ws-roster-view(ws-roster-sort-j)
               move ws-roster-hold-key
                   to ws-roster-key(ws-roster-sort-j)

           end-perform

           exit paragraph.

       draw-roster.

           evaluate true
               when ws-roster-sort-by = 0
                   move "FILE" to ws-roster-sort-name
               when ws-roster-sort-by = 1
                   move "NAME" to ws-roster-sort-name
               when ws-roster-sort-by = 2
                   move "POSITION" to ws-roster-sort-name
               when ws-roster-list-enemies and ws-roster-sort-by = 3
                   move "HP" to ws-roster-sort-name
               when ws-roster-list-enemies and ws-roster-sort-by = 4
                   move "ATTACK" to ws-roster-sort-name
               when ws-roster-list-enemies and ws-roster-sort-by = 5
                   move "TEMPLATE" to ws-roster-sort-name
               when ws-roster-list-enemies and ws-roster-sort-by = 6
                   move "DROP ID" to ws-roster-sort-name
               when ws-roster-list-enemies and ws-roster-sort-by = 7
                   move "BEHAVIOR" to ws-roster-sort-name
               when ws-roster-sort-by = 3
                   move "TYPE" to ws-roster-sort-name
               when other
                   move "WORTH" to ws-roster-sort-name
           end-evaluate

           move 0 to ws-roster-mark-count
           perform varying ws-roster-idx from 1 by 1
           until ws-roster-idx > ws-cur-num-enemies
               if ws-roster-mark(ws-roster-idx) = 'Y' then
                   add 1 to ws-roster-mark-count
               end-if
           end-perform

           display space blank screen
           if ws-roster-list-enemies then
               display "ROSTER - ENEMIES: " at 0101
                   ws-roster-count at 0119
               display "  NO NAME             Y,X   HP      ATK"
                   "  TPL  DROP BEHAV  DET" at 0201 underline
           else
               display "ROSTER - ITEMS:   " at 0101
                   ws-roster-count at 0119
               display "  NO  NAME             Y,X  TYPE  ATK  "
                   "DEF  HEAL WORTH" at 0201 underline
           end-if
           display "sorted by " at 0130 ws-roster-sort-name at 0140
           display "map " at 0155 function trim(ws-map-name) at 0159

           if ws-roster-count = 0 then
               display "(nothing placed)" at 0401
           end-if

           if ws-roster-sel < ws-roster-top then
               move ws-roster-sel to ws-roster-top
           end-if
           if ws-roster-sel >= ws-roster-top + ws-roster-page-size
           then
               compute ws-roster-top =
                   ws-roster-sel - ws-roster-page-size + 1
           end-if

           move 3 to ws-roster-row
           perform varying ws-roster-idx from ws-roster-top by 1
           until ws-roster-idx > ws-roster-count
               or ws-roster-row > ws-roster-page-size + 2
               move ws-roster-view(ws-roster-idx) to ws-roster-entry
               if ws-roster-list-enemies then
                   perform format-roster-enemy
               else
                   perform format-roster-item
               end-if
               if ws-roster-idx = ws-roster-sel then
                   move ">" to ws-roster-line(1:1)
                   display ws-roster-line
                       at line ws-roster-row column 1 highlight
                   end-display
               else
                   display ws-roster-line
                       at line ws-roster-row column 1
                   end-display
               end-if
               add 1 to ws-roster-row
           end-perform

           if ws-roster-list-enemies then
               display "marked: " at 2201
                   ws-roster-mark-count at 2209
               display "[m] mark  [a] all  [k] same behavior"
                   "  [c] clear  [e] edit field on marked"
                   at 2301
           end-if
           display "[arrows/PgUp/PgDn] move  [j] jump cursor  [o] sort"
               "  [t] enemies/items  [q] close" at 2401

           exit paragraph.

       format-roster-enemy.

           evaluate ws-enemy-behavior(ws-roster-entry)
               when 0
                   move "CHASE" to ws-roster-behavior-name
               when 1
                   move "GUARD" to ws-roster-behavior-name
               when 2
                   move "PATROL" to ws-roster-behavior-name
               when 3
                   move "COWARD" to ws-roster-behavior-name
               when 4
                   move "AMBUSH" to ws-roster-behavior-name
               when 5
                   move "THIEF" to ws-roster-behavior-name
               when other
                   move "?" to ws-roster-behavior-name
           end-evaluate

           move spaces to ws-roster-line
           string "  " ws-roster-entry(2:2) " "
               ws-enemy-name(ws-roster-entry) " "
               ws-enemy-y(ws-roster-entry) ","
               ws-enemy-x(ws-roster-entry) " "
               ws-enemy-hp-current(ws-roster-entry) "/"
               ws-enemy-hp-total(ws-roster-entry) " "
               ws-enemy-attack-damage(ws-roster-entry) "  "
               ws-enemy-template-id(ws-roster-entry) "  "
               ws-enemy-drop-item-id(ws-roster-entry) "  "
               ws-roster-behavior-name " "
               ws-enemy-detect-radius(ws-roster-entry)
               delimited by size into ws-roster-line
           end-string
           if ws-roster-mark(ws-roster-entry) = 'Y' then
               move "*" to ws-roster-line(2:1)
           end-if

           exit paragraph.

       format-roster-item.

           move ws-item-y(ws-roster-entry) to ws-roster-pos-y
           move ws-item-x(ws-roster-entry) to ws-roster-pos-x

           move spaces to ws-roster-line
           string "  " ws-roster-entry " "
               ws-item-name(ws-roster-entry) " "
               ws-roster-pos-y "," ws-roster-pos-x " "
               ws-item-type(ws-roster-entry) "    "
               ws-item-atk(ws-roster-entry) "  "
               ws-item-def(ws-roster-entry) "  "
               ws-item-heal(ws-roster-entry) "  "
               ws-item-worth(ws-roster-entry)
               delimited by size into ws-roster-line
           end-string

           exit paragraph.

      ******************************************************************
      * Moves the map cursor onto the highlighted entry and closes
      * the roster.
      ******************************************************************
       roster-jump-cursor.

           if ws-roster-count = 0 then
               exit paragraph
           end-if

           move ws-roster-view(ws-roster-sel) to ws-roster-entry
           if ws-roster-list-enemies then
               move ws-enemy-y(ws-roster-entry) to ws-temp-map-pos-y
               move ws-enemy-x(ws-roster-entry) to ws-temp-map-pos-x
           else
               move ws-item-y(ws-roster-entry) to ws-temp-map-pos-y
               move ws-item-x(ws-roster-entry) to ws-temp-map-pos-x
           end-if

           if ws-temp-map-pos-y <= 0
           or ws-temp-map-pos-y >= ws-map-height
           or ws-temp-map-pos-x <= 0
           or ws-temp-map-pos-x >= ws-map-width then
               display "That entry sits outside the map - "
                   "cannot jump to it." at 2501
               accept omitted at 2579
               exit paragraph
           end-if

           compute ws-cursor-pos-y =
               ws-temp-map-pos-y - ws-cursor-scr-y
           compute ws-cursor-pos-x =
               ws-temp-map-pos-x - ws-cursor-scr-x

           set ws-roster-jumped to true
           set ws-roster-done to true

           exit paragraph.

      ******************************************************************
      * Sets one field on every marked enemy (or the highlighted one
      * when none are marked). The whole enemy table is snapshotted
      * first and one 'B' entry goes on the undo stack, so "u"
      * takes the edit back in one step.
      ******************************************************************
       roster-bulk-edit.

           display "Field: 1 hp  2 attack  3 template  4 drop id"
               "  5 drop %  6 behavior  7 detect  8 exp" at 2501
           move 0 to ws-roster-field
           accept ws-roster-field at 2579 update
           display ws-line-mask at 2501
           display ws-line-mask at 2551

           if ws-roster-field < 1 or ws-roster-field > 8 then
               exit paragraph
           end-if

           display "New value: " at 2501
           move 0 to ws-roster-value
           accept ws-roster-value at 2512 update
           display ws-line-mask at 2501

           evaluate ws-roster-field
               when 6
                   if ws-roster-value > 5 then
                       display "Behavior is 0-5." at 2501
                       accept omitted at 2579
                       exit paragraph
                   end-if
               when 7
                   if ws-roster-value > 99 then
                       move 99 to ws-roster-value
                   end-if
               when 5
                   if ws-roster-value > 100 then
                       move 100 to ws-roster-value
                   end-if
           end-evaluate

           move ws-cur-num-enemies to ws-bulk-undo-count
           perform varying ws-roster-idx from 1 by 1
           until ws-roster-idx > ws-cur-num-enemies
               move ws-enemy(ws-roster-idx)
                   to ws-bulk-undo-enemy(ws-roster-idx)
           end-perform
           set ws-bulk-undo-valid to true

           if ws-undo-stack-top >= 50
               perform varying ws-counter-1 from 1 by 1
                   until ws-counter-1 > 49
                   move ws-undo-entry(ws-counter-1 + 1)
                       to ws-undo-entry(ws-counter-1)
               end-perform
               move 49 to ws-undo-stack-top
           end-if
           add 1 to ws-undo-stack-top
           set ws-un-is-enemy-bulk(ws-undo-stack-top) to true
           move 0 to ws-redo-stack-top

           move ws-roster-view(ws-roster-sel) to ws-roster-entry
           move 0 to ws-roster-edit-count

           perform varying ws-roster-idx from 1 by 1
           until ws-roster-idx > ws-cur-num-enemies
               if (ws-roster-mark-count > 0
               and ws-roster-mark(ws-roster-idx) = 'Y')
               or (ws-roster-mark-count = 0
               and ws-roster-idx = ws-roster-entry) then
                   perform apply-roster-field
                   add 1 to ws-roster-edit-count
               end-if
           end-perform

      *> a resort keeps the list honest when the edited field is
      *> the sort key.
           move ws-roster-sel to ws-roster-hold-view
           perform build-roster-view
           move ws-roster-hold-view to ws-roster-sel

           display "Set on " at 2501 ws-roster-edit-count at 2508
               " enemy(ies) - [u] in the editor takes it back."
               at 2510
           accept omitted at 2579

           exit paragraph.

       apply-roster-field.

           evaluate ws-roster-field
               when 1
                   move ws-roster-value
                       to ws-enemy-hp-total(ws-roster-idx)
                   move ws-roster-value
                       to ws-enemy-hp-current(ws-roster-idx)
               when 2
                   move ws-roster-value
                       to ws-enemy-attack-damage(ws-roster-idx)
               when 3
                   move ws-roster-value
                       to ws-enemy-template-id(ws-roster-idx)
               when 4
                   move ws-roster-value
                       to ws-enemy-drop-item-id(ws-roster-idx)
               when 5
                   move ws-roster-value
                       to ws-enemy-drop-pct(ws-roster-idx)
               when 6
                   move ws-roster-value
                       to ws-enemy-behavior(ws-roster-idx)
               when 7
                   move ws-roster-value
                       to ws-enemy-detect-radius(ws-roster-idx)
               when 8
                   move ws-roster-value
                       to ws-enemy-exp-worth(ws-roster-idx)
           end-evaluate

           exit paragraph.

      *> restores the enemy table as it stood before the most recent
      *> bulk edit, once -- a later bulk edit overwrote the snapshot.
       undo-enemy-bulk-edit.

           if ws-bulk-undo-valid then
               move ws-bulk-undo-count to ws-cur-num-enemies
               perform varying ws-counter-1 from 1 by 1
               until ws-counter-1 > ws-cur-num-enemies
                   move ws-bulk-undo-enemy(ws-counter-1)
                       to ws-enemy(ws-counter-1)
               end-perform
               set ws-bulk-undo-invalid to true
           else
               display "Bulk edit undo no longer available."
                   at 2401
           end-if

           exit paragraph.

      ******************************************************************
      * "z" -- drops straight into the game on the map as it stands:
      * the buffers are written to a PLAYTEST scratch map and the

      *> clear any previous playtest's sidecar first so a map with
      *> no metadata can't inherit an older dark flag or banner.
           perform read-catalog-version
           move function concatenate(
               function trim(ws-map-name), ws-map-meta-file-ext)
               to ws-map-meta-file

           perform write-npc-data
           perform write-pushable-data
           perform write-tileset-refs
           perform write-neighbor-data

           compute ws-temp-map-pos-y = ws-cursor-pos-y
               + ws-cursor-scr-y
           exit paragraph.


      *> the nightly window rewrites maps under the editor's feet --
      *> stay shut while MAINT.FLG is up, unless overridden.
       check-maint-flag.

           call "crl-maint-flag" using
               ws-errlog-program ws-maint-request ws-maint-message
               ws-maint-until ws-maint-status
           end-call

           evaluate ws-maint-status
               when 1
                   display "The editor is closed for maintenance: "
                       function trim(ws-maint-message)
                   if ws-maint-until is numeric then
                       display "Expected back by "
                           ws-maint-until(9:2) ":"
                           ws-maint-until(11:2)
                   end-if
                   stop run
               when 2
                   display "Maintenance override in effect."
           end-evaluate

           exit paragraph.


       load-recent-maps.

           move 0 to ws-cur-num-recent-maps
                           perform load-map-metadata
                           perform load-npc-data
                           perform load-pushable-data
                           perform load-note-data
                           perform load-tileset-refs
                           perform load-neighbor-data
                           perform snapshot-audit-baseline
                       end-if

           exit paragraph.


      ******************************************************************
      * F9 -- the author note pinned to the cursor's tile. A bare
      * tile takes a new open note, dated today and signed with the
      * login name the audit log uses; a tile that already has one
      * shows it and offers to close (or reopen) or delete it. The
      * notes file is rewritten straight away.
      ******************************************************************
       note-at-cursor.

           if ws-map-name-temp = spaces then
               display "Save or load the map before pinning notes."
                   at 2401
               exit paragraph
           end-if

           compute ws-temp-map-pos-y = ws-cursor-pos-y
               + ws-cursor-scr-y
           compute ws-temp-map-pos-x = ws-cursor-pos-x
               + ws-cursor-scr-x

           move 0 to ws-note-found-idx
           perform varying ws-note-idx from 1 by 1
           until ws-note-idx > ws-note-count
               or ws-note-found-idx > 0
               if ws-note-y(ws-note-idx) = ws-temp-map-pos-y
               and ws-note-x(ws-note-idx) = ws-temp-map-pos-x then
                   move ws-note-idx to ws-note-found-idx
               end-if
           end-perform

           if ws-note-found-idx = 0 then
               perform add-note-at-cursor
           else
               perform edit-note-at-cursor
           end-if

           set ws-scr-refresh to true

           exit paragraph.

       add-note-at-cursor.

           if ws-note-count >= ws-max-notes then
               display "Note limit reached for this map." at 2401
               exit paragraph
           end-if

           move spaces to ws-note-input
           display "Note [blank cancels]: " at 2101
           accept ws-note-input at 2123 update
           display ws-line-mask at 2101

           if ws-note-input = spaces then
               exit paragraph
           end-if

           move function current-date to ws-note-date-data

           add 1 to ws-note-count
           move ws-temp-map-pos-y to ws-note-y(ws-note-count)
           move ws-temp-map-pos-x to ws-note-x(ws-note-count)
           move ws-note-date-data(1:8) to ws-note-date(ws-note-count)
           move spaces to ws-note-author(ws-note-count)
           accept ws-note-author(ws-note-count)
               from environment "USER"
           end-accept
           if ws-note-author(ws-note-count) = spaces then
               move "unknown" to ws-note-author(ws-note-count)
           end-if
           set ws-note-open(ws-note-count) to true
           move ws-note-input to ws-note-text(ws-note-count)

           perform write-note-data

           display "Note pinned at:" at 2401 ws-temp-map-pos at 2417

           exit paragraph.

       edit-note-at-cursor.

           move ws-note-found-idx to ws-note-idx
           perform set-note-state-text

           display ws-line-mask at 2101
           display ws-note-date(ws-note-idx) at 2101
               ws-note-author(ws-note-idx) at 2110
               ws-note-state-text at 2123
               ws-note-text(ws-note-idx) at 2128
           end-display
           display "[c]lose/reopen [d]elete, other key keeps: "
               at 2201
           accept ws-note-answer at 2243 with auto upper
           display ws-line-mask at 2101
           display ws-line-mask at 2201

           evaluate ws-note-answer
               when "C"
                   if ws-note-open(ws-note-idx) then
                       set ws-note-closed(ws-note-idx) to true
                   else
                       set ws-note-open(ws-note-idx) to true
                   end-if
                   perform write-note-data
               when "D"
                   perform varying ws-note-idx from ws-note-idx by 1
                   until ws-note-idx >= ws-note-count
                       move ws-note(ws-note-idx + 1)
                           to ws-note(ws-note-idx)
                   end-perform
                   subtract 1 from ws-note-count
                   perform write-note-data
           end-evaluate

           exit paragraph.

       set-note-state-text.

           if ws-note-open(ws-note-idx) then
               move "OPEN" to ws-note-state-text
           else
               move "done" to ws-note-state-text
           end-if

           exit paragraph.

      ******************************************************************
      * Open notes show on the map view as a "!" over their tile --
      * editor only, the game draws nothing for them. The cursor
      * keeps its own cell.
      ******************************************************************
       draw-note-markers.

           perform varying ws-note-idx from 1 by 1
           until ws-note-idx > ws-note-count

               compute ws-note-draw-y =
                   ws-note-y(ws-note-idx) - ws-cursor-pos-y
               compute ws-note-draw-x =
                   ws-note-x(ws-note-idx) - ws-cursor-pos-x

               if ws-note-open(ws-note-idx)
               and ws-note-draw-y > 0 and ws-note-draw-y <= 20
               and ws-note-draw-x > 0 and ws-note-draw-x <= 50
               and (ws-note-draw-y not = ws-cursor-scr-y
                   or ws-note-draw-x not = ws-cursor-scr-x) then
                   move ws-note-draw-y to ws-note-scr-row
                   move ws-note-draw-x to ws-note-scr-col
                   display "!" at ws-note-scr-pos
                       foreground-color 0 background-color 6
                   end-display
               end-if

           end-perform

           exit paragraph.

      ******************************************************************
      * F10 -- lists the map's notes and jumps the cursor to the one
      * picked by number, the way "v" lists recently opened maps.
      ******************************************************************
       show-map-notes.

           if ws-note-count = 0 then
               display "No notes pinned on this map." at 2101
               accept ws-kb-input at 2131
               display ws-line-mask at 2101
               exit paragraph
           end-if

           display space blank screen

           display "Notes on " at 0107 underline highlight
               ws-map-name-temp at 0116 underline highlight
           end-display

           perform varying ws-note-idx from 1 by 1
           until ws-note-idx > ws-note-count

               perform set-note-state-text
               compute ws-note-scr-row = ws-note-idx + 2

               move 03 to ws-note-scr-col
               display ws-note-idx at ws-note-scr-pos
               move 06 to ws-note-scr-col
               display ws-note-y(ws-note-idx) at ws-note-scr-pos
               move 08 to ws-note-scr-col
               display "," at ws-note-scr-pos
               move 09 to ws-note-scr-col
               display ws-note-x(ws-note-idx) at ws-note-scr-pos
               move 12 to ws-note-scr-col
               display ws-note-date(ws-note-idx) at ws-note-scr-pos
               move 21 to ws-note-scr-col
               display ws-note-author(ws-note-idx)
                   at ws-note-scr-pos
               move 34 to ws-note-scr-col
               display ws-note-state-text at ws-note-scr-pos
               move 39 to ws-note-scr-col
               display ws-note-text(ws-note-idx)(1:40)
                   at ws-note-scr-pos
               end-display

           end-perform

           display "Number to jump to, any other key to cancel: "
               at 2401
           move 0 to ws-note-choice
           accept ws-note-choice at 2445
           display space blank screen

           if ws-note-choice > 0
           and ws-note-choice <= ws-note-count then
               compute ws-cursor-pos-y =
                   ws-note-y(ws-note-choice) - ws-cursor-scr-y
               compute ws-cursor-pos-x =
                   ws-note-x(ws-note-choice) - ws-cursor-scr-x
           end-if

           perform display-commands
           set ws-scr-refresh to true

           exit paragraph.

       write-note-data.

           move function concatenate(
               function trim(ws-map-name-temp), ws-note-file-ext)
               to ws-map-note-file

           open output fd-note-data
           if ws-note-file-status = "00" then
               perform varying ws-note-idx from 1 by 1
               until ws-note-idx > ws-note-count
                   move spaces to f-note-line
                   string ws-note-y(ws-note-idx)
                       "|" ws-note-x(ws-note-idx)
                       "|" ws-note-date(ws-note-idx)
                       "|" function trim(ws-note-author(ws-note-idx))
                       "|" ws-note-state(ws-note-idx)
                       "|" function trim(ws-note-text(ws-note-idx))
                       delimited by size into f-note-line
                   end-string
                   write f-note-line
               end-perform
               close fd-note-data
           end-if

           exit paragraph.

       load-note-data.

           move 0 to ws-note-count
           set ws-note-not-eof to true

           move function concatenate(
               function trim(ws-map-name), ws-note-file-ext)
               to ws-map-note-file

           open input fd-note-data
           if ws-note-file-status = "00" then
               perform until ws-note-is-eof
                   or ws-note-count >= ws-max-notes

                   read fd-note-data
                       at end set ws-note-is-eof to true
                   end-read

                   if ws-note-not-eof
                   and f-note-line not = spaces then
                       move spaces to ws-note-parse
                       unstring f-note-line delimited by "|"
                           into ws-nts-p-y ws-nts-p-x ws-nts-p-date
                               ws-nts-p-author ws-nts-p-state
                               ws-nts-p-text
                       end-unstring
                       if ws-nts-p-y is numeric
                       and ws-nts-p-x is numeric then
                           add 1 to ws-note-count
                           move ws-nts-p-y
                               to ws-note-y(ws-note-count)
                           move ws-nts-p-x
                               to ws-note-x(ws-note-count)
                           move ws-nts-p-date
                               to ws-note-date(ws-note-count)
                           move ws-nts-p-author
                               to ws-note-author(ws-note-count)
                           move ws-nts-p-state
                               to ws-note-state(ws-note-count)
                           if not ws-note-closed(ws-note-count) then
                               set ws-note-open(ws-note-count) to true
                           end-if
                           move ws-nts-p-text
                               to ws-note-text(ws-note-count)
                       end-if
                   end-if
               end-perform
           end-if
           close fd-note-data

           exit paragraph.


      ******************************************************************
      * F11 -- picks a pack tileset entry as the brush. Its look
      * becomes the draw attributes, and every tile painted with it
      * remembers the entry, so a later change to the entry in
      * crl-tileset repaints those tiles. 0 drops the brush.
      ******************************************************************
       set-tileset-brush.

           display ws-line-mask at 2101
           display "Tileset id [0 = none]: " at 2101
           move ws-cursor-draw-tileset to ws-tileset-input
           accept ws-tileset-input at 2124 update
           display ws-line-mask at 2101

           if ws-tileset-input = 0 then
               perform drop-tileset-brush
               display "Tileset brush off." at 2401 space at 2419
               exit paragraph
           end-if

           open input fd-tileset
           if ws-tileset-status not = "00" then
               close fd-tileset
               display "No pack tileset (TILESET.TLS) here." at 2401
               exit paragraph
           end-if

           move ws-tileset-input to f-tls-id
           read fd-tileset
               invalid key
                   close fd-tileset
                   display "No such tileset entry." at 2401
                       space at 2423
                   exit paragraph
           end-read
           close fd-tileset

           move f-tls-fg to ws-cursor-draw-color-fg
           move f-tls-bg to ws-cursor-draw-color-bg
           move f-tls-char to ws-cursor-draw-char
           move f-tls-highlight to ws-cursor-draw-highlight
           move f-tls-blocking to ws-cursor-draw-blocking
           move f-tls-blinking to ws-cursor-draw-blinking
           move f-tls-id to ws-cursor-draw-tileset
           move f-tls-name to ws-cursor-tileset-name

           display "Tileset brush: " at 2401 ws-cursor-tileset-name
               at 2416
           end-display

           exit paragraph.

       drop-tileset-brush.

           move 0 to ws-cursor-draw-tileset
           move spaces to ws-cursor-tileset-name

           exit paragraph.

       load-tileset-refs.

           initialize ws-tileset-refs

           move function concatenate(
               function trim(ws-map-name), ws-tileset-ref-file-ext)
               to ws-map-tileset-ref-file

           open input fd-tileset-ref
           if ws-tileset-ref-status = "00" then
               perform varying ws-counter-1 from 1 by 1
               until ws-counter-1 > ws-max-map-height
                   read fd-tileset-ref
                       at end exit perform
                   end-read
                   move f-tileset-ref-record
                       to ws-tileset-ref-row(ws-counter-1)
               end-perform
           end-if
           close fd-tileset-ref

      *> a short or damaged file leaves its tiles unreferenced.
           perform varying ws-counter-1 from 1 by 1
           until ws-counter-1 > ws-max-map-height
               perform varying ws-counter-2 from 1 by 1
               until ws-counter-2 > ws-max-map-width
                   if ws-tileset-ref(ws-counter-1, ws-counter-2)
                       is not numeric then
                       move 0
                           to ws-tileset-ref(ws-counter-1, ws-counter-2)
                   end-if
               end-perform
           end-perform

           exit paragraph.

      *> a map with no referenced tiles carries no .TSR at all, so
      *> a stale one from an earlier save is removed.
       write-tileset-refs.

           move function concatenate(
               function trim(ws-map-name), ws-tileset-ref-file-ext)
               to ws-map-tileset-ref-file

           move 0 to ws-tileset-ref-count
           perform varying ws-counter-1 from 1 by 1
           until ws-counter-1 > ws-max-map-height
               perform varying ws-counter-2 from 1 by 1
               until ws-counter-2 > ws-max-map-width
                   if ws-tileset-ref(ws-counter-1, ws-counter-2) > 0
                   then
                       add 1 to ws-tileset-ref-count
                   end-if
               end-perform
           end-perform

           if ws-tileset-ref-count = 0 then
               call "CBL_DELETE_FILE" using ws-map-tileset-ref-file
                   returning ws-tileset-delete-status
               end-call
               exit paragraph
           end-if

           open output fd-tileset-ref
           if ws-tileset-ref-status = "00" then
               perform varying ws-counter-1 from 1 by 1
               until ws-counter-1 > ws-max-map-height
                   move ws-tileset-ref-row(ws-counter-1)
                       to f-tileset-ref-record
                   write f-tileset-ref-record
               end-perform
               close fd-tileset-ref
           end-if

           exit paragraph.

      *> a map with no neighbors carries no .NBR at all.
       write-neighbor-data.

           move function concatenate(
               function trim(ws-map-name), ws-neighbor-file-ext)
               to ws-map-neighbor-file

           if ws-map-neighbors = spaces then
               call "CBL_DELETE_FILE" using ws-map-neighbor-file
                   returning ws-neighbor-delete-status
               end-call
               exit paragraph
           end-if

           open output fd-neighbor-data
           if ws-neighbor-file-status = "00" then
               perform varying ws-neighbor-idx from 1 by 1
               until ws-neighbor-idx > 4
                   if ws-neighbor-map(ws-neighbor-idx) not = spaces
                   then
                       move spaces to f-neighbor-line
                       string ws-neighbor-edge(ws-neighbor-idx)
                           "|" function trim(
                               ws-neighbor-map(ws-neighbor-idx))
                           delimited by size into f-neighbor-line
                       end-string
                       write f-neighbor-line
                   end-if
               end-perform
               close fd-neighbor-data
           end-if

           exit paragraph.

       load-neighbor-data.

           move spaces to ws-map-neighbors
           set ws-neighbor-not-eof to true

           move function concatenate(
               function trim(ws-map-name), ws-neighbor-file-ext)
               to ws-map-neighbor-file

           open input fd-neighbor-data
           if ws-neighbor-file-status = "00" then
               perform until ws-neighbor-is-eof
                   read fd-neighbor-data
                       at end set ws-neighbor-is-eof to true
                   end-read
                   if ws-neighbor-not-eof then
                       move spaces to ws-neighbor-parse
                       unstring f-neighbor-line delimited by "|"
                           into ws-nbr-p-edge ws-nbr-p-map
                       end-unstring
                       perform varying ws-neighbor-idx from 1 by 1
                       until ws-neighbor-idx > 4
                           if ws-neighbor-edge(ws-neighbor-idx)
                               = function upper-case(ws-nbr-p-edge)
                           then
                               move function upper-case(ws-nbr-p-map)
                                   to ws-neighbor-map(ws-neighbor-idx)
                           end-if
                       end-perform
                   end-if
               end-perform
           end-if
           close fd-neighbor-data

           exit paragraph.

       display-commands.
           display "Commands:" at 0160 underline highlight           
           display "arrows - move cursor" at 0253
           display "   s/j - find-replace / next match" at 2453
           display "     a - map audit log" at 2553
           display "     i - map statistics" at 2653
           display "F9-F11 - tile note / notes / tile brush" at 2753

           exit paragraph.

