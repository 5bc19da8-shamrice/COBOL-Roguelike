      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Writes a whole map set out to one plain-text file,
      *>          and rebuilds the set from one, so a map change can
      *>          be read in a normal text diff or written by hand.
      *>          The text holds labelled sections: [MAP] (height and
      *>          width), [META], the tile grid as rows of characters
      *>          under [TILES], the tile attributes as grids of their
      *>          own ([FG] [BG] [BLOCKING] [HIGHLIGHT] [BLINKING])
      *>          plus an [EFFECTS] list of every tile with an effect
      *>          or switch group, then [ENEMIES] [ITEMS] [TELEPORTS]
      *>          [NPCS] [PUSHABLES] and [REGIONS], one pipe-delimited
      *>          line per entry -- the same delimited-line shape the
      *>          item creator's ITEMS.TXT uses. Lines starting with #
      *>          outside a grid are comments.
      *>          An import checks every line, builds the files in
      *>          MAPTEXT.WRK and runs the same validate-map-data
      *>          batch entry crl-promote uses against them; only a
      *>          clean map goes live, each live file first kept as
      *>          its .BAK generation. Sections the text leaves out
      *>          leave their live file alone. A map the editor holds
      *>          locked is refused, and MAPAUDIT.LOG records the
      *>          import. Any failure ends with return code 8.
      *>          Arguments:
      *>              --export=NAME     write NAME's files to text
      *>              --import=NAME     rebuild NAME's files from text
      *>              --file=FILE       the text file (default
      *>                                NAME.TXT)
      *> Tectonics:
      *>     ./build_map_text.sh
      *>         src/validate_map_data.cbl
      *>         src/shared/load_map_data.cbl
      *>         src/shared/crl_error_log.cbl
      *>         src/shared/crl_catalog_version.cbl
      *>*****************************************************************
       identification division.
       program-id. crl-map-text.

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

           select optional fd-region-data
               assign to dynamic ws-map-file-name
               organization is line sequential
               file status is ws-map-file-status.

           select optional fd-teleport-data
               assign to dynamic ws-map-file-name
               organization is indexed
               access mode is dynamic
               record key is f-teleport-pos
               file status is ws-map-file-status.

           select optional fd-map-text
               assign to dynamic ws-text-file
               organization is line sequential
               file status is ws-text-status.

           select optional fd-audit-log
               assign to ws-audit-log-file
               organization is line sequential
               file status is ws-audit-log-status.

       data division.

       file section.

           fd  fd-dim-data.
           01  f-map-dim-record.
               05  f-map-dim-height        pic 99.
               05  f-map-dim-width         pic 99.

       copy "shared/copybooks/fd-tile-data.cpy".

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
           01  f-enemy.
               05  f-enemy-name                 pic x(16).
               05  f-enemy-hp-total             pic 999.
               05  f-enemy-hp-current           pic 999.
               05  f-enemy-attack-damage        pic 999.
               05  f-enemy-y                    pic 99.
               05  f-enemy-x                    pic 99.
               05  f-enemy-color                pic 9.
               05  f-enemy-char                 pic x.
               05  f-enemy-status               pic 9.
               05  f-enemy-current-ticks        pic 999.
               05  f-enemy-max-ticks            pic 999.
               05  f-enemy-exp-worth            pic 9(4).
               05  f-enemy-ranged-sw            pic a.
               05  f-enemy-behavior             pic 9.
               05  f-enemy-waypoint occurs 4 times.
                   10  f-enemy-waypoint-y       pic 99.
                   10  f-enemy-waypoint-x       pic 99.
               05  f-enemy-boss-sw              pic a.
               05  f-enemy-template-id          pic 999.
               05  f-enemy-drop-item-id         pic 999.
               05  f-enemy-drop-pct             pic 999.
               05  f-enemy-detect-radius        pic 99.
               05  f-enemy-foot-h               pic 9.
               05  f-enemy-foot-w               pic 9.

       copy "shared/copybooks/fd-item-data.cpy".

           fd  fd-npc-data.
           01  f-npc-record.
               05  f-npc-name               pic x(16).
               05  f-npc-y                  pic 99.
               05  f-npc-x                  pic 99.
               05  f-npc-color              pic 9.
               05  f-npc-char               pic x.
               05  f-npc-line occurs 3 times pic x(60).
               05  f-npc-quest-id           pic 999.

           fd  fd-pushable-data.
           01  f-pushable-record.
               05  f-push-char              pic x.
               05  f-push-color             pic 9.
               05  f-push-y                 pic 99.
               05  f-push-x                 pic 99.
               05  f-push-weight            pic 9.

           fd  fd-region-data.
           01  f-region-line                pic x(40).

       copy "shared/copybooks/fd-teleport-data.cpy".

           fd  fd-map-text.
           01  f-text-line                  pic x(256).

           fd  fd-audit-log.
           01  f-audit-line                 pic x(120).

       working-storage section.

           copy "shared/copybooks/ws-constants.cpy".

           78  ws-audit-log-file            value "MAPAUDIT.LOG".
           78  ws-lock-file-ext             value ".LCK".
           78  ws-backup-file-ext           value ".BAK".
           78  ws-max-npcs                  value 20.
           78  ws-max-regions               value 10.

           01  ws-work-dir                  pic x(12)
                                            value "MAPTEXT.WRK".
           01  ws-work-parent               pic x(4) value "..".
           01  ws-chdir-status              pic s9(9) comp-5.
           01  ws-system-command            pic x(80).

           01  ws-map-file-name             pic x(40).
           01  ws-map-file-status           pic xx.
           01  ws-text-file                 pic x(40) value spaces.
           01  ws-text-status               pic xx.
           01  ws-audit-log-status          pic xx.

           01  ws-command-args              pic x(256).
           01  ws-arg-token                 pic x(64).
           01  ws-arg-pointer               pic 9(4) value 1.
           01  ws-arg-count                 pic 99 value 0.
           01  ws-arg-idx                   pic 99.
           01  ws-arg-key                   pic x(16).
           01  ws-arg-value                 pic x(32).

           01  ws-map-name                  pic x(15) value spaces.
           01  ws-mode-sw                   pic a value space.
               88  ws-mode-export           value 'E'.
               88  ws-mode-import           value 'I'.

           01  ws-eof-sw                    pic a value 'N'.
               88  ws-is-eof                value 'Y'.
               88  ws-not-eof               value 'N'.

      *> the map's extensions, in the order export writes them and
      *> import puts them live.
           01  ws-ext-values.
               05  filler                   pic x(4) value ".DAT".
               05  filler                   pic x(4) value ".DIM".
               05  filler                   pic x(4) value ".MET".
               05  filler                   pic x(4) value ".BGS".
               05  filler                   pic x(4) value ".ITM".
               05  filler                   pic x(4) value ".TEL".
               05  filler                   pic x(4) value ".NPC".
               05  filler                   pic x(4) value ".PSH".
               05  filler                   pic x(4) value ".RGN".
           01  ws-ext-table redefines ws-ext-values.
               05  ws-ext                   pic x(4) occurs 9 times.
           78  ws-ext-count                 value 9.
           01  ws-ext-idx                   pic 99.
      *> which files the text itself rebuilds -- only those go live.
           01  ws-ext-built-table.
               05  ws-ext-built             pic a occurs 9 times.

      *> every section the text may hold; the seen flags keep a
      *> section from being given twice.
           01  ws-section-values.
               05  filler                   pic x(10) value "MAP".
               05  filler                   pic x(10) value "META".
               05  filler                   pic x(10) value "TILES".
               05  filler                   pic x(10) value "FG".
               05  filler                   pic x(10) value "BG".
               05  filler                   pic x(10) value "BLOCKING".
               05  filler                   pic x(10) value "HIGHLIGHT".
               05  filler                   pic x(10) value "BLINKING".
               05  filler                   pic x(10) value "EFFECTS".
               05  filler                   pic x(10) value "ENEMIES".
               05  filler                   pic x(10) value "ITEMS".
               05  filler                   pic x(10) value "TELEPORTS".
               05  filler                   pic x(10) value "NPCS".
               05  filler                   pic x(10) value "PUSHABLES".
               05  filler                   pic x(10) value "REGIONS".
           01  ws-section-table redefines ws-section-values.
               05  ws-section-name          pic x(10) occurs 15 times.
           78  ws-section-count             value 15.
           01  ws-section-seen-table.
               05  ws-section-seen          pic a occurs 15 times.
           01  ws-section-idx               pic 99.
           01  ws-find-idx                  pic 99.
           01  ws-section                   pic x(10) value spaces.
           01  ws-section-header            pic x(20).

           01  ws-grid-sw                   pic a value 'N'.
               88  ws-grid-active           value 'Y'.
               88  ws-grid-inactive         value 'N'.
           01  ws-grid-row                  pic 99.
           01  ws-grid-x                    pic 99.
           01  ws-grid-char                 pic x.
           01  ws-row-bad-col               pic 99.

           01  ws-list-open-sw              pic a value 'N'.
               88  ws-list-open             value 'Y'.
               88  ws-list-closed           value 'N'.
           01  ws-list-count                pic 9(4).

      *> the whole .DAT, 25 x 80 tiles.
           01  ws-tiles.
               05  ws-tile-row occurs ws-max-map-height times.
                   10  ws-tile occurs ws-max-map-width times.
                       15  ws-tile-fg               pic 9.
                       15  ws-tile-bg               pic 9.
                       15  ws-tile-char             pic x.
                       15  ws-tile-highlight        pic a.
                       15  ws-tile-blocking         pic a.
                       15  ws-tile-blinking         pic a.
                       15  ws-tile-effect-id        pic 99.
                       15  ws-tile-switch-group     pic 99.
           01  ws-tile-y                    pic 99.
           01  ws-tile-x                    pic 99.

           01  ws-map-height                pic 99 value 25.
           01  ws-map-width                 pic 99 value 80.

           01  ws-map-meta.
               05  ws-meta-title            pic x(40) value spaces.
               05  ws-meta-author           pic x(20) value spaces.
               05  ws-meta-rec-level        pic 999 value 0.
               05  ws-meta-desc             pic x(75) value spaces.
               05  ws-meta-dark-sw          pic a value 'N'.
               05  ws-meta-weather          pic x value 'N'.
               05  ws-meta-cat-version      pic x(5) value spaces.

      *> one text line, split on its pipes.
           01  ws-text-line                 pic x(256).
           01  ws-text-line-no              pic 9(5) value 0.
           01  ws-field-count               pic 99.
           01  ws-field-table.
               05  ws-field occurs 22 times pic x(60).
           01  ws-line-ptr                  pic 999.
           01  ws-key                       pic x(10).
           01  ws-value                     pic x(80).

           01  ws-waypoint-text             pic x(60).
           01  ws-waypoint-pair occurs 4 times pic x(10).
           01  ws-waypoint-y-text           pic x(5).
           01  ws-waypoint-x-text           pic x(5).
           01  ws-wp-idx                    pic 9.

      *> a number taken from a field: ws-num-in is checked against
      *> ws-num-limit, and the result left in ws-num-value.
           01  ws-num-in                    pic x(60).
           01  ws-num-right                 pic x(5) justified right.
           01  ws-num-value                 pic 9(5).
           01  ws-num-limit                 pic 9(5).
           01  ws-num-label                 pic x(16).
           01  ws-num-ok-sw                 pic a.
               88  ws-num-ok                value 'Y'.
               88  ws-num-bad               value 'N'.

           01  ws-flag-value                pic a.

           01  ws-parse-errors              pic 9(5) value 0.
           01  ws-error-text                pic x(60).

           01  ws-out-line                  pic x(256).
           01  ws-out-y                     pic 99.
           01  ws-out-x                     pic 99.
           01  ws-out-dest-y                pic 99.
           01  ws-out-dest-x                pic 99.
           01  ws-out-count                 pic zzz9.

           01  ws-staged-file               pic x(40).
           01  ws-live-file                 pic x(20).
           01  ws-bak-file                  pic x(25).
           01  ws-probe-file                pic x(40).
           01  ws-probe-info.
               05  ws-probe-size            pic 9(18) comp.
               05  ws-probe-date            pic x(8).
           01  ws-probe-status              pic s9(9) comp-5.
           01  ws-copy-status               pic s9(9) comp-5.
           01  ws-live-count                pic 99 value 0.

      *> what validate-map-data needs beside the map itself.
           01  ws-support-values.
               05  filler                   pic x(12) value "ITEMS.ITL".
               05  filler                   pic x(12) value "ITEMS.VER".
               05  filler                   pic x(12)
                                            value "BESTIARY.BST".
           01  ws-support-table redefines ws-support-values.
               05  ws-support-file          pic x(12) occurs 3 times.
           01  ws-support-idx               pic 9.

           01  ws-validate-map-name         pic x(15).
           01  ws-validate-load-status      pic 9.
           01  ws-validate-issue-count      pic 9(5).

           01  ws-audit-user                pic x(12).
           01  ws-audit-date-data           pic x(21).

       procedure division.

       main-procedure.

           display "COBOL-Roguelike map text export / import"
           display "----------------------------------------"

           perform parse-arguments

           if ws-map-name = spaces then
               display "Usage: --export=NAME [--file=FILE]"
               display "       --import=NAME [--file=FILE]"
               move 8 to return-code
               stop run
           end-if

           if ws-text-file = spaces then
               move function concatenate(function trim(ws-map-name),
                   ".TXT") to ws-text-file
           end-if

           if ws-mode-export then
               perform export-map
           else
               perform import-map
           end-if

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

                   when "--EXPORT"
                       move function upper-case(
                           function trim(ws-arg-value))
                           to ws-map-name
                       set ws-mode-export to true

                   when "--IMPORT"
                       move function upper-case(
                           function trim(ws-arg-value))
                           to ws-map-name
                       set ws-mode-import to true

                   when "--FILE"
                       move function trim(ws-arg-value)
                           to ws-text-file

               end-evaluate

           end-perform

           exit paragraph.

       build-live-name.

           move function concatenate(function trim(ws-map-name),
               function trim(ws-ext(ws-ext-idx))) to ws-map-file-name

           exit paragraph.

      ******************************************************************
      * Export: every file the map has, section by section, into the
      * text file. A file the map does not have still gets its
      * section header, so an import gives back exactly this set.
      ******************************************************************
       export-map.

           move 1 to ws-ext-idx
           perform build-live-name
           move ws-map-file-name to ws-probe-file
           call "CBL_CHECK_FILE_EXIST" using
               ws-probe-file ws-probe-info
               returning ws-probe-status
           end-call
           if ws-probe-status not = 0 then
               display "No such map: " function trim(ws-map-name)
               move 8 to return-code
               exit paragraph
           end-if

           open output fd-map-text
           if ws-text-status not = ws-file-status-ok
           and ws-text-status not = "05" then
               display "Cannot write " function trim(ws-text-file)
                   " -- status " ws-text-status
               move 8 to return-code
               exit paragraph
           end-if

           move function concatenate("# COBOL-Roguelike map text -- ",
               function trim(ws-map-name)) to f-text-line
           write f-text-line

           perform export-map-section
           perform export-meta-section
           perform export-tile-sections
           perform export-enemy-section
           perform export-item-section
           perform export-teleport-section
           perform export-npc-section
           perform export-pushable-section
           perform export-region-section

           close fd-map-text

           display "Exported " function trim(ws-map-name) " to "
               function trim(ws-text-file) "."

           exit paragraph.

       export-map-section.

           move 2 to ws-ext-idx
           perform build-live-name
           open input fd-dim-data
           if ws-map-file-status = ws-file-status-ok then
               read fd-dim-data
                   not at end
                       move f-map-dim-height to ws-map-height
                       move f-map-dim-width to ws-map-width
               end-read
           end-if
           close fd-dim-data

           move "[MAP]" to f-text-line
           write f-text-line
           move function concatenate("NAME|",
               function trim(ws-map-name)) to f-text-line
           write f-text-line
           move spaces to f-text-line
           string "HEIGHT|" ws-map-height
               delimited by size into f-text-line
           end-string
           write f-text-line
           move spaces to f-text-line
           string "WIDTH|" ws-map-width
               delimited by size into f-text-line
           end-string
           write f-text-line

           exit paragraph.

       export-meta-section.

           move 3 to ws-ext-idx
           perform build-live-name
           open input fd-map-meta
           if ws-map-file-status not = ws-file-status-ok then
               close fd-map-meta
               exit paragraph
           end-if
           read fd-map-meta
               at end
                   close fd-map-meta
                   exit paragraph
           end-read
           close fd-map-meta

           move "[META]" to f-text-line
           write f-text-line
           move function concatenate("TITLE|",
               function trim(f-map-meta-title)) to f-text-line
           write f-text-line
           move function concatenate("AUTHOR|",
               function trim(f-map-meta-author)) to f-text-line
           write f-text-line
           move spaces to f-text-line
           string "LEVEL|" f-map-meta-rec-level
               delimited by size into f-text-line
           end-string
           write f-text-line
           move function concatenate("DESC|",
               function trim(f-map-meta-desc)) to f-text-line
           write f-text-line
           move spaces to f-text-line
           string "DARK|" f-map-meta-dark-sw
               delimited by size into f-text-line
           end-string
           write f-text-line
           move spaces to f-text-line
           string "WEATHER|" f-map-meta-weather
               delimited by size into f-text-line
           end-string
           write f-text-line
           move function concatenate("CATVER|",
               function trim(f-map-meta-cat-version)) to f-text-line
           write f-text-line

           exit paragraph.

      *> the character grid, then one grid per attribute, then the
      *> sparse effect/switch list.
       export-tile-sections.

           move 1 to ws-ext-idx
           perform build-live-name
           perform load-tile-file

           perform varying ws-section-idx from 3 by 1
           until ws-section-idx > 8
               move spaces to f-text-line
               string "[" function trim(ws-section-name(
                   ws-section-idx)) "]"
                   delimited by size into f-text-line
               end-string
               write f-text-line
               perform varying ws-tile-y from 1 by 1
               until ws-tile-y > ws-max-map-height
                   move spaces to ws-out-line
                   perform varying ws-tile-x from 1 by 1
                   until ws-tile-x > ws-max-map-width
                       evaluate ws-section-idx
                           when 3
                               move ws-tile-char(ws-tile-y, ws-tile-x)
                                   to ws-out-line(ws-tile-x:1)
                           when 4
                               move ws-tile-fg(ws-tile-y, ws-tile-x)
                                   to ws-out-line(ws-tile-x:1)
                           when 5
                               move ws-tile-bg(ws-tile-y, ws-tile-x)
                                   to ws-out-line(ws-tile-x:1)
                           when 6
                               move ws-tile-blocking(
                                   ws-tile-y, ws-tile-x)
                                   to ws-out-line(ws-tile-x:1)
                           when 7
                               move ws-tile-highlight(
                                   ws-tile-y, ws-tile-x)
                                   to ws-out-line(ws-tile-x:1)
                           when 8
                               move ws-tile-blinking(
                                   ws-tile-y, ws-tile-x)
                                   to ws-out-line(ws-tile-x:1)
                       end-evaluate
                   end-perform
                   move ws-out-line to f-text-line
                   write f-text-line
               end-perform
           end-perform

           move "[EFFECTS]" to f-text-line
           write f-text-line
           move "# y|x|effect|switch group" to f-text-line
           write f-text-line
           perform varying ws-tile-y from 1 by 1
           until ws-tile-y > ws-max-map-height
               perform varying ws-tile-x from 1 by 1
               until ws-tile-x > ws-max-map-width
                   if ws-tile-effect-id(ws-tile-y, ws-tile-x) not = 0
                   or ws-tile-switch-group(ws-tile-y, ws-tile-x)
                       not = 0 then
                       move spaces to f-text-line
                       string ws-tile-y "|" ws-tile-x "|"
                           ws-tile-effect-id(ws-tile-y, ws-tile-x) "|"
                           ws-tile-switch-group(ws-tile-y, ws-tile-x)
                           delimited by size into f-text-line
                       end-string
                       write f-text-line
                   end-if
               end-perform
           end-perform

           exit paragraph.

       load-tile-file.

           move 1 to ws-tile-y
           move 1 to ws-tile-x
           open input fd-tile-data
           if ws-map-file-status = ws-file-status-ok then
               set ws-not-eof to true
               perform until ws-is-eof
               or ws-tile-y > ws-max-map-height
                   read fd-tile-data
                       at end
                           set ws-is-eof to true
                       not at end
                           move f-tile-data-record
                               to ws-tile(ws-tile-y, ws-tile-x)
                           add 1 to ws-tile-x
                           if ws-tile-x > ws-max-map-width then
                               move 1 to ws-tile-x
                               add 1 to ws-tile-y
                           end-if
                   end-read
               end-perform
           end-if
           close fd-tile-data

           exit paragraph.

       export-enemy-section.

           move "[ENEMIES]" to f-text-line
           write f-text-line
           move "# name|hp|hp now|attack|y|x|color|char|status|ticks|"
               & "max ticks|exp|ranged|behavior|waypoints y,x;...|"
               to f-text-line
           write f-text-line
           move "#   boss|template|drop item|drop pct|detect radius|"
               & "foot h|foot w" to f-text-line
           write f-text-line

           move 4 to ws-ext-idx
           perform build-live-name
           open input fd-enemy-data
           if ws-map-file-status = ws-file-status-ok then
               set ws-not-eof to true
               perform until ws-is-eof
                   read fd-enemy-data
                       at end
                           set ws-is-eof to true
                       not at end
                           perform write-enemy-line
                   end-read
               end-perform
           end-if
           close fd-enemy-data

           exit paragraph.

       write-enemy-line.

           move spaces to ws-waypoint-text
           string f-enemy-waypoint-y(1) "," f-enemy-waypoint-x(1) ";"
               f-enemy-waypoint-y(2) "," f-enemy-waypoint-x(2) ";"
               f-enemy-waypoint-y(3) "," f-enemy-waypoint-x(3) ";"
               f-enemy-waypoint-y(4) "," f-enemy-waypoint-x(4)
               delimited by size into ws-waypoint-text
           end-string

           move spaces to f-text-line
           string function trim(f-enemy-name) "|"
               f-enemy-hp-total "|" f-enemy-hp-current "|"
               f-enemy-attack-damage "|"
               f-enemy-y "|" f-enemy-x "|"
               f-enemy-color "|" f-enemy-char "|"
               f-enemy-status "|"
               f-enemy-current-ticks "|" f-enemy-max-ticks "|"
               f-enemy-exp-worth "|" f-enemy-ranged-sw "|"
               f-enemy-behavior "|"
               function trim(ws-waypoint-text) "|"
               f-enemy-boss-sw "|" f-enemy-template-id "|"
               f-enemy-drop-item-id "|" f-enemy-drop-pct "|"
               f-enemy-detect-radius "|"
               f-enemy-foot-h "|" f-enemy-foot-w
               delimited by size into f-text-line
           end-string
           write f-text-line

           exit paragraph.

       export-item-section.

           move "[ITEMS]" to f-text-line
           write f-text-line
           move "# name|y|x|taken|effect|worth|color|char|type|"
               & "attack|defense|heal" to f-text-line
           write f-text-line

           move 5 to ws-ext-idx
           perform build-live-name
           open input fd-item-data
           if ws-map-file-status = ws-file-status-ok then
               set ws-not-eof to true
               perform until ws-is-eof
                   read fd-item-data
                       at end
                           set ws-is-eof to true
                       not at end
                           move f-item-y to ws-out-y
                           move f-item-x to ws-out-x
                           move spaces to f-text-line
                           string function trim(f-item-name) "|"
                               ws-out-y "|" ws-out-x "|"
                               f-item-taken "|" f-item-effect-id "|"
                               f-item-worth "|" f-item-color "|"
                               f-item-char "|" f-item-type "|"
                               f-item-atk "|" f-item-def "|"
                               f-item-heal
                               delimited by size into f-text-line
                           end-string
                           write f-text-line
                   end-read
               end-perform
           end-if
           close fd-item-data

           exit paragraph.

       export-teleport-section.

           move "[TELEPORTS]" to f-text-line
           write f-text-line
           move "# y|x|dest y|dest x|dest map" to f-text-line
           write f-text-line

           move 6 to ws-ext-idx
           perform build-live-name
           open input fd-teleport-data
           if ws-map-file-status = ws-file-status-ok then
               set ws-not-eof to true
               perform until ws-is-eof
                   read fd-teleport-data next record
                       at end
                           set ws-is-eof to true
                       not at end
                           move f-teleport-y to ws-out-y
                           move f-teleport-x to ws-out-x
                           move f-teleport-dest-y to ws-out-dest-y
                           move f-teleport-dest-x to ws-out-dest-x
                           move spaces to f-text-line
                           string ws-out-y "|" ws-out-x "|"
                               ws-out-dest-y "|" ws-out-dest-x "|"
                               function trim(f-teleport-dest-map)
                               delimited by size into f-text-line
                           end-string
                           write f-text-line
                   end-read
               end-perform
           end-if
           close fd-teleport-data

           exit paragraph.

       export-npc-section.

           move "[NPCS]" to f-text-line
           write f-text-line
           move "# name|y|x|color|char|quest id|line 1|line 2|line 3"
               to f-text-line
           write f-text-line

           move 7 to ws-ext-idx
           perform build-live-name
           open input fd-npc-data
           if ws-map-file-status = ws-file-status-ok then
               set ws-not-eof to true
               perform until ws-is-eof
                   read fd-npc-data
                       at end
                           set ws-is-eof to true
                       not at end
                           move spaces to f-text-line
                           string function trim(f-npc-name) "|"
                               f-npc-y "|" f-npc-x "|"
                               f-npc-color "|" f-npc-char "|"
                               f-npc-quest-id "|"
                               function trim(f-npc-line(1)) "|"
                               function trim(f-npc-line(2)) "|"
                               function trim(f-npc-line(3))
                               delimited by size into f-text-line
                           end-string
                           write f-text-line
                   end-read
               end-perform
           end-if
           close fd-npc-data

           exit paragraph.

       export-pushable-section.

           move "[PUSHABLES]" to f-text-line
           write f-text-line
           move "# char|color|y|x|weight" to f-text-line
           write f-text-line

           move 8 to ws-ext-idx
           perform build-live-name
           open input fd-pushable-data
           if ws-map-file-status = ws-file-status-ok then
               set ws-not-eof to true
               perform until ws-is-eof
                   read fd-pushable-data
                       at end
                           set ws-is-eof to true
                       not at end
                           move spaces to f-text-line
                           string f-push-char "|" f-push-color "|"
                               f-push-y "|" f-push-x "|"
                               f-push-weight
                               delimited by size into f-text-line
                           end-string
                           write f-text-line
                   end-read
               end-perform
           end-if
           close fd-pushable-data

           exit paragraph.

      *> the .RGN is already a delimited text file, and goes as is.
       export-region-section.

           move "[REGIONS]" to f-text-line
           write f-text-line
           move "# name|y1|x1|y2|x2" to f-text-line
           write f-text-line

           move 9 to ws-ext-idx
           perform build-live-name
           open input fd-region-data
           if ws-map-file-status = ws-file-status-ok then
               set ws-not-eof to true
               perform until ws-is-eof
                   read fd-region-data
                       at end
                           set ws-is-eof to true
                       not at end
                           if f-region-line not = spaces then
                               move f-region-line to f-text-line
                               write f-text-line
                           end-if
                   end-read
               end-perform
           end-if
           close fd-region-data

           exit paragraph.

      ******************************************************************
      * Import: every line is checked while the files are built in the
      * work directory; then the built map goes through the validator
      * and only a clean one is copied live.
      ******************************************************************
       import-map.

           move function concatenate(function trim(ws-map-name),
               ws-lock-file-ext) to ws-probe-file
           call "CBL_CHECK_FILE_EXIST" using
               ws-probe-file ws-probe-info
               returning ws-probe-status
           end-call
           if ws-probe-status = 0 then
               display "Map " function trim(ws-map-name)
                   " is locked (" function trim(ws-probe-file)
                   ") - import refused."
               move 8 to return-code
               exit paragraph
           end-if

           open input fd-map-text
           if ws-text-status not = ws-file-status-ok then
               close fd-map-text
               display "Cannot read " function trim(ws-text-file)
                   " -- status " ws-text-status
               move 8 to return-code
               exit paragraph
           end-if

           move "rm -rf MAPTEXT.WRK; mkdir -p MAPTEXT.WRK"
               to ws-system-command
           call "SYSTEM" using ws-system-command
           end-call

           perform init-import-tiles
           move all 'N' to ws-section-seen-table
           move all 'N' to ws-ext-built-table
           move 'Y' to ws-ext-built(1) ws-ext-built(2)

           set ws-not-eof to true
           perform until ws-is-eof
               read fd-map-text into ws-text-line
                   at end
                       set ws-is-eof to true
                   not at end
                       add 1 to ws-text-line-no
                       perform import-text-line
               end-read
           end-perform
           close fd-map-text
           move 0 to ws-text-line-no

           perform close-list-section

           if ws-grid-active then
               move "grid ends before its 25th row" to ws-error-text
               perform note-parse-error
           end-if

           perform varying ws-section-idx from 3 by 1
           until ws-section-idx > 6
               if ws-section-seen(ws-section-idx) not = 'Y' then
                   move spaces to ws-error-text
                   string "no [" function trim(ws-section-name(
                       ws-section-idx)) "] section"
                       delimited by size into ws-error-text
                   end-string
                   perform note-parse-error
               end-if
           end-perform

           if ws-parse-errors > 0 then
               display ws-parse-errors " error(s) in "
                   function trim(ws-text-file)
                   " - nothing imported."
               perform remove-work-dir
               move 8 to return-code
               exit paragraph
           end-if

           perform write-staged-tile-files
           perform copy-support-files
           perform stage-untouched-files

      *> the same validation sweep crl-promote runs, on the built map.
           call "CBL_CHANGE_DIR" using ws-work-dir
               returning ws-chdir-status
           end-call
           move ws-map-name to ws-validate-map-name
           call "validate-map-data-batch" using
               ws-validate-map-name ws-validate-load-status
               ws-validate-issue-count
           end-call
           call "CBL_CHANGE_DIR" using ws-work-parent
               returning ws-chdir-status
           end-call

           if ws-validate-load-status not = 0 then
               display "Imported map will not load (status "
                   ws-validate-load-status ") - nothing imported."
               perform remove-work-dir
               move 8 to return-code
               exit paragraph
           end-if
           if ws-validate-issue-count not = 0 then
               display "Imported map has " ws-validate-issue-count
                   " validation issue(s) - nothing imported."
               perform remove-work-dir
               move 8 to return-code
               exit paragraph
           end-if

           perform varying ws-ext-idx from 1 by 1
           until ws-ext-idx > ws-ext-count
               perform put-file-live
           end-perform

           perform append-audit-line
           perform remove-work-dir

           display "Imported " function trim(ws-map-name) " from "
               function trim(ws-text-file) ": " ws-live-count
               " file(s) live, previous ones kept as .BAK."

           exit paragraph.

       remove-work-dir.

           move "rm -rf MAPTEXT.WRK" to ws-system-command
           call "SYSTEM" using ws-system-command
           end-call

           exit paragraph.

      *> a tile the text says nothing else about is plain and open.
       init-import-tiles.

           perform varying ws-tile-y from 1 by 1
           until ws-tile-y > ws-max-map-height
               perform varying ws-tile-x from 1 by 1
               until ws-tile-x > ws-max-map-width
                   move 0 to ws-tile-fg(ws-tile-y, ws-tile-x)
                   move 0 to ws-tile-bg(ws-tile-y, ws-tile-x)
                   move space to ws-tile-char(ws-tile-y, ws-tile-x)
                   move 'N' to ws-tile-highlight(ws-tile-y, ws-tile-x)
                   move 'N' to ws-tile-blocking(ws-tile-y, ws-tile-x)
                   move 'N' to ws-tile-blinking(ws-tile-y, ws-tile-x)
                   move 0 to ws-tile-effect-id(ws-tile-y, ws-tile-x)
                   move 0 to ws-tile-switch-group(ws-tile-y, ws-tile-x)
               end-perform
           end-perform

           exit paragraph.

       import-text-line.

      *> a grid row is taken whole -- # and [ are tile characters.
           if ws-grid-active then
               perform take-grid-row
               exit paragraph
           end-if

           if ws-text-line = spaces or ws-text-line(1:1) = "#" then
               exit paragraph
           end-if

           if ws-text-line(1:1) = "[" then
               perform start-section
               exit paragraph
           end-if

           perform split-text-line

           evaluate ws-section
               when "MAP"
                   perform take-map-line
               when "META"
                   perform take-meta-line
               when "EFFECTS"
                   perform take-effect-line
               when "ENEMIES"
                   perform take-enemy-line
               when "ITEMS"
                   perform take-item-line
               when "TELEPORTS"
                   perform take-teleport-line
               when "NPCS"
                   perform take-npc-line
               when "PUSHABLES"
                   perform take-pushable-line
               when "REGIONS"
                   perform take-region-line
               when other
                   move "line is not inside any section"
                       to ws-error-text
                   perform note-parse-error
           end-evaluate

           exit paragraph.

       split-text-line.

           move spaces to ws-field-table
           move 0 to ws-field-count
           unstring ws-text-line delimited by "|"
               into ws-field(1) ws-field(2) ws-field(3) ws-field(4)
                   ws-field(5) ws-field(6) ws-field(7) ws-field(8)
                   ws-field(9) ws-field(10) ws-field(11) ws-field(12)
                   ws-field(13) ws-field(14) ws-field(15) ws-field(16)
                   ws-field(17) ws-field(18) ws-field(19) ws-field(20)
                   ws-field(21) ws-field(22)
               tallying in ws-field-count
           end-unstring

           exit paragraph.

       note-parse-error.

           add 1 to ws-parse-errors
           if ws-text-line-no > 0 then
               display "  line " ws-text-line-no ": "
                   function trim(ws-error-text)
           else
               display "  " function trim(ws-error-text)
           end-if

           exit paragraph.

      ******************************************************************
      * A [SECTION] header: closes the list file being built, and
      * opens the next one in the work directory.
      ******************************************************************
       start-section.

           perform close-list-section

           move spaces to ws-section-header
           unstring ws-text-line(2:) delimited by "]"
               into ws-section-header
           end-unstring
           move function upper-case(function trim(ws-section-header))
               to ws-section

           move 0 to ws-section-idx
           perform varying ws-find-idx from 1 by 1
           until ws-find-idx > ws-section-count
               if ws-section-name(ws-find-idx) = ws-section then
                   move ws-find-idx to ws-section-idx
               end-if
           end-perform

           if ws-section-idx = 0 then
               move spaces to ws-error-text
               string "unknown section [" function trim(ws-section)
                   "]" delimited by size into ws-error-text
               end-string
               perform note-parse-error
               move spaces to ws-section
               exit paragraph
           end-if

           if ws-section-seen(ws-section-idx) = 'Y' then
               move spaces to ws-error-text
               string "section [" function trim(ws-section)
                   "] given twice" delimited by size into ws-error-text
               end-string
               perform note-parse-error
               move spaces to ws-section
               exit paragraph
           end-if
           move 'Y' to ws-section-seen(ws-section-idx)

           move 0 to ws-list-count
           evaluate ws-section
               when "TILES"
               when "FG"
               when "BG"
               when "BLOCKING"
               when "HIGHLIGHT"
               when "BLINKING"
                   set ws-grid-active to true
                   move 0 to ws-grid-row
               when "ENEMIES"
                   move 4 to ws-ext-idx
                   perform build-staged-name
                   open output fd-enemy-data
                   perform check-list-open
               when "ITEMS"
                   move 5 to ws-ext-idx
                   perform build-staged-name
                   open output fd-item-data
                   perform check-list-open
               when "TELEPORTS"
                   move 6 to ws-ext-idx
                   perform build-staged-name
                   open output fd-teleport-data
                   perform check-list-open
               when "NPCS"
                   move 7 to ws-ext-idx
                   perform build-staged-name
                   open output fd-npc-data
                   perform check-list-open
               when "PUSHABLES"
                   move 8 to ws-ext-idx
                   perform build-staged-name
                   open output fd-pushable-data
                   perform check-list-open
               when "REGIONS"
                   move 9 to ws-ext-idx
                   perform build-staged-name
                   open output fd-region-data
                   perform check-list-open
           end-evaluate

           exit paragraph.

       build-staged-name.

           move spaces to ws-map-file-name
           string function trim(ws-work-dir) "/"
               function trim(ws-map-name)
               function trim(ws-ext(ws-ext-idx))
               delimited by size into ws-map-file-name
           end-string

           exit paragraph.

       check-list-open.

           if ws-map-file-status = ws-file-status-ok
           or ws-map-file-status = "05" then
               set ws-list-open to true
               move 'Y' to ws-ext-built(ws-ext-idx)
           else
               move spaces to ws-error-text
               string "cannot build " function trim(ws-map-file-name)
                   delimited by size into ws-error-text
               end-string
               perform note-parse-error
               move spaces to ws-section
           end-if

           exit paragraph.

       close-list-section.

           if ws-list-closed then
               exit paragraph
           end-if

           evaluate ws-section
               when "ENEMIES"
                   close fd-enemy-data
               when "ITEMS"
                   close fd-item-data
               when "TELEPORTS"
                   close fd-teleport-data
               when "NPCS"
                   close fd-npc-data
               when "PUSHABLES"
                   close fd-pushable-data
               when "REGIONS"
                   close fd-region-data
           end-evaluate
           set ws-list-closed to true

           exit paragraph.

      *> one row of whichever grid is open, 80 tiles across.
       take-grid-row.

           add 1 to ws-grid-row
           move 0 to ws-row-bad-col

           perform varying ws-grid-x from 1 by 1
           until ws-grid-x > ws-max-map-width
               move ws-text-line(ws-grid-x:1) to ws-grid-char
               evaluate ws-section
                   when "TILES"
                       move ws-grid-char
                           to ws-tile-char(ws-grid-row, ws-grid-x)
                   when "FG"
                       if ws-grid-char is numeric then
                           move ws-grid-char
                               to ws-tile-fg(ws-grid-row, ws-grid-x)
                       else
                           perform note-bad-column
                       end-if
                   when "BG"
                       if ws-grid-char is numeric then
                           move ws-grid-char
                               to ws-tile-bg(ws-grid-row, ws-grid-x)
                       else
                           perform note-bad-column
                       end-if
                   when "BLOCKING"
                       if ws-grid-char = "Y" or ws-grid-char = "N" then
                           move ws-grid-char to ws-tile-blocking(
                               ws-grid-row, ws-grid-x)
                       else
                           perform note-bad-column
                       end-if
                   when "HIGHLIGHT"
                       if ws-grid-char = "Y" or ws-grid-char = "N" then
                           move ws-grid-char to ws-tile-highlight(
                               ws-grid-row, ws-grid-x)
                       else
                           perform note-bad-column
                       end-if
                   when "BLINKING"
                       if ws-grid-char = "Y" or ws-grid-char = "N" then
                           move ws-grid-char to ws-tile-blinking(
                               ws-grid-row, ws-grid-x)
                       else
                           perform note-bad-column
                       end-if
               end-evaluate
           end-perform

           if ws-row-bad-col > 0 then
               move spaces to ws-error-text
               string "[" function trim(ws-section) "] row "
                   ws-grid-row ": bad value in column " ws-row-bad-col
                   delimited by size into ws-error-text
               end-string
               perform note-parse-error
           end-if

           if ws-text-line(ws-max-map-width + 1:) not = spaces then
               move spaces to ws-error-text
               string "[" function trim(ws-section) "] row "
                   ws-grid-row " is wider than 80 tiles"
                   delimited by size into ws-error-text
               end-string
               perform note-parse-error
           end-if

           if ws-grid-row >= ws-max-map-height then
               set ws-grid-inactive to true
           end-if

           exit paragraph.

       note-bad-column.

           if ws-row-bad-col = 0 then
               move ws-grid-x to ws-row-bad-col
           end-if

           exit paragraph.

      ******************************************************************
      * Field checks shared by every list line.
      ******************************************************************
       take-number.

           set ws-num-ok to true
           move 0 to ws-num-value
           if ws-num-in = spaces
           or function length(function trim(ws-num-in)) > 5 then
               set ws-num-bad to true
           else
               move function trim(ws-num-in) to ws-num-right
               inspect ws-num-right replacing leading spaces by zeros
               if ws-num-right is numeric then
                   move ws-num-right to ws-num-value
                   if ws-num-value > ws-num-limit then
                       set ws-num-bad to true
                   end-if
               else
                   set ws-num-bad to true
               end-if
           end-if

           if ws-num-bad then
               move 0 to ws-num-value
               move spaces to ws-error-text
               string "bad " function trim(ws-num-label) " '"
                   function trim(ws-num-in) "'"
                   delimited by size into ws-error-text
               end-string
               perform note-parse-error
           end-if

           exit paragraph.

      *> a map position: y 1-25, x 1-80.
       take-position.

           move "y" to ws-num-label
           move ws-max-map-height to ws-num-limit
           perform take-number
           if ws-num-ok and ws-num-value = 0 then
               move "y of 0" to ws-error-text
               perform note-parse-error
           end-if
           move ws-num-value to ws-tile-y

           move ws-field(ws-line-ptr + 1) to ws-num-in
           move "x" to ws-num-label
           move ws-max-map-width to ws-num-limit
           perform take-number
           if ws-num-ok and ws-num-value = 0 then
               move "x of 0" to ws-error-text
               perform note-parse-error
           end-if
           move ws-num-value to ws-tile-x

           exit paragraph.

       take-flag.

           move function upper-case(function trim(ws-num-in))
               to ws-flag-value
           if function trim(ws-num-in) = spaces
           or function length(function trim(ws-num-in)) > 1
           or (ws-flag-value not = "Y" and ws-flag-value not = "N")
           then
               move spaces to ws-error-text
               string "bad " function trim(ws-num-label) " '"
                   function trim(ws-num-in) "' (Y or N)"
                   delimited by size into ws-error-text
               end-string
               perform note-parse-error
           end-if

           exit paragraph.

       check-field-count.

           if ws-field-count not = ws-num-limit then
               move ws-num-limit to ws-out-count
               move spaces to ws-error-text
               string "expected " function trim(ws-out-count)
                   " fields, found " ws-field-count
                   delimited by size into ws-error-text
               end-string
               perform note-parse-error
               set ws-num-bad to true
           else
               set ws-num-ok to true
           end-if

           exit paragraph.

       check-list-room.

           add 1 to ws-list-count
           if ws-list-count > ws-num-limit then
               move ws-num-limit to ws-out-count
               move spaces to ws-error-text
               string "more than " function trim(ws-out-count) " "
                   function lower-case(function trim(ws-section))
                   delimited by size into ws-error-text
               end-string
               perform note-parse-error
               set ws-num-bad to true
           else
               set ws-num-ok to true
           end-if

           exit paragraph.

       take-map-line.

           perform split-key-value
           evaluate ws-key
               when "NAME"
                   continue
               when "HEIGHT"
                   move ws-value to ws-num-in
                   move "height" to ws-num-label
                   move ws-max-map-height to ws-num-limit
                   perform take-number
                   move ws-num-value to ws-map-height
               when "WIDTH"
                   move ws-value to ws-num-in
                   move "width" to ws-num-label
                   move ws-max-map-width to ws-num-limit
                   perform take-number
                   move ws-num-value to ws-map-width
               when other
                   move spaces to ws-error-text
                   string "unknown [MAP] key " function trim(ws-key)
                       delimited by size into ws-error-text
                   end-string
                   perform note-parse-error
           end-evaluate

           exit paragraph.

      *> KEY|value, the value being everything after the first pipe.
       split-key-value.

           move spaces to ws-key ws-value
           move 1 to ws-line-ptr
           unstring ws-text-line delimited by "|"
               into ws-key with pointer ws-line-ptr
           end-unstring
           move function upper-case(function trim(ws-key)) to ws-key
           if ws-line-ptr <= 256 then
               move ws-text-line(ws-line-ptr:) to ws-value
           end-if

           exit paragraph.

       take-meta-line.

           perform split-key-value
           evaluate ws-key
               when "TITLE"
                   move ws-value to ws-meta-title
               when "AUTHOR"
                   move ws-value to ws-meta-author
               when "LEVEL"
                   move ws-value to ws-num-in
                   move "level" to ws-num-label
                   move 999 to ws-num-limit
                   perform take-number
                   move ws-num-value to ws-meta-rec-level
               when "DESC"
                   move ws-value to ws-meta-desc
               when "DARK"
                   move ws-value to ws-num-in
                   move "dark" to ws-num-label
                   perform take-flag
                   move ws-flag-value to ws-meta-dark-sw
               when "WEATHER"
                   move function upper-case(ws-value(1:1))
                       to ws-meta-weather
                   if ws-meta-weather not = "R"
                   and ws-meta-weather not = "F"
                   and ws-meta-weather not = "S"
                   and ws-meta-weather not = "N" then
                       move "bad weather (R, F, S or N)"
                           to ws-error-text
                       perform note-parse-error
                   end-if
               when "CATVER"
                   move ws-value to ws-meta-cat-version
               when other
                   move spaces to ws-error-text
                   string "unknown [META] key " function trim(ws-key)
                       delimited by size into ws-error-text
                   end-string
                   perform note-parse-error
           end-evaluate

           exit paragraph.

       take-effect-line.

           move 4 to ws-num-limit
           perform check-field-count
           if ws-num-bad then
               exit paragraph
           end-if

           move ws-field(1) to ws-num-in
           move 1 to ws-line-ptr
           perform take-position
           if ws-tile-y = 0 or ws-tile-x = 0 then
               exit paragraph
           end-if
           move ws-field(3) to ws-num-in
           move "effect" to ws-num-label
           move 99 to ws-num-limit
           perform take-number
           move ws-num-value
               to ws-tile-effect-id(ws-tile-y, ws-tile-x)
           move ws-field(4) to ws-num-in
           move "switch group" to ws-num-label
           move 99 to ws-num-limit
           perform take-number
           move ws-num-value
               to ws-tile-switch-group(ws-tile-y, ws-tile-x)

           exit paragraph.

       take-enemy-line.

           move ws-max-num-enemies to ws-num-limit
           perform check-list-room
           if ws-num-bad then
               exit paragraph
           end-if
           move 22 to ws-num-limit
           perform check-field-count
           if ws-num-bad then
               exit paragraph
           end-if

           move spaces to f-enemy
           move ws-field(1) to f-enemy-name
           move ws-field(2) to ws-num-in
           move "hp" to ws-num-label
           move 999 to ws-num-limit
           perform take-number
           move ws-num-value to f-enemy-hp-total
           move ws-field(3) to ws-num-in
           move "hp now" to ws-num-label
           perform take-number
           move ws-num-value to f-enemy-hp-current
           move ws-field(4) to ws-num-in
           move "attack" to ws-num-label
           perform take-number
           move ws-num-value to f-enemy-attack-damage
           move ws-field(5) to ws-num-in
           move 5 to ws-line-ptr
           perform take-position
           move ws-tile-y to f-enemy-y
           move ws-tile-x to f-enemy-x
           move ws-field(7) to ws-num-in
           move "color" to ws-num-label
           move 9 to ws-num-limit
           perform take-number
           move ws-num-value to f-enemy-color
           move ws-field(8)(1:1) to f-enemy-char
           move ws-field(9) to ws-num-in
           move "status" to ws-num-label
           perform take-number
           move ws-num-value to f-enemy-status
           move ws-field(10) to ws-num-in
           move "ticks" to ws-num-label
           move 999 to ws-num-limit
           perform take-number
           move ws-num-value to f-enemy-current-ticks
           move ws-field(11) to ws-num-in
           move "max ticks" to ws-num-label
           perform take-number
           move ws-num-value to f-enemy-max-ticks
           move ws-field(12) to ws-num-in
           move "exp" to ws-num-label
           move 9999 to ws-num-limit
           perform take-number
           move ws-num-value to f-enemy-exp-worth
           move ws-field(13) to ws-num-in
           move "ranged" to ws-num-label
           perform take-flag
           move ws-flag-value to f-enemy-ranged-sw
           move ws-field(14) to ws-num-in
           move "behavior" to ws-num-label
           move 5 to ws-num-limit
           perform take-number
           move ws-num-value to f-enemy-behavior

           move spaces to ws-waypoint-pair(1) ws-waypoint-pair(2)
               ws-waypoint-pair(3) ws-waypoint-pair(4)
           unstring ws-field(15) delimited by ";"
               into ws-waypoint-pair(1) ws-waypoint-pair(2)
                   ws-waypoint-pair(3) ws-waypoint-pair(4)
           end-unstring
           perform varying ws-wp-idx from 1 by 1
           until ws-wp-idx > 4
               move spaces to ws-waypoint-y-text ws-waypoint-x-text
               unstring ws-waypoint-pair(ws-wp-idx) delimited by ","
                   into ws-waypoint-y-text ws-waypoint-x-text
               end-unstring
               move ws-waypoint-y-text to ws-num-in
               move "waypoint y" to ws-num-label
               move ws-max-map-height to ws-num-limit
               perform take-number
               move ws-num-value to f-enemy-waypoint-y(ws-wp-idx)
               move ws-waypoint-x-text to ws-num-in
               move "waypoint x" to ws-num-label
               move ws-max-map-width to ws-num-limit
               perform take-number
               move ws-num-value to f-enemy-waypoint-x(ws-wp-idx)
           end-perform

           move ws-field(16) to ws-num-in
           move "boss" to ws-num-label
           perform take-flag
           move ws-flag-value to f-enemy-boss-sw
           move ws-field(17) to ws-num-in
           move "template" to ws-num-label
           move 999 to ws-num-limit
           perform take-number
           move ws-num-value to f-enemy-template-id
           move ws-field(18) to ws-num-in
           move "drop item" to ws-num-label
           perform take-number
           move ws-num-value to f-enemy-drop-item-id
           move ws-field(19) to ws-num-in
           move "drop pct" to ws-num-label
           move 100 to ws-num-limit
           perform take-number
           move ws-num-value to f-enemy-drop-pct
           move ws-field(20) to ws-num-in
           move "detect radius" to ws-num-label
           move 99 to ws-num-limit
           perform take-number
           move ws-num-value to f-enemy-detect-radius
           move ws-field(21) to ws-num-in
           move "foot h" to ws-num-label
           move 9 to ws-num-limit
           perform take-number
           move ws-num-value to f-enemy-foot-h
           move ws-field(22) to ws-num-in
           move "foot w" to ws-num-label
           perform take-number
           move ws-num-value to f-enemy-foot-w

           if ws-list-open then
               write f-enemy
           end-if

           exit paragraph.

       take-item-line.

           move ws-max-num-items to ws-num-limit
           perform check-list-room
           if ws-num-bad then
               exit paragraph
           end-if
           move 12 to ws-num-limit
           perform check-field-count
           if ws-num-bad then
               exit paragraph
           end-if

           move spaces to f-item-data-record
           move ws-field(1) to f-item-name
           move ws-field(2) to ws-num-in
           move 2 to ws-line-ptr
           perform take-position
           move ws-tile-y to f-item-y
           move ws-tile-x to f-item-x
           move ws-field(4) to ws-num-in
           move "taken" to ws-num-label
           perform take-flag
           move ws-flag-value to f-item-taken
           move ws-field(5) to ws-num-in
           move "effect" to ws-num-label
           move 99 to ws-num-limit
           perform take-number
           move ws-num-value to f-item-effect-id
           move ws-field(6) to ws-num-in
           move "worth" to ws-num-label
           move 999 to ws-num-limit
           perform take-number
           move ws-num-value to f-item-worth
           move ws-field(7) to ws-num-in
           move "color" to ws-num-label
           move 9 to ws-num-limit
           perform take-number
           move ws-num-value to f-item-color
           move ws-field(8)(1:1) to f-item-char
           move ws-field(9) to ws-num-in
           move "type" to ws-num-label
           perform take-number
           move ws-num-value to f-item-type
           move ws-field(10) to ws-num-in
           move "attack" to ws-num-label
           move 999 to ws-num-limit
           perform take-number
           move ws-num-value to f-item-atk
           move ws-field(11) to ws-num-in
           move "defense" to ws-num-label
           perform take-number
           move ws-num-value to f-item-def
           move ws-field(12) to ws-num-in
           move "heal" to ws-num-label
           perform take-number
           move ws-num-value to f-item-heal

           if ws-list-open then
               write f-item-data-record
           end-if

           exit paragraph.

      *> a destination map is copied in beside the built one, so the
      *> validator finds it the way it would in the live pack.
       take-teleport-line.

           move ws-max-num-teleports to ws-num-limit
           perform check-list-room
           if ws-num-bad then
               exit paragraph
           end-if
           move 5 to ws-num-limit
           perform check-field-count
           if ws-num-bad then
               exit paragraph
           end-if

           move spaces to f-teleport-data-record
           move ws-field(1) to ws-num-in
           move 1 to ws-line-ptr
           perform take-position
           move ws-tile-y to f-teleport-y
           move ws-tile-x to f-teleport-x
           move ws-field(3) to ws-num-in
           move "dest y" to ws-num-label
           move 99 to ws-num-limit
           perform take-number
           move ws-num-value to f-teleport-dest-y
           move ws-field(4) to ws-num-in
           move "dest x" to ws-num-label
           perform take-number
           move ws-num-value to f-teleport-dest-x
           move function upper-case(function trim(ws-field(5)))
               to f-teleport-dest-map

           if f-teleport-dest-map = spaces then
               move "no destination map" to ws-error-text
               perform note-parse-error
           end-if

           if ws-list-open then
               write f-teleport-data-record
                   invalid key
                       move "two teleports on one tile"
                           to ws-error-text
                       perform note-parse-error
               end-write
           end-if

           if f-teleport-dest-map not = spaces
           and f-teleport-dest-map not = ws-map-name then
               move function concatenate(
                   function trim(f-teleport-dest-map), ".DAT")
                   to ws-live-file
               move spaces to ws-staged-file
               string function trim(ws-work-dir) "/"
                   function trim(ws-live-file)
                   delimited by size into ws-staged-file
               end-string
               call "CBL_COPY_FILE" using ws-live-file ws-staged-file
                   returning ws-copy-status
               end-call
           end-if

           exit paragraph.

       take-npc-line.

           move ws-max-npcs to ws-num-limit
           perform check-list-room
           if ws-num-bad then
               exit paragraph
           end-if
           if ws-field-count < 6 or ws-field-count > 9 then
               move spaces to ws-error-text
               string "expected 6 to 9 fields, found " ws-field-count
                   delimited by size into ws-error-text
               end-string
               perform note-parse-error
               exit paragraph
           end-if

           move spaces to f-npc-record
           move ws-field(1) to f-npc-name
           move ws-field(2) to ws-num-in
           move 2 to ws-line-ptr
           perform take-position
           move ws-tile-y to f-npc-y
           move ws-tile-x to f-npc-x
           move ws-field(4) to ws-num-in
           move "color" to ws-num-label
           move 9 to ws-num-limit
           perform take-number
           move ws-num-value to f-npc-color
           move ws-field(5)(1:1) to f-npc-char
           move ws-field(6) to ws-num-in
           move "quest id" to ws-num-label
           move 999 to ws-num-limit
           perform take-number
           move ws-num-value to f-npc-quest-id
           move ws-field(7) to f-npc-line(1)
           move ws-field(8) to f-npc-line(2)
           move ws-field(9) to f-npc-line(3)

           if ws-list-open then
               write f-npc-record
           end-if

           exit paragraph.

       take-pushable-line.

           move ws-max-pushables to ws-num-limit
           perform check-list-room
           if ws-num-bad then
               exit paragraph
           end-if
           move 5 to ws-num-limit
           perform check-field-count
           if ws-num-bad then
               exit paragraph
           end-if

           move spaces to f-pushable-record
           move ws-field(1)(1:1) to f-push-char
           move ws-field(2) to ws-num-in
           move "color" to ws-num-label
           move 9 to ws-num-limit
           perform take-number
           move ws-num-value to f-push-color
           move ws-field(3) to ws-num-in
           move 3 to ws-line-ptr
           perform take-position
           move ws-tile-y to f-push-y
           move ws-tile-x to f-push-x
           move ws-field(5) to ws-num-in
           move "weight" to ws-num-label
           move 9 to ws-num-limit
           perform take-number
           move ws-num-value to f-push-weight

           if ws-list-open then
               write f-pushable-record
           end-if

           exit paragraph.

      *> written back in the editor's own NAME|Y1|X1|Y2|X2 shape.
       take-region-line.

           move ws-max-regions to ws-num-limit
           perform check-list-room
           if ws-num-bad then
               exit paragraph
           end-if
           move 5 to ws-num-limit
           perform check-field-count
           if ws-num-bad then
               exit paragraph
           end-if

           if ws-field(1) = spaces then
               move "region has no name" to ws-error-text
               perform note-parse-error
           end-if
           move ws-field(2) to ws-num-in
           move 2 to ws-line-ptr
           perform take-position
           move ws-tile-y to ws-out-y
           move ws-tile-x to ws-out-x
           move ws-field(4) to ws-num-in
           move 4 to ws-line-ptr
           perform take-position
           move ws-tile-y to ws-out-dest-y
           move ws-tile-x to ws-out-dest-x

           move spaces to f-region-line
           string function trim(ws-field(1))
               "|" ws-out-y "|" ws-out-x
               "|" ws-out-dest-y "|" ws-out-dest-x
               delimited by size into f-region-line
           end-string
           if ws-list-open then
               write f-region-line
           end-if

           exit paragraph.

      ******************************************************************
      * The .DAT, .DIM and (when given) .MET are built from what the
      * whole text said, once every line is in.
      ******************************************************************
       write-staged-tile-files.

           move 1 to ws-ext-idx
           perform build-staged-name
           open output fd-tile-data
           perform varying ws-tile-y from 1 by 1
           until ws-tile-y > ws-max-map-height
               perform varying ws-tile-x from 1 by 1
               until ws-tile-x > ws-max-map-width
                   move ws-tile(ws-tile-y, ws-tile-x)
                       to f-tile-data-record
                   write f-tile-data-record
               end-perform
           end-perform
           close fd-tile-data

           move 2 to ws-ext-idx
           perform build-staged-name
           open output fd-dim-data
           move ws-map-height to f-map-dim-height
           move ws-map-width to f-map-dim-width
           write f-map-dim-record
           close fd-dim-data

           if ws-section-seen(2) = 'Y' then
               move 'Y' to ws-ext-built(3)
               move 3 to ws-ext-idx
               perform build-staged-name
               open output fd-map-meta
               move ws-map-meta to f-map-meta-record
               write f-map-meta-record
               close fd-map-meta
           end-if

           exit paragraph.

       copy-support-files.

           perform varying ws-support-idx from 1 by 1
           until ws-support-idx > 3
               move spaces to ws-staged-file
               string function trim(ws-work-dir) "/"
                   function trim(ws-support-file(ws-support-idx))
                   delimited by size into ws-staged-file
               end-string
               call "CBL_COPY_FILE" using
                   ws-support-file(ws-support-idx) ws-staged-file
                   returning ws-copy-status
               end-call
           end-perform

           exit paragraph.

      *> a file the text leaves out is validated as it stands live.
       stage-untouched-files.

           perform varying ws-ext-idx from 1 by 1
           until ws-ext-idx > ws-ext-count
               if ws-ext-built(ws-ext-idx) not = 'Y' then
                   perform build-live-name
                   move ws-map-file-name to ws-live-file
                   perform build-staged-name
                   call "CBL_COPY_FILE" using
                       ws-live-file ws-map-file-name
                       returning ws-copy-status
                   end-call
               end-if
           end-perform

           exit paragraph.

      *> a built file goes live; the live one it replaces is kept as
      *> its .BAK generation first.
       put-file-live.

           if ws-ext-built(ws-ext-idx) not = 'Y' then
               exit paragraph
           end-if

           perform build-staged-name
           move ws-map-file-name to ws-staged-file
           move ws-staged-file to ws-probe-file
           call "CBL_CHECK_FILE_EXIST" using
               ws-probe-file ws-probe-info
               returning ws-probe-status
           end-call
           if ws-probe-status not = 0 then
               exit paragraph
           end-if

           perform build-live-name
           move ws-map-file-name to ws-live-file
           move ws-live-file to ws-probe-file
           call "CBL_CHECK_FILE_EXIST" using
               ws-probe-file ws-probe-info
               returning ws-probe-status
           end-call
           if ws-probe-status = 0 then
               move spaces to ws-bak-file
               string function trim(ws-live-file) ws-backup-file-ext
                   delimited by size into ws-bak-file
               end-string
               call "CBL_COPY_FILE" using ws-live-file ws-bak-file
                   returning ws-copy-status
               end-call
           end-if

           call "CBL_COPY_FILE" using ws-staged-file ws-live-file
               returning ws-copy-status
           end-call
           if ws-copy-status = 0 then
               add 1 to ws-live-count
               display "  LIVE:    " function trim(ws-live-file)
           else
               display "  COPY FAILED: " function trim(ws-live-file)
               move 8 to return-code
           end-if

           exit paragraph.

      ******************************************************************
      * MAPAUDIT.LOG, in the editor's shape: when, who, which map,
      * what happened.
      ******************************************************************
       append-audit-line.

           move function current-date to ws-audit-date-data

           accept ws-audit-user from environment "USER"
           end-accept
           if ws-audit-user = spaces then
               move "unknown" to ws-audit-user
           end-if

           move ws-live-count to ws-out-count
           open extend fd-audit-log
           if ws-audit-log-status = ws-file-status-ok
           or ws-audit-log-status = "05" then
               move spaces to f-audit-line
               string ws-audit-date-data(1:8) " "
                   ws-audit-date-data(9:6) " "
                   ws-audit-user " "
                   ws-map-name " "
                   "text import from " function trim(ws-text-file)
                   " files:" function trim(ws-out-count)
                   delimited by size into f-audit-line
               end-string
               write f-audit-line
               close fd-audit-log
           end-if

           exit paragraph.

       end program crl-map-text.
