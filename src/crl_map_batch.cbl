      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Batch map edits for pack-wide fixes, so a change
      *>          every map needs is not a trip through crl-editor per
      *>          map. Reads a command file (MAPEDIT.CMD unless
      *>          --file= names another) and applies its edits to the
      *>          maps it names. One command per line, fields split
      *>          by "|", "*" in column 1 for a comment:
      *>            MAP|name,name,...   maps the commands below apply
      *>            MAP|*               to -- "*" is every map
      *>            TILE|y,x|set        one tile, or every tile
      *>            TILE|CHAR:c|set     showing character c; set is
      *>                                CHAR=c,FG=n,BG=n,BLOCK=Y/N,
      *>                                EFFECT=nn (any of them)
      *>            ENEMY|MOVE|y,x|y,x  enemy standing at the first
      *>                                spot to the second
      *>            ENEMY|DELETE|y,x    enemy at y,x, or every enemy
      *>            ENEMY|DELETE|NAME:n with that name
      *>            TELEPORT|old|new    teleports leading to map old
      *>            TELEPORT|old|new|y,x lead to new (at y,x) instead
      *>            ITEM|old|new        placed items named old become
      *>                                catalog item new (ITEMS.ITL)
      *>          Commands run in file order, so a later one sees an
      *>          earlier one's work. A map that changes takes the
      *>          usual .BAK generation of its four files before they
      *>          are rewritten, and gets a MAPAUDIT.LOG line. Every
      *>          change is listed in MAPEDIT.RPT. A command file with
      *>          errors is reported and nothing is applied; that, a
      *>          named map that does not exist, or a map that could
      *>          not be written ends with return code 8.
      *>          Arguments:
      *>              --file=NAME   command file (default MAPEDIT.CMD)
      *>              --dry-run     report what would change, write
      *>                            nothing but the report
      *> Tectonics:
      *>     ./build_map_batch.sh
      *>*****************************************************************
       identification division.
       program-id. crl-map-batch.

       environment division.

       input-output section.

       file-control.
           select optional fd-command-file
               assign to dynamic ws-command-file
               organization is line sequential
               file status is ws-command-status.

           select optional fd-tile-data
               assign to dynamic ws-map-dat-file
               organization is record sequential
               file status is ws-map-file-status.

           select optional fd-teleport-data
               assign to dynamic ws-map-tel-file
               organization is indexed
               access mode is dynamic
               record key is f-teleport-pos
               file status is ws-teleport-file-status.

           select optional fd-enemy-data
               assign to dynamic ws-map-enemy-file
               organization is record sequential
               file status is ws-enemy-file-status.

           select optional fd-item-data
               assign to dynamic ws-map-item-file
               organization is record sequential
               file status is ws-item-file-status.

           select optional fd-item-catalog
               assign to ws-item-catalog-file
               organization is indexed
               access mode is dynamic
               record key is f-catalog-item-id
               file status is ws-catalog-status.

           select optional fd-file-list
               assign to ws-file-list-name
               organization is line sequential
               file status is ws-file-list-status.

           select optional fd-audit-log
               assign to ws-audit-log-file
               organization is line sequential
               file status is ws-audit-log-status.

           select fd-report
               assign to dynamic ws-report-file
               organization is line sequential
               file status is ws-report-status.

       data division.

       file section.

           fd  fd-command-file.
           01  f-command-line               pic x(100).

       copy "shared/copybooks/fd-tile-data.cpy".

       copy "shared/copybooks/fd-teleport-data.cpy".

      *> the loader's 74-byte record: name, stats, position, then the
      *> rest carried through untouched (bosses' footprint included).
           fd  fd-enemy-data.
           01  f-enemy.
               05  f-enemy-name                 pic x(16).
               05  filler                       pic x(9).
               05  f-enemy-y                    pic 99.
               05  f-enemy-x                    pic 99.
               05  filler                       pic x(45).

       copy "shared/copybooks/fd-item-data.cpy".

           fd  fd-item-catalog.
           01  f-item-catalog-record.
               05  f-catalog-item-id            pic 999.
               05  f-catalog-item-name          pic x(16).
               05  f-catalog-item-effect-id     pic 99.
               05  f-catalog-item-worth         pic 999.
               05  f-catalog-item-color         pic 9.
               05  f-catalog-item-char          pic x.
               05  f-catalog-item-highlight     pic a.
               05  f-catalog-item-blink         pic a.
               05  f-catalog-item-type          pic 9.
               05  f-catalog-item-atk           pic 999.
               05  f-catalog-item-def           pic 999.
               05  f-catalog-item-heal          pic 999.
               05  f-catalog-item-rarity        pic 9.
               05  f-catalog-item-weight        pic 999.
               05  f-catalog-item-dmg-type      pic 9.
               05  f-catalog-item-resist-type   pic 9.
               05  f-catalog-item-set-id        pic 99.

           fd  fd-file-list.
           01  f-file-list-line             pic x(30).

           fd  fd-audit-log.
           01  f-audit-line                 pic x(120).

           fd  fd-report.
           01  f-report-line                pic x(100).

       working-storage section.

       copy "shared/copybooks/ws-constants.cpy".

           78  ws-max-commands             value 200.
           78  ws-max-groups               value 50.
           78  ws-max-maps                 value 300.
           78  ws-tile-count               value 2000.
      *> a whole .DAT is 25 x 80 records of 10 bytes.
           78  ws-map-dat-size             value 20000.

           78  ws-item-catalog-file        value "ITEMS.ITL".
           78  ws-file-list-name           value "MAPEDIT.TMP".
           78  ws-audit-log-file           value "MAPAUDIT.LOG".
           78  ws-backup-file-ext          value ".BAK".

           01  ws-command-file             pic x(30)
                                           value "MAPEDIT.CMD".
           01  ws-report-file              pic x(12)
                                           value "MAPEDIT.RPT".

           01  ws-command-status           pic xx.
           01  ws-map-file-status          pic xx.
           01  ws-teleport-file-status     pic xx.
           01  ws-enemy-file-status        pic xx.
           01  ws-item-file-status         pic xx.
           01  ws-catalog-status           pic xx.
           01  ws-file-list-status         pic xx.
           01  ws-audit-log-status         pic xx.
           01  ws-report-status            pic xx.

           01  ws-ls-command               pic x(60)
               value "ls -1 *.DAT > MAPEDIT.TMP 2>/dev/null".
           01  ws-rm-command               pic x(40)
               value "rm -f MAPEDIT.TMP".

           01  ws-command-args             pic x(256).
           01  ws-arg-token                pic x(64).
           01  ws-arg-pointer              pic 9(4) value 1.
           01  ws-arg-count                pic 99 value 0.
           01  ws-arg-idx                  pic 99.
           01  ws-arg-key                  pic x(16).
           01  ws-arg-value                pic x(32).

           01  ws-dry-run-sw               pic a value 'N'.
               88  ws-dry-run              value 'Y'.
               88  ws-live-run             value 'N'.

           01  ws-run-failed-sw            pic a value 'N'.
               88  ws-run-failed           value 'Y'.

           01  ws-eof-sw                   pic a value 'N'.
               88  ws-is-eof               value 'Y'.
               88  ws-not-eof              value 'N'.

      *> the map sets named by MAP lines.
           01  ws-group-count              pic 99 value 0.
           01  ws-group-table.
               05  ws-group occurs ws-max-groups times.
                   10  ws-group-all-sw     pic a.
                       88  ws-group-is-all value 'Y'.
                   10  ws-group-list       pic x(90).
           01  ws-group-idx                pic 99.

      *> the commands, checked and parsed as they are loaded.
           01  ws-cmd-count                pic 999 value 0.
           01  ws-cmd-table.
               05  ws-cmd occurs ws-max-commands times.
                   10  ws-cmd-line-no      pic 9(4).
                   10  ws-cmd-group        pic 99.
                   10  ws-cmd-verb         pic x(8).
                   10  ws-cmd-op           pic x(6).
      *> where: P at y,x; C every tile of a character; N by name.
                   10  ws-cmd-at-kind      pic x.
                   10  ws-cmd-at-y         pic 99.
                   10  ws-cmd-at-x         pic 99.
                   10  ws-cmd-at-char      pic x.
                   10  ws-cmd-at-name      pic x(16).
                   10  ws-cmd-to-sw        pic a.
                       88  ws-cmd-has-to   value 'Y'.
                   10  ws-cmd-to-y         pic 99.
                   10  ws-cmd-to-x         pic 99.
                   10  ws-cmd-old-map      pic x(15).
                   10  ws-cmd-new-map      pic x(15).
                   10  ws-cmd-set-char-sw  pic a.
                   10  ws-cmd-set-char     pic x.
                   10  ws-cmd-set-fg-sw    pic a.
                   10  ws-cmd-set-fg       pic 9.
                   10  ws-cmd-set-bg-sw    pic a.
                   10  ws-cmd-set-bg       pic 9.
                   10  ws-cmd-set-block-sw pic a.
                   10  ws-cmd-set-block    pic a.
                   10  ws-cmd-set-effect-sw pic a.
                   10  ws-cmd-set-effect   pic 99.
                   10  ws-cmd-new-item     pic x(38).
                   10  ws-cmd-text         pic x(60).
           01  ws-cmd-idx                  pic 999.
           01  ws-cmd-errors               pic 9(4) value 0.
           01  ws-line-no                  pic 9(4) value 0.

           01  ws-token-table.
               05  ws-token occurs 5 times pic x(40).
           01  ws-token-idx                pic 9.
           01  ws-token-ptr                pic 999.
           01  ws-pos-y-text               pic x(3).
           01  ws-pos-x-text               pic x(3).
           01  ws-pos-y                    pic 99.
           01  ws-pos-x                    pic 99.
           01  ws-pos-ok-sw                pic a.
               88  ws-pos-ok               value 'Y'.
           01  ws-set-table.
               05  ws-set-item occurs 5 times pic x(12).
           01  ws-set-idx                  pic 9.
           01  ws-set-key                  pic x(8).
           01  ws-set-value                pic x(4).
           01  ws-parse-error              pic x(50).
           01  ws-catalog-found-sw         pic a.
               88  ws-catalog-found        value 'Y'.

      *> the maps to visit, in the order first named.
           01  ws-map-count                pic 999 value 0.
           01  ws-map-table.
               05  ws-map-entry occurs ws-max-maps times.
                   10  ws-map-entry-name   pic x(15).
                   10  ws-map-entry-group  pic 99.
           01  ws-map-idx                  pic 999.
           01  ws-map-find                 pic 999.
           01  ws-name-token               pic x(20).
           01  ws-name-ptr                 pic 999.
           01  ws-list-probe               pic x(92).
           01  ws-list-hits                pic 99.

           01  ws-map-name                 pic x(15).
           01  ws-map-dat-file             pic x(20).
           01  ws-map-tel-file             pic x(20).
           01  ws-map-enemy-file           pic x(20).
           01  ws-map-item-file            pic x(20).

           01  ws-probe-file               pic x(30).
           01  ws-probe-info.
               05  ws-probe-size           pic 9(18) comp.
               05  ws-probe-date           pic x(8).
           01  ws-probe-status             pic s9(9) comp-5.

           01  ws-backup-source-file       pic x(20).
           01  ws-backup-dest-file         pic x(24).
           01  ws-backup-status            pic s9(9) comp-5.

      *> one map in memory, in the editor's file layouts.
           01  ws-tile-table.
               05  ws-tile occurs ws-tile-count times.
                   10  ws-tile-fg          pic 9.
                   10  ws-tile-bg          pic 9.
                   10  ws-tile-char        pic x.
                   10  ws-tile-highlight   pic a.
                   10  ws-tile-blocking    pic a.
                   10  ws-tile-blinking    pic a.
                   10  ws-tile-effect-id   pic 99.
                   10  ws-tile-switch-group pic 99.
           01  ws-tile-idx                 pic 9(4).
           01  ws-tile-loaded              pic 9(4).

           01  ws-bgs-count                pic 99.
           01  ws-bgs-table.
               05  ws-bgs occurs ws-max-num-enemies times.
                   10  ws-bgs-name         pic x(16).
                   10  filler              pic x(9).
                   10  ws-bgs-y            pic 99.
                   10  ws-bgs-x            pic 99.
                   10  filler              pic x(45).
           01  ws-bgs-idx                  pic 99.
           01  ws-bgs-scan                 pic 99.

           01  ws-itm-count                pic 999.
           01  ws-itm-table.
               05  ws-itm occurs ws-max-num-items times.
                   10  ws-itm-name         pic x(16).
                   10  ws-itm-pos          pic x(4).
                   10  ws-itm-taken        pic a.
                   10  ws-itm-stats        pic x(17).
           01  ws-itm-idx                  pic 999.

           01  ws-tel-count                pic 999.
           01  ws-tel-table.
               05  ws-tel occurs ws-max-num-teleports times.
                   10  ws-tel-pos          pic x(4).
                   10  ws-tel-dest-y       pic s99.
                   10  ws-tel-dest-x       pic s99.
                   10  ws-tel-dest-map     pic x(15).
           01  ws-tel-idx                  pic 999.

      *> per-map tallies for the report and the audit line.
           01  ws-map-changes              pic 9(5).
           01  ws-map-tiles                pic 9(4).
           01  ws-map-enemies              pic 99.
           01  ws-map-teleports            pic 999.
           01  ws-map-items                pic 999.
           01  ws-cmd-hits                 pic 9(5).

           01  ws-maps-changed             pic 999 value 0.
           01  ws-total-changes            pic 9(6) value 0.

           01  ws-audit-user               pic x(12).
           01  ws-audit-date-data          pic x(21).

           01  ws-report-text              pic x(100).
           01  ws-edit-y                   pic z9.
           01  ws-edit-x                   pic z9.
           01  ws-edit-to-y                pic z9.
           01  ws-edit-to-x                pic z9.
           01  ws-edit-count               pic zzzz9.
           01  ws-edit-line                pic zzz9.

       procedure division.

       main-procedure.

           display "COBOL-Roguelike batch map edit"
           display "------------------------------"

           perform parse-arguments

           open output fd-report
           if ws-report-status not = ws-file-status-ok then
               display "Cannot write " ws-report-file
                   " -- status " ws-report-status
               move 8 to return-code
               stop run
           end-if

           move spaces to f-report-line
           string "COBOL-ROGUELIKE BATCH MAP EDIT -- "
               function trim(ws-command-file)
               delimited by size into f-report-line
           end-string
           write f-report-line
           if ws-dry-run then
               move "DRY RUN -- nothing below has been written."
                   to f-report-line
               write f-report-line
           end-if
           move spaces to f-report-line
           write f-report-line

           perform load-command-file

           if ws-cmd-errors > 0 then
               move ws-cmd-errors to ws-edit-count
               move spaces to f-report-line
               string ws-edit-count " error(s) in the command file --"
                   " no map has been touched."
                   delimited by size into f-report-line
               end-string
               write f-report-line
               close fd-report
               display "Command file has " ws-edit-count
                   " error(s); see " function trim(ws-report-file)
               move 8 to return-code
               stop run
           end-if

           if ws-cmd-count = 0 then
               move "No commands to apply." to f-report-line
               write f-report-line
               close fd-report
               display "No commands in "
                   function trim(ws-command-file) "."
               stop run
           end-if

           perform build-map-list

           perform varying ws-map-idx from 1 by 1
           until ws-map-idx > ws-map-count
               move ws-map-entry-name(ws-map-idx) to ws-map-name
               perform edit-one-map
           end-perform

           move spaces to f-report-line
           write f-report-line
           move ws-total-changes to ws-edit-count
           move spaces to f-report-line
           if ws-dry-run then
               string "Maps that would change: " ws-maps-changed
                   "   changes: " ws-edit-count
                   delimited by size into f-report-line
               end-string
           else
               string "Maps changed: " ws-maps-changed
                   "   changes: " ws-edit-count
                   delimited by size into f-report-line
               end-string
           end-if
           write f-report-line
           close fd-report

           display "Maps visited: " ws-map-count
               "  changed: " ws-maps-changed
               "  changes: " ws-edit-count
           if ws-dry-run then
               display "Dry run -- nothing written. See "
                   function trim(ws-report-file)
           else
               display "See " function trim(ws-report-file)
           end-if

           if ws-run-failed then
               move 8 to return-code
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

                   when "--FILE"
                       if ws-arg-value not = spaces then
                           move ws-arg-value to ws-command-file
                       end-if

                   when "--DRY-RUN"
                       set ws-dry-run to true

               end-evaluate

           end-perform

           exit paragraph.

      ******************************************************************
      * Reads the whole command file up front and checks every line,
      * so a typo on line 40 stops the run before line 1 is applied.
      ******************************************************************
       load-command-file.

           open input fd-command-file
           if ws-command-status not = ws-file-status-ok then
               if ws-command-status = "05" then
                   close fd-command-file
               end-if
               move spaces to f-report-line
               string function trim(ws-command-file) " not found."
                   delimited by size into f-report-line
               end-string
               write f-report-line
               add 1 to ws-cmd-errors
               exit paragraph
           end-if

           open input fd-item-catalog

           set ws-not-eof to true
           perform until ws-is-eof
               read fd-command-file
                   at end
                       set ws-is-eof to true
                   not at end
                       add 1 to ws-line-no
                       if f-command-line not = spaces
                       and f-command-line(1:1) not = "*" then
                           perform parse-command-line
                       end-if
               end-read
           end-perform

           close fd-command-file
           close fd-item-catalog

           exit paragraph.

       parse-command-line.

           move spaces to ws-token-table
           move 1 to ws-token-ptr
           perform varying ws-token-idx from 1 by 1
           until ws-token-idx > 5
               unstring f-command-line delimited by "|"
                   into ws-token(ws-token-idx)
                   with pointer ws-token-ptr
               end-unstring
           end-perform
           move function upper-case(ws-token(1)) to ws-token(1)
           move spaces to ws-parse-error

           if ws-token(1) = "MAP" then
               perform parse-map-line
               exit paragraph
           end-if

           if ws-group-count = 0 then
               move "command before any MAP line" to ws-parse-error
               perform report-parse-error
               exit paragraph
           end-if

           if ws-cmd-count >= ws-max-commands then
               move "too many commands" to ws-parse-error
               perform report-parse-error
               exit paragraph
           end-if

           add 1 to ws-cmd-count
           move ws-cmd-count to ws-cmd-idx
           initialize ws-cmd(ws-cmd-idx)
           move ws-line-no to ws-cmd-line-no(ws-cmd-idx)
           move ws-group-count to ws-cmd-group(ws-cmd-idx)
           move ws-token(1) to ws-cmd-verb(ws-cmd-idx)
           move f-command-line to ws-cmd-text(ws-cmd-idx)

           evaluate ws-token(1)
               when "TILE"
                   perform parse-tile-command
               when "ENEMY"
                   perform parse-enemy-command
               when "TELEPORT"
                   perform parse-teleport-command
               when "ITEM"
                   perform parse-item-command
               when other
                   move "unknown command" to ws-parse-error
           end-evaluate

           if ws-parse-error not = spaces then
               subtract 1 from ws-cmd-count
               perform report-parse-error
           end-if

           exit paragraph.

       parse-map-line.

           if ws-group-count >= ws-max-groups then
               move "too many MAP lines" to ws-parse-error
               perform report-parse-error
               exit paragraph
           end-if
           if ws-token(2) = spaces then
               move "MAP line names no map" to ws-parse-error
               perform report-parse-error
               exit paragraph
           end-if

           add 1 to ws-group-count
           move 'N' to ws-group-all-sw(ws-group-count)
           move function upper-case(ws-token(2))
               to ws-group-list(ws-group-count)
           if function trim(ws-token(2)) = "*" then
               set ws-group-is-all(ws-group-count) to true
           end-if

           exit paragraph.

       parse-tile-command.

           move function upper-case(ws-token(2)(1:5)) to ws-set-key
           if ws-set-key(1:5) = "CHAR:" then
               move "C" to ws-cmd-at-kind(ws-cmd-idx)
               move ws-token(2)(6:1) to ws-cmd-at-char(ws-cmd-idx)
           else
               move ws-token(2) to ws-name-token
               perform parse-position
               if not ws-pos-ok then
                   move "tile position must be y,x or CHAR:c"
                       to ws-parse-error
                   exit paragraph
               end-if
               move "P" to ws-cmd-at-kind(ws-cmd-idx)
               move ws-pos-y to ws-cmd-at-y(ws-cmd-idx)
               move ws-pos-x to ws-cmd-at-x(ws-cmd-idx)
           end-if

           move spaces to ws-set-table
           unstring ws-token(3) delimited by ","
               into ws-set-item(1) ws-set-item(2) ws-set-item(3)
                   ws-set-item(4) ws-set-item(5)
           end-unstring

           perform varying ws-set-idx from 1 by 1
           until ws-set-idx > 5 or ws-parse-error not = spaces
               if ws-set-item(ws-set-idx) not = spaces then
                   perform parse-tile-setting
               end-if
           end-perform

           if ws-parse-error = spaces
           and ws-cmd-set-char-sw(ws-cmd-idx) not = 'Y'
           and ws-cmd-set-fg-sw(ws-cmd-idx) not = 'Y'
           and ws-cmd-set-bg-sw(ws-cmd-idx) not = 'Y'
           and ws-cmd-set-block-sw(ws-cmd-idx) not = 'Y'
           and ws-cmd-set-effect-sw(ws-cmd-idx) not = 'Y' then
               move "TILE sets nothing" to ws-parse-error
           end-if

           exit paragraph.

      *> the value keeps its case -- tile characters are case-sensitive.
       parse-tile-setting.

           move spaces to ws-set-key ws-set-value
           unstring ws-set-item(ws-set-idx) delimited by "="
               into ws-set-key ws-set-value
           end-unstring
           move function upper-case(ws-set-key) to ws-set-key

           evaluate function trim(ws-set-key)
               when "CHAR"
                   move 'Y' to ws-cmd-set-char-sw(ws-cmd-idx)
                   move ws-set-value(1:1)
                       to ws-cmd-set-char(ws-cmd-idx)
               when "FG"
                   if ws-set-value(1:1) is not numeric
                   or ws-set-value(2:1) not = space then
                       move "FG must be 0-9" to ws-parse-error
                   else
                       move 'Y' to ws-cmd-set-fg-sw(ws-cmd-idx)
                       move ws-set-value(1:1)
                           to ws-cmd-set-fg(ws-cmd-idx)
                   end-if
               when "BG"
                   if ws-set-value(1:1) is not numeric
                   or ws-set-value(2:1) not = space then
                       move "BG must be 0-9" to ws-parse-error
                   else
                       move 'Y' to ws-cmd-set-bg-sw(ws-cmd-idx)
                       move ws-set-value(1:1)
                           to ws-cmd-set-bg(ws-cmd-idx)
                   end-if
               when "BLOCK"
                   move function upper-case(ws-set-value(1:1))
                       to ws-set-value(1:1)
                   if ws-set-value(1:1) not = 'Y'
                   and ws-set-value(1:1) not = 'N' then
                       move "BLOCK must be Y or N" to ws-parse-error
                   else
                       move 'Y' to ws-cmd-set-block-sw(ws-cmd-idx)
                       move ws-set-value(1:1)
                           to ws-cmd-set-block(ws-cmd-idx)
                   end-if
               when "EFFECT"
                   if function trim(ws-set-value) is not numeric then
                       move "EFFECT must be a number" to ws-parse-error
                   else
                       move 'Y' to ws-cmd-set-effect-sw(ws-cmd-idx)
                       move function numval(ws-set-value)
                           to ws-cmd-set-effect(ws-cmd-idx)
                   end-if
               when other
                   move "unknown TILE setting" to ws-parse-error
           end-evaluate

           exit paragraph.

       parse-enemy-command.

           move function upper-case(ws-token(2))
               to ws-cmd-op(ws-cmd-idx)

           evaluate ws-cmd-op(ws-cmd-idx)
               when "MOVE"
                   move ws-token(3) to ws-name-token
                   perform parse-position
                   if not ws-pos-ok then
                       move "MOVE needs from y,x" to ws-parse-error
                       exit paragraph
                   end-if
                   move "P" to ws-cmd-at-kind(ws-cmd-idx)
                   move ws-pos-y to ws-cmd-at-y(ws-cmd-idx)
                   move ws-pos-x to ws-cmd-at-x(ws-cmd-idx)
                   move ws-token(4) to ws-name-token
                   perform parse-position
                   if not ws-pos-ok then
                       move "MOVE needs to y,x" to ws-parse-error
                       exit paragraph
                   end-if
                   move 'Y' to ws-cmd-to-sw(ws-cmd-idx)
                   move ws-pos-y to ws-cmd-to-y(ws-cmd-idx)
                   move ws-pos-x to ws-cmd-to-x(ws-cmd-idx)

               when "DELETE"
                   move function upper-case(ws-token(3)(1:5))
                       to ws-set-key
                   if ws-set-key(1:5) = "NAME:" then
                       move "N" to ws-cmd-at-kind(ws-cmd-idx)
                       move ws-token(3)(6:16)
                           to ws-cmd-at-name(ws-cmd-idx)
                       if ws-cmd-at-name(ws-cmd-idx) = spaces then
                           move "DELETE NAME: needs a name"
                               to ws-parse-error
                       end-if
                   else
                       move ws-token(3) to ws-name-token
                       perform parse-position
                       if not ws-pos-ok then
                           move "DELETE needs y,x or NAME:n"
                               to ws-parse-error
                           exit paragraph
                       end-if
                       move "P" to ws-cmd-at-kind(ws-cmd-idx)
                       move ws-pos-y to ws-cmd-at-y(ws-cmd-idx)
                       move ws-pos-x to ws-cmd-at-x(ws-cmd-idx)
                   end-if

               when other
                   move "ENEMY must be MOVE or DELETE"
                       to ws-parse-error
           end-evaluate

           exit paragraph.

       parse-teleport-command.

           move function upper-case(ws-token(2))
               to ws-cmd-old-map(ws-cmd-idx)
           move function upper-case(ws-token(3))
               to ws-cmd-new-map(ws-cmd-idx)

           if ws-cmd-old-map(ws-cmd-idx) = spaces
           or ws-cmd-new-map(ws-cmd-idx) = spaces then
               move "TELEPORT needs old and new map names"
                   to ws-parse-error
               exit paragraph
           end-if

           if ws-token(4) not = spaces then
               move ws-token(4) to ws-name-token
               perform parse-position
               if not ws-pos-ok then
                   move "TELEPORT destination must be y,x"
                       to ws-parse-error
                   exit paragraph
               end-if
               move 'Y' to ws-cmd-to-sw(ws-cmd-idx)
               move ws-pos-y to ws-cmd-to-y(ws-cmd-idx)
               move ws-pos-x to ws-cmd-to-x(ws-cmd-idx)
           end-if

           exit paragraph.

      *> the replacement comes from the catalog whole, so a placed
      *> copy carries the catalog's current stats.
       parse-item-command.

           move ws-token(2) to ws-cmd-at-name(ws-cmd-idx)
           if ws-cmd-at-name(ws-cmd-idx) = spaces
           or ws-token(3) = spaces then
               move "ITEM needs old and new item names"
                   to ws-parse-error
               exit paragraph
           end-if

           if ws-catalog-status not = ws-file-status-ok then
               move "ITEM needs ITEMS.ITL, which is missing"
                   to ws-parse-error
               exit paragraph
           end-if

           move 'N' to ws-catalog-found-sw
           move 0 to f-catalog-item-id
           start fd-item-catalog key is not less than f-catalog-item-id
               invalid key
                   move "10" to ws-catalog-status
           end-start
           perform until ws-catalog-found
           or ws-catalog-status not = ws-file-status-ok
               read fd-item-catalog next record
                   at end
                       move "10" to ws-catalog-status
                   not at end
                       if f-catalog-item-name = ws-token(3)(1:16)
                       then
                           set ws-catalog-found to true
                       end-if
               end-read
           end-perform
           move ws-file-status-ok to ws-catalog-status

           if not ws-catalog-found then
               move "new item is not in ITEMS.ITL" to ws-parse-error
               exit paragraph
           end-if

      *> the .ITM record shape; position and taken flag stay put.
           move spaces to ws-cmd-new-item(ws-cmd-idx)
           move f-catalog-item-name to f-item-name
           move 0 to f-item-y f-item-x
           move "N" to f-item-taken
           move f-catalog-item-effect-id to f-item-effect-id
           move f-catalog-item-worth to f-item-worth
           move f-catalog-item-color to f-item-color
           move f-catalog-item-char to f-item-char
           move f-catalog-item-type to f-item-type
           move f-catalog-item-atk to f-item-atk
           move f-catalog-item-def to f-item-def
           move f-catalog-item-heal to f-item-heal
           move f-item-data-record to ws-cmd-new-item(ws-cmd-idx)

           exit paragraph.

      *> "y,x" in ws-name-token, inside the 25 x 80 map.
       parse-position.

           move 'N' to ws-pos-ok-sw
           move spaces to ws-pos-y-text ws-pos-x-text
           unstring ws-name-token delimited by ","
               into ws-pos-y-text ws-pos-x-text
           end-unstring

           if function trim(ws-pos-y-text) is not numeric
           or function trim(ws-pos-x-text) is not numeric then
               exit paragraph
           end-if

           move function numval(ws-pos-y-text) to ws-pos-y
           move function numval(ws-pos-x-text) to ws-pos-x
           if ws-pos-y < 1 or ws-pos-y > ws-max-map-height
           or ws-pos-x < 1 or ws-pos-x > ws-max-map-width then
               exit paragraph
           end-if

           set ws-pos-ok to true

           exit paragraph.

       report-parse-error.

           add 1 to ws-cmd-errors
           move ws-line-no to ws-edit-line
           move spaces to f-report-line
           string "ERROR line " ws-edit-line ": "
               function trim(ws-parse-error) " -- "
               function trim(f-command-line)
               delimited by size into f-report-line
           end-string
           write f-report-line

           exit paragraph.

      ******************************************************************
      * Every map a MAP line names, once each, first mention first.
      * "*" expands to every whole map .DAT in the pack directory.
      ******************************************************************
       build-map-list.

           perform varying ws-group-idx from 1 by 1
           until ws-group-idx > ws-group-count
               if ws-group-is-all(ws-group-idx) then
                   perform add-every-map
               else
                   move 1 to ws-name-ptr
                   perform until ws-name-ptr > 90
                       move spaces to ws-name-token
                       unstring ws-group-list(ws-group-idx)
                           delimited by ","
                           into ws-name-token
                           with pointer ws-name-ptr
                       end-unstring
                       if ws-name-token not = spaces then
                           move function trim(ws-name-token)
                               to ws-map-name
                           perform add-map-to-list
                       end-if
                   end-perform
               end-if
           end-perform

           exit paragraph.

       add-every-map.

           call "SYSTEM" using ws-ls-command
           end-call

           set ws-not-eof to true
           open input fd-file-list
           if ws-file-list-status = ws-file-status-ok then
               perform until ws-is-eof
                   read fd-file-list
                       at end
                           set ws-is-eof to true
                       not at end
                           perform add-listed-map
                   end-read
               end-perform
           end-if
           close fd-file-list

           call "SYSTEM" using ws-rm-command
           end-call

           exit paragraph.

      *> other .DAT files (STASH.DAT and friends) are not maps; only
      *> a file the size of a whole tile grid is taken.
       add-listed-map.

           move f-file-list-line to ws-probe-file
           call "CBL_CHECK_FILE_EXIST" using
               ws-probe-file ws-probe-info
               returning ws-probe-status
           end-call
           if ws-probe-status not = 0
           or ws-probe-size not = ws-map-dat-size then
               exit paragraph
           end-if

           move spaces to ws-map-name
           unstring f-file-list-line delimited by ".DAT"
               into ws-map-name
           end-unstring
           perform add-map-to-list

           exit paragraph.

       add-map-to-list.

           perform varying ws-map-find from 1 by 1
           until ws-map-find > ws-map-count
               if ws-map-entry-name(ws-map-find) = ws-map-name then
                   exit paragraph
               end-if
           end-perform

           if ws-map-count >= ws-max-maps then
               exit paragraph
           end-if

           add 1 to ws-map-count
           move ws-map-name to ws-map-entry-name(ws-map-count)
           move ws-group-idx to ws-map-entry-group(ws-map-count)

           exit paragraph.

      ******************************************************************
      * One map: load its four files, run every command whose MAP line
      * covers it, and -- unless this is a dry run -- keep the .BAK
      * generation, write the files back and log the edit.
      ******************************************************************
       edit-one-map.

           move function concatenate(
               function trim(ws-map-name), ws-data-file-ext)
               to ws-map-dat-file
           move function concatenate(
               function trim(ws-map-name), ws-teleport-file-ext)
               to ws-map-tel-file
           move function concatenate(
               function trim(ws-map-name), ws-enemy-file-ext)
               to ws-map-enemy-file
           move function concatenate(
               function trim(ws-map-name), ws-item-file-ext)
               to ws-map-item-file

           move ws-map-dat-file to ws-probe-file
           call "CBL_CHECK_FILE_EXIST" using
               ws-probe-file ws-probe-info
               returning ws-probe-status
           end-call
           if ws-probe-status not = 0 then
               move spaces to f-report-line
               string "MAP " function trim(ws-map-name)
                   " -- ERROR: no such map"
                   delimited by size into f-report-line
               end-string
               write f-report-line
               set ws-run-failed to true
               exit paragraph
           end-if

           perform load-map-files

           move 0 to ws-map-changes ws-map-tiles ws-map-enemies
               ws-map-teleports ws-map-items

           move spaces to f-report-line
           string "MAP " function trim(ws-map-name)
               delimited by size into f-report-line
           end-string
           write f-report-line

           perform varying ws-cmd-idx from 1 by 1
           until ws-cmd-idx > ws-cmd-count
               if ws-group-is-all(ws-cmd-group(ws-cmd-idx)) then
                   perform apply-command
               else
                   move spaces to ws-list-probe
                   string "," function trim(
                       ws-group-list(ws-cmd-group(ws-cmd-idx))) ","
                       delimited by size into ws-list-probe
                   end-string
                   move 0 to ws-list-hits
                   inspect ws-list-probe tallying ws-list-hits
                       for all function concatenate(
                           ",", function trim(ws-map-name), ",")
                   if ws-list-hits > 0 then
                       perform apply-command
                   end-if
               end-if
           end-perform

           if ws-map-changes = 0 then
               move "    no changes" to f-report-line
               write f-report-line
               exit paragraph
           end-if

           add 1 to ws-maps-changed
           add ws-map-changes to ws-total-changes

           if ws-dry-run then
               exit paragraph
           end-if

           perform backup-map-files
           perform write-map-files
           perform append-batch-audit

           exit paragraph.

       load-map-files.

           move 0 to ws-tile-loaded
           open input fd-tile-data
           if ws-map-file-status = ws-file-status-ok then
               set ws-not-eof to true
               perform until ws-is-eof
               or ws-tile-loaded >= ws-tile-count
                   read fd-tile-data
                       at end
                           set ws-is-eof to true
                       not at end
                           add 1 to ws-tile-loaded
                           move f-tile-data-record
                               to ws-tile(ws-tile-loaded)
                   end-read
               end-perform
           end-if
           close fd-tile-data

           move 0 to ws-bgs-count
           open input fd-enemy-data
           if ws-enemy-file-status = ws-file-status-ok then
               set ws-not-eof to true
               perform until ws-is-eof
               or ws-bgs-count >= ws-max-num-enemies
                   read fd-enemy-data
                       at end
                           set ws-is-eof to true
                       not at end
                           add 1 to ws-bgs-count
                           move f-enemy to ws-bgs(ws-bgs-count)
                   end-read
               end-perform
           end-if
           close fd-enemy-data

           move 0 to ws-itm-count
           open input fd-item-data
           if ws-item-file-status = ws-file-status-ok then
               set ws-not-eof to true
               perform until ws-is-eof
               or ws-itm-count >= ws-max-num-items
                   read fd-item-data
                       at end
                           set ws-is-eof to true
                       not at end
                           add 1 to ws-itm-count
                           move f-item-data-record
                               to ws-itm(ws-itm-count)
                   end-read
               end-perform
           end-if
           close fd-item-data

           move 0 to ws-tel-count
           open input fd-teleport-data
           if ws-teleport-file-status = ws-file-status-ok then
               set ws-not-eof to true
               perform until ws-is-eof
               or ws-tel-count >= ws-max-num-teleports
                   read fd-teleport-data next record
                       at end
                           set ws-is-eof to true
                       not at end
                           add 1 to ws-tel-count
                           move f-teleport-data-record
                               to ws-tel(ws-tel-count)
                   end-read
               end-perform
           end-if
           close fd-teleport-data

           exit paragraph.

       apply-command.

           move 0 to ws-cmd-hits

           evaluate ws-cmd-verb(ws-cmd-idx)
               when "TILE"
                   perform apply-tile-command
               when "ENEMY"
                   perform apply-enemy-command
               when "TELEPORT"
                   perform apply-teleport-command
               when "ITEM"
                   perform apply-item-command
           end-evaluate

           if ws-cmd-hits = 0 then
               move ws-cmd-line-no(ws-cmd-idx) to ws-edit-line
               move spaces to f-report-line
               string "    line " ws-edit-line ": nothing to change -- "
                   function trim(ws-cmd-text(ws-cmd-idx))
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if

           exit paragraph.

       apply-tile-command.

           if ws-cmd-at-kind(ws-cmd-idx) = "P" then
               compute ws-tile-idx =
                   (ws-cmd-at-y(ws-cmd-idx) - 1) * ws-max-map-width
                   + ws-cmd-at-x(ws-cmd-idx)
               perform set-one-tile
               exit paragraph
           end-if

           perform varying ws-tile-idx from 1 by 1
           until ws-tile-idx > ws-tile-loaded
               if ws-tile-char(ws-tile-idx)
                   = ws-cmd-at-char(ws-cmd-idx) then
                   perform set-one-tile
               end-if
           end-perform

           exit paragraph.

       set-one-tile.

           if ws-tile-idx > ws-tile-loaded then
               exit paragraph
           end-if

           move ws-tile(ws-tile-idx) to f-tile-data-record

           if ws-cmd-set-char-sw(ws-cmd-idx) = 'Y' then
               move ws-cmd-set-char(ws-cmd-idx)
                   to ws-tile-char(ws-tile-idx)
           end-if
           if ws-cmd-set-fg-sw(ws-cmd-idx) = 'Y' then
               move ws-cmd-set-fg(ws-cmd-idx)
                   to ws-tile-fg(ws-tile-idx)
           end-if
           if ws-cmd-set-bg-sw(ws-cmd-idx) = 'Y' then
               move ws-cmd-set-bg(ws-cmd-idx)
                   to ws-tile-bg(ws-tile-idx)
           end-if
           if ws-cmd-set-block-sw(ws-cmd-idx) = 'Y' then
               move ws-cmd-set-block(ws-cmd-idx)
                   to ws-tile-blocking(ws-tile-idx)
           end-if
           if ws-cmd-set-effect-sw(ws-cmd-idx) = 'Y' then
               move ws-cmd-set-effect(ws-cmd-idx)
                   to ws-tile-effect-id(ws-tile-idx)
           end-if

           if ws-tile(ws-tile-idx) = f-tile-data-record then
               exit paragraph
           end-if

           add 1 to ws-cmd-hits ws-map-changes ws-map-tiles
           compute ws-pos-y =
               (ws-tile-idx - 1) / ws-max-map-width + 1
           compute ws-pos-x = ws-tile-idx
               - (ws-pos-y - 1) * ws-max-map-width
           move ws-pos-y to ws-edit-y
           move ws-pos-x to ws-edit-x
           move spaces to ws-report-text
           string "tile " ws-edit-y "," ws-edit-x ": "
               f-tile-data-record " -> " ws-tile(ws-tile-idx)
               delimited by size into ws-report-text
           end-string
           perform write-change-line

           exit paragraph.

       apply-enemy-command.

           perform varying ws-bgs-idx from ws-bgs-count by -1
           until ws-bgs-idx < 1
               evaluate true
                   when ws-cmd-at-kind(ws-cmd-idx) = "N"
                       if ws-bgs-name(ws-bgs-idx)
                           = ws-cmd-at-name(ws-cmd-idx) then
                           perform delete-one-enemy
                       end-if
                   when ws-bgs-y(ws-bgs-idx) = ws-cmd-at-y(ws-cmd-idx)
                   and ws-bgs-x(ws-bgs-idx) = ws-cmd-at-x(ws-cmd-idx)
                       if ws-cmd-op(ws-cmd-idx) = "MOVE" then
                           perform move-one-enemy
                       else
                           perform delete-one-enemy
                       end-if
               end-evaluate
           end-perform

           exit paragraph.

      *> the new spot has to be open ground nobody else stands on.
       move-one-enemy.

           move ws-cmd-to-y(ws-cmd-idx) to ws-edit-to-y
           move ws-cmd-to-x(ws-cmd-idx) to ws-edit-to-x
           move ws-bgs-y(ws-bgs-idx) to ws-edit-y
           move ws-bgs-x(ws-bgs-idx) to ws-edit-x

           compute ws-tile-idx =
               (ws-cmd-to-y(ws-cmd-idx) - 1) * ws-max-map-width
               + ws-cmd-to-x(ws-cmd-idx)
           if ws-tile-idx <= ws-tile-loaded
           and ws-tile-blocking(ws-tile-idx) = 'Y' then
               add 1 to ws-cmd-hits
               move spaces to ws-report-text
               string "enemy " function trim(ws-bgs-name(ws-bgs-idx))
                   " not moved -- " ws-edit-to-y "," ws-edit-to-x
                   " is blocking"
                   delimited by size into ws-report-text
               end-string
               perform write-note-line
               exit paragraph
           end-if

           perform varying ws-bgs-scan from 1 by 1
           until ws-bgs-scan > ws-bgs-count
               if ws-bgs-scan not = ws-bgs-idx
               and ws-bgs-y(ws-bgs-scan) = ws-cmd-to-y(ws-cmd-idx)
               and ws-bgs-x(ws-bgs-scan) = ws-cmd-to-x(ws-cmd-idx)
               then
                   add 1 to ws-cmd-hits
                   move spaces to ws-report-text
                   string "enemy "
                       function trim(ws-bgs-name(ws-bgs-idx))
                       " not moved -- " ws-edit-to-y "," ws-edit-to-x
                       " is taken"
                       delimited by size into ws-report-text
                   end-string
                   perform write-note-line
                   exit paragraph
               end-if
           end-perform

           move ws-cmd-to-y(ws-cmd-idx) to ws-bgs-y(ws-bgs-idx)
           move ws-cmd-to-x(ws-cmd-idx) to ws-bgs-x(ws-bgs-idx)
           add 1 to ws-cmd-hits ws-map-changes ws-map-enemies
           move spaces to ws-report-text
           string "enemy " function trim(ws-bgs-name(ws-bgs-idx))
               " moved " ws-edit-y "," ws-edit-x " -> "
               ws-edit-to-y "," ws-edit-to-x
               delimited by size into ws-report-text
           end-string
           perform write-change-line

           exit paragraph.

       delete-one-enemy.

           move ws-bgs-y(ws-bgs-idx) to ws-edit-y
           move ws-bgs-x(ws-bgs-idx) to ws-edit-x
           move spaces to ws-report-text
           string "enemy " function trim(ws-bgs-name(ws-bgs-idx))
               " at " ws-edit-y "," ws-edit-x " deleted"
               delimited by size into ws-report-text
           end-string

           perform varying ws-bgs-scan from ws-bgs-idx by 1
           until ws-bgs-scan >= ws-bgs-count
               move ws-bgs(ws-bgs-scan + 1) to ws-bgs(ws-bgs-scan)
           end-perform
           subtract 1 from ws-bgs-count

           add 1 to ws-cmd-hits ws-map-changes ws-map-enemies
           perform write-change-line

           exit paragraph.

       apply-teleport-command.

           perform varying ws-tel-idx from 1 by 1
           until ws-tel-idx > ws-tel-count
               if ws-tel-dest-map(ws-tel-idx)
                   = ws-cmd-old-map(ws-cmd-idx) then
                   move ws-cmd-new-map(ws-cmd-idx)
                       to ws-tel-dest-map(ws-tel-idx)
                   if ws-cmd-has-to(ws-cmd-idx) then
                       move ws-cmd-to-y(ws-cmd-idx)
                           to ws-tel-dest-y(ws-tel-idx)
                       move ws-cmd-to-x(ws-cmd-idx)
                           to ws-tel-dest-x(ws-tel-idx)
                   end-if
                   move ws-tel-dest-y(ws-tel-idx) to ws-edit-to-y
                   move ws-tel-dest-x(ws-tel-idx) to ws-edit-to-x
                   move ws-tel-pos(ws-tel-idx) to f-teleport-pos
                   move f-teleport-y to ws-edit-y
                   move f-teleport-x to ws-edit-x
                   add 1 to ws-cmd-hits ws-map-changes
                       ws-map-teleports
                   move spaces to ws-report-text
                   string "teleport " ws-edit-y "," ws-edit-x
                       " now leads to "
                       function trim(ws-tel-dest-map(ws-tel-idx))
                       " " ws-edit-to-y "," ws-edit-to-x
                       delimited by size into ws-report-text
                   end-string
                   perform write-change-line
               end-if
           end-perform

           exit paragraph.

       apply-item-command.

           perform varying ws-itm-idx from 1 by 1
           until ws-itm-idx > ws-itm-count
               if ws-itm-name(ws-itm-idx)
                   = ws-cmd-at-name(ws-cmd-idx) then
                   move ws-cmd-new-item(ws-cmd-idx)
                       to f-item-data-record
                   move ws-itm-pos(ws-itm-idx) to f-item-pos
                   move ws-itm-taken(ws-itm-idx) to f-item-taken
                   move f-item-y to ws-edit-y
                   move f-item-x to ws-edit-x
                   move f-item-data-record to ws-itm(ws-itm-idx)
                   add 1 to ws-cmd-hits ws-map-changes ws-map-items
                   move spaces to ws-report-text
                   string "item " ws-edit-y "," ws-edit-x " "
                       function trim(ws-cmd-at-name(ws-cmd-idx))
                       " -> " function trim(f-item-name)
                       delimited by size into ws-report-text
                   end-string
                   perform write-change-line
               end-if
           end-perform

           exit paragraph.

       write-change-line.

           move ws-cmd-line-no(ws-cmd-idx) to ws-edit-line
           move spaces to f-report-line
           string "    line " ws-edit-line ": "
               function trim(ws-report-text)
               delimited by size into f-report-line
           end-string
           write f-report-line

           exit paragraph.

       write-note-line.

           move ws-cmd-line-no(ws-cmd-idx) to ws-edit-line
           move spaces to f-report-line
           string "    line " ws-edit-line ": NOTE "
               function trim(ws-report-text)
               delimited by size into f-report-line
           end-string
           write f-report-line

           exit paragraph.

      ******************************************************************
      * The editor's save convention: each existing map file is copied
      * to its .BAK sibling before being overwritten.
      ******************************************************************
       backup-map-files.

           move ws-map-dat-file to ws-backup-source-file
           perform backup-one-map-file

           move ws-map-tel-file to ws-backup-source-file
           perform backup-one-map-file

           move ws-map-enemy-file to ws-backup-source-file
           perform backup-one-map-file

           move ws-map-item-file to ws-backup-source-file
           perform backup-one-map-file

           exit paragraph.

       backup-one-map-file.

           move ws-backup-source-file to ws-probe-file
           call "CBL_CHECK_FILE_EXIST" using
               ws-probe-file ws-probe-info
               returning ws-backup-status
           end-call

           if ws-backup-status = 0 then
               move function concatenate(
                   function trim(ws-backup-source-file),
                   ws-backup-file-ext)
                   to ws-backup-dest-file

               call "CBL_COPY_FILE" using
                   ws-backup-source-file ws-backup-dest-file
                   returning ws-backup-status
               end-call
           end-if

           exit paragraph.

       write-map-files.

           if ws-map-tiles > 0 then
               open output fd-tile-data
               if ws-map-file-status not = ws-file-status-ok then
                   perform report-write-failure
               else
                   perform varying ws-tile-idx from 1 by 1
                   until ws-tile-idx > ws-tile-loaded
                       move ws-tile(ws-tile-idx) to f-tile-data-record
                       write f-tile-data-record
                   end-perform
                   close fd-tile-data
               end-if
           end-if

           if ws-map-enemies > 0 then
               open output fd-enemy-data
               if ws-enemy-file-status not = ws-file-status-ok then
                   perform report-write-failure
               else
                   perform varying ws-bgs-idx from 1 by 1
                   until ws-bgs-idx > ws-bgs-count
                       move ws-bgs(ws-bgs-idx) to f-enemy
                       write f-enemy
                   end-perform
                   close fd-enemy-data
               end-if
           end-if

           if ws-map-teleports > 0 then
               open output fd-teleport-data
               if ws-teleport-file-status not = ws-file-status-ok
               then
                   perform report-write-failure
               else
                   perform varying ws-tel-idx from 1 by 1
                   until ws-tel-idx > ws-tel-count
                       move ws-tel(ws-tel-idx)
                           to f-teleport-data-record
                       write f-teleport-data-record
                           invalid key continue
                       end-write
                   end-perform
                   close fd-teleport-data
               end-if
           end-if

           if ws-map-items > 0 then
               open output fd-item-data
               if ws-item-file-status not = ws-file-status-ok then
                   perform report-write-failure
               else
                   perform varying ws-itm-idx from 1 by 1
                   until ws-itm-idx > ws-itm-count
                       move ws-itm(ws-itm-idx) to f-item-data-record
                       write f-item-data-record
                   end-perform
                   close fd-item-data
               end-if
           end-if

           exit paragraph.

       report-write-failure.

           set ws-run-failed to true
           move spaces to f-report-line
           string "    ERROR: could not rewrite a file of "
               function trim(ws-map-name)
               delimited by size into f-report-line
           end-string
           write f-report-line

           exit paragraph.

      ******************************************************************
      * One MAPAUDIT.LOG line per map changed, in the editor's shape:
      * when, who, which map, what changed.
      ******************************************************************
       append-batch-audit.

           move function current-date to ws-audit-date-data

           accept ws-audit-user from environment "USER"
           end-accept
           if ws-audit-user = spaces then
               move "unknown" to ws-audit-user
           end-if

           open extend fd-audit-log
           if ws-audit-log-status = ws-file-status-ok
           or ws-audit-log-status = "05" then
               move spaces to f-audit-line
               string ws-audit-date-data(1:8) " "
                   ws-audit-date-data(9:6) " "
                   ws-audit-user " "
                   ws-map-name " batch edit "
                   function trim(ws-command-file)
                   " tiles:" ws-map-tiles
                   " enemies:" ws-map-enemies
                   " teleports:" ws-map-teleports
                   " items:" ws-map-items
                   delimited by size into f-audit-line
               end-string
               write f-audit-line
               close fd-audit-log
           end-if

           exit paragraph.

       end program crl-map-batch.
