      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Folds the tile looks the pack's maps already repeat
      *>          into the pack tileset (TILESET.TLS, see
      *>          crl-tileset). Every .DAT in the pack is read and
      *>          each tile's look -- character, colors, highlight,
      *>          blocking, blinking -- tallied across the pack. A
      *>          look already in the tileset keeps its entry; a new
      *>          look used at least --min times becomes a new entry
      *>          (named "FOLD c f/b", to be renamed in crl-tileset).
      *>          Then each map's MAPNAME.TSR is written so those
      *>          tiles reference their entry; a tile some earlier
      *>          .TSR already ties to an entry keeps it. A .TSR
      *>          being replaced keeps its .BAK generation, and each
      *>          map that changes gets a MAPAUDIT.LOG line. Effects
      *>          and switch groups are never part of a look.
      *>          TILEFOLD.RPT lists the entries made and the tiles
      *>          folded per map.
      *>          Arguments:
      *>              --min=N       uses across the pack before a
      *>                            look earns an entry (default 2)
      *>              --dry-run     report what would change, write
      *>                            nothing but the report
      *> Tectonics:
      *>     ./build_tileset_fold.sh
      *>*****************************************************************
       identification division.
       program-id. crl-tileset-fold.

       environment division.

       input-output section.

       file-control.
           select optional fd-tileset
               assign to dynamic ws-tileset-file
               organization is indexed
               access mode is dynamic
               record key is f-tls-id
               file status is ws-tileset-status.

           select optional fd-map-list
               assign to dynamic ws-map-list-file
               organization is line sequential
               file status is ws-map-list-status.

           select optional fd-tile-data
               assign to dynamic ws-map-dat-file
               organization is record sequential
               file status is ws-map-file-status.

           select optional fd-tileset-ref
               assign to dynamic ws-tileset-ref-file
               organization is record sequential
               file status is ws-tileset-ref-status.

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

      *> keep in step with load-map-data's f-tileset-record.
           fd  fd-tileset.
           01  f-tileset-record.
               05  f-tls-id                 pic 999.
               05  f-tls-name               pic x(16).
               05  f-tls-look.
                   10  f-tls-fg             pic 9.
                   10  f-tls-bg             pic 9.
                   10  f-tls-char           pic x.
                   10  f-tls-highlight      pic a.
                   10  f-tls-blocking       pic a.
                   10  f-tls-blinking       pic a.

           fd  fd-map-list.
           01  f-map-list-line              pic x(30).

           fd  fd-tile-data.
           01  f-tile-data-record.
               05  f-tile-look.
                   10  f-tile-fg            pic 9.
                   10  f-tile-bg            pic 9.
                   10  f-tile-char          pic x.
                   10  f-tile-highlight     pic a.
                   10  f-tile-blocking      pic a.
                   10  f-tile-blinking      pic a.
               05  f-tile-effect-id         pic 99.
               05  f-tile-switch-group      pic 99.

      *> one map row of the .TSR: 80 three-digit ids, 0 = none.
           fd  fd-tileset-ref.
           01  f-tileset-ref-record.
               05  f-tileset-ref-id         pic 999 occurs 80 times.

           fd  fd-audit-log.
           01  f-audit-line                 pic x(120).

           fd  fd-report.
           01  f-report-line                pic x(100).

       working-storage section.

           78  ws-file-status-ok           value "00".
           78  ws-max-map-height           value 25.
           78  ws-max-map-width            value 80.
           78  ws-max-pack-maps            value 50.
           78  ws-max-looks                value 500.
           78  ws-audit-log-file           value "MAPAUDIT.LOG".

           01  ws-tileset-file             pic x(15)
                                           value "TILESET.TLS".
           01  ws-tileset-status           pic xx.
           01  ws-report-file              pic x(15)
                                           value "TILEFOLD.RPT".
           01  ws-report-status            pic xx.
           01  ws-audit-log-status         pic xx.
           01  ws-audit-date-data          pic x(21).
           01  ws-audit-user               pic x(12).

           01  ws-map-list-file            pic x(15)
                                           value "TLSFOLD.TMP".
           01  ws-map-list-status          pic xx.
           01  ws-ls-command               pic x(50)
                      value "ls -1 *.DAT > TLSFOLD.TMP 2>/dev/null".
           01  ws-rm-command               pic x(40)
                               value "rm -f TLSFOLD.TMP".

           01  ws-map-dat-file             pic x(20).
           01  ws-map-file-status          pic xx.
           01  ws-tileset-ref-file         pic x(20).
           01  ws-tileset-ref-bak-file     pic x(25).
           01  ws-tileset-ref-status       pic xx.
           01  ws-file-info                pic x(16).
           01  ws-check-status             pic s9(9) comp-5.
           01  ws-copy-status              pic s9(9) comp-5.

           01  ws-eof-sw                   pic a value 'N'.
               88  ws-is-eof               value 'Y'.
               88  ws-not-eof              value 'N'.
           01  ws-list-eof-sw              pic a value 'N'.
               88  ws-list-is-eof          value 'Y'.
               88  ws-list-not-eof         value 'N'.
           01  ws-dry-run-sw               pic a value 'N'.
               88  ws-dry-run              value 'Y'.
           01  ws-run-failed-sw            pic a value 'N'.
               88  ws-run-failed           value 'Y'.

           01  ws-command-args             pic x(256).
           01  ws-arg-token                pic x(64).
           01  ws-arg-pointer              pic 9(4) value 1.
           01  ws-arg-count                pic 99 value 0.
           01  ws-arg-idx                  pic 99.
           01  ws-arg-key                  pic x(16).
           01  ws-arg-value                pic x(32).

           01  ws-min-uses                 pic 9(5) value 2.

           01  ws-map-count                pic 99 value 0.
           01  ws-maps.
               05  ws-map-entry-name occurs ws-max-pack-maps times
                                           pic x(15).
           01  ws-map-idx                  pic 99.
           01  ws-map-name                 pic x(15).
           01  ws-dot-pos                  pic 99.

      *> every distinct look in the pack, with the tileset entry it
      *> folds into (0 = none yet).
           01  ws-look-count               pic 999 value 0.
           01  ws-looks.
               05  ws-look-entry occurs ws-max-looks times.
                   10  ws-look                 pic x(6).
                   10  ws-look-uses            pic 9(6).
                   10  ws-look-maps            pic 99.
                   10  ws-look-last-map        pic 99.
                   10  ws-look-id              pic 999.
                   10  ws-look-new-sw          pic a.
                       88  ws-look-is-new      value 'Y'.
           01  ws-look-idx                 pic 999.
           01  ws-find-idx                 pic 999.
           01  ws-looks-dropped            pic 9(6) value 0.

           01  ws-look-view.
               05  ws-lv-fg                pic 9.
               05  ws-lv-bg                pic 9.
               05  ws-lv-char              pic x.
               05  ws-lv-highlight         pic a.
               05  ws-lv-blocking          pic a.
               05  ws-lv-blinking          pic a.

           01  ws-next-id                  pic 9(4) value 0.
           01  ws-new-entries              pic 999 value 0.
           01  ws-ids-exhausted            pic 999 value 0.

      *> the map in hand: its reference grid and tile looks.
           01  ws-ref-grid.
               05  ws-ref-row occurs 25 times.
                   10  ws-ref-id           pic 999 occurs 80 times.
           01  ws-tile-y                   pic 99.
           01  ws-tile-x                   pic 99.
           01  ws-map-folded               pic 9(4).
           01  ws-maps-changed             pic 99 value 0.
           01  ws-total-folded             pic 9(6) value 0.

           01  ws-count-disp               pic zzzzz9.
           01  ws-id-disp                  pic zz9.

       procedure division.

       main-procedure.

           display "COBOL-Roguelike tileset fold"
           display "----------------------------"

           perform parse-arguments

           open output fd-report
           if ws-report-status not = ws-file-status-ok then
               display "Cannot write " ws-report-file
                   " -- status " ws-report-status
               move 8 to return-code
               stop run
           end-if

           move "COBOL-ROGUELIKE TILESET FOLD" to f-report-line
           write f-report-line
           move ws-min-uses to ws-count-disp
           move spaces to f-report-line
           string "A NEW LOOK NEEDS " function trim(ws-count-disp)
               " USE(S) ACROSS THE PACK"
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

           perform build-map-list

           if ws-map-count = 0 then
               move "No maps in this directory." to f-report-line
               write f-report-line
               close fd-report
               display "No .DAT files here - run from inside the pack."
               stop run
           end-if

           perform load-existing-tileset

           perform varying ws-map-idx from 1 by 1
           until ws-map-idx > ws-map-count
               perform tally-map-looks
           end-perform

           perform assign-new-entries
           perform write-new-entries

           move spaces to f-report-line
           write f-report-line
           move "MAP             TILES FOLDED" to f-report-line
           write f-report-line
           move "--------------- ------------" to f-report-line
           write f-report-line

           perform varying ws-map-idx from 1 by 1
           until ws-map-idx > ws-map-count
               perform fold-one-map
           end-perform

           move spaces to f-report-line
           write f-report-line
           move ws-total-folded to ws-count-disp
           move spaces to f-report-line
           string "Maps changed: " ws-maps-changed
               "   tiles folded: " ws-count-disp
               "   new entries: " ws-new-entries
               delimited by size into f-report-line
           end-string
           write f-report-line
           if ws-ids-exhausted > 0 or ws-looks-dropped > 0 then
               move spaces to f-report-line
               string "Looks left unfolded: " ws-ids-exhausted
                   " (no free tileset id), " ws-looks-dropped
                   " tile(s) past the look table"
                   delimited by size into f-report-line
               end-string
               write f-report-line
           end-if
           close fd-report

           display "Maps: " ws-map-count "  changed: " ws-maps-changed
               "  new entries: " ws-new-entries
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

               evaluate function trim(function upper-case(ws-arg-key))
                   when "--MIN"
                       if function trim(ws-arg-value) is numeric then
                           move function numval(ws-arg-value)
                               to ws-min-uses
                       end-if
                       if ws-min-uses = 0 then
                           move 1 to ws-min-uses
                       end-if
                   when "--DRY-RUN"
                       set ws-dry-run to true
               end-evaluate

           end-perform

           exit paragraph.

       build-map-list.

           call "SYSTEM" using ws-ls-command
           end-call

           set ws-list-not-eof to true
           open input fd-map-list
           if ws-map-list-status = ws-file-status-ok then
               perform until ws-list-is-eof
                   or ws-map-count >= ws-max-pack-maps
                   read fd-map-list
                       at end set ws-list-is-eof to true
                   end-read
                   if ws-list-not-eof
                   and f-map-list-line not = spaces then
                       move 0 to ws-dot-pos
                       inspect f-map-list-line
                           tallying ws-dot-pos
                           for characters before initial "."
                       if ws-dot-pos > 0 and ws-dot-pos <= 15 then
                           add 1 to ws-map-count
                           move f-map-list-line(1:ws-dot-pos)
                               to ws-map-entry-name(ws-map-count)
                       end-if
                   end-if
               end-perform
           end-if
           close fd-map-list

           call "SYSTEM" using ws-rm-command
           end-call

           exit paragraph.

      ******************************************************************
      * The tileset as it stands: every entry's look is seeded into
      * the look table so a map tile matching it folds into it, and
      * the highest id in use fixes where new entries start.
      ******************************************************************
       load-existing-tileset.

           set ws-not-eof to true
           open input fd-tileset
           if ws-tileset-status not = ws-file-status-ok then
               close fd-tileset
               exit paragraph
           end-if

           perform until ws-is-eof
               read fd-tileset next record
                   at end set ws-is-eof to true
               end-read
               if ws-not-eof
               and ws-tileset-status = ws-file-status-ok then
                   if f-tls-id > ws-next-id then
                       move f-tls-id to ws-next-id
                   end-if
                   move f-tls-look to ws-look-view
                   perform find-look
                   if ws-look-idx > 0 then
                       if ws-look-id(ws-look-idx) = 0 then
                           move f-tls-id to ws-look-id(ws-look-idx)
                       end-if
                   end-if
               end-if
           end-perform
           close fd-tileset

           exit paragraph.

      *> the row for ws-look-view, added when first seen (0 when the
      *> table is full).
       find-look.

           move 0 to ws-look-idx
           perform varying ws-find-idx from 1 by 1
           until ws-find-idx > ws-look-count or ws-look-idx > 0
               if ws-look(ws-find-idx) = ws-look-view then
                   move ws-find-idx to ws-look-idx
               end-if
           end-perform

           if ws-look-idx = 0
           and ws-look-count < ws-max-looks then
               add 1 to ws-look-count
               move ws-look-count to ws-look-idx
               move ws-look-view to ws-look(ws-look-idx)
               move 0 to ws-look-uses(ws-look-idx)
               move 0 to ws-look-maps(ws-look-idx)
               move 0 to ws-look-last-map(ws-look-idx)
               move 0 to ws-look-id(ws-look-idx)
               move 'N' to ws-look-new-sw(ws-look-idx)
           end-if

           exit paragraph.

       tally-map-looks.

           move spaces to ws-map-dat-file
           string function trim(ws-map-entry-name(ws-map-idx)) ".DAT"
               delimited by size into ws-map-dat-file
           end-string

           set ws-not-eof to true
           open input fd-tile-data
           if ws-map-file-status = ws-file-status-ok then
               perform until ws-is-eof
                   read fd-tile-data
                       at end set ws-is-eof to true
                   end-read
                   if ws-not-eof then
                       move f-tile-look to ws-look-view
                       perform find-look
                       if ws-look-idx = 0 then
                           add 1 to ws-looks-dropped
                       else
                           add 1 to ws-look-uses(ws-look-idx)
                           if ws-look-last-map(ws-look-idx)
                               not = ws-map-idx then
                               add 1 to ws-look-maps(ws-look-idx)
                               move ws-map-idx
                                   to ws-look-last-map(ws-look-idx)
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           close fd-tile-data

           exit paragraph.

      ******************************************************************
      * A look the tileset does not have yet, used often enough,
      * gets the next free id.
      ******************************************************************
       assign-new-entries.

           move "NEW TILESET ENTRIES" to f-report-line
           write f-report-line
           move "ID  NAME             CH FG BG HI BLK BLINK   USES MAPS"
               to f-report-line
           write f-report-line
           move "--- ---------------- -- -- -- -- --- ----- ------ ----"
               to f-report-line
           write f-report-line

           perform varying ws-look-idx from 1 by 1
           until ws-look-idx > ws-look-count

               if ws-look-id(ws-look-idx) = 0
               and ws-look-uses(ws-look-idx) >= ws-min-uses then
                   if ws-next-id >= 999 then
                       add 1 to ws-ids-exhausted
                   else
                       add 1 to ws-next-id
                       add 1 to ws-new-entries
                       move ws-next-id to ws-look-id(ws-look-idx)
                       move 'Y' to ws-look-new-sw(ws-look-idx)
                       perform report-new-entry
                   end-if
               end-if

           end-perform

           if ws-new-entries = 0 then
               move "  (none)" to f-report-line
               write f-report-line
           end-if

           exit paragraph.

       report-new-entry.

           perform build-entry-record

           move ws-look-uses(ws-look-idx) to ws-count-disp
           move spaces to f-report-line
           string f-tls-id " " f-tls-name " "
               f-tls-char "  " f-tls-fg "  " f-tls-bg "  "
               f-tls-highlight "  " f-tls-blocking "   "
               f-tls-blinking "     " ws-count-disp "   "
               ws-look-maps(ws-look-idx)
               delimited by size into f-report-line
           end-string
           write f-report-line

           exit paragraph.

       build-entry-record.

           move ws-look(ws-look-idx) to ws-look-view
           move ws-look-id(ws-look-idx) to f-tls-id
           move ws-look-view to f-tls-look
           move spaces to f-tls-name
           string "FOLD " ws-lv-char " " ws-lv-fg "/" ws-lv-bg
               delimited by size into f-tls-name
           end-string
           if ws-lv-blocking = "Y" then
               move "BLK" to f-tls-name(12:3)
           end-if

           exit paragraph.

       write-new-entries.

           if ws-new-entries = 0 or ws-dry-run then
               exit paragraph
           end-if

      *> an optional file opened i-o comes back "05" when the open
      *> itself created it -- both count as open for business.
           open i-o fd-tileset
           if ws-tileset-status not = ws-file-status-ok
           and ws-tileset-status not = "05" then
               display "Could not open " function trim(ws-tileset-file)
                   " -- status " ws-tileset-status
               move "Tileset could not be opened -- no map folded."
                   to f-report-line
               write f-report-line
               close fd-report
               move 8 to return-code
               stop run
           end-if

           perform varying ws-look-idx from 1 by 1
           until ws-look-idx > ws-look-count
               if ws-look-is-new(ws-look-idx) then
                   perform build-entry-record
                   write f-tileset-record
                       invalid key
                           set ws-run-failed to true
                           move 0 to ws-look-id(ws-look-idx)
                   end-write
               end-if
           end-perform

           close fd-tileset

           exit paragraph.

      ******************************************************************
      * One map: its existing references stand, and every other tile
      * whose look has an entry is tied to it.
      ******************************************************************
       fold-one-map.

           move ws-map-entry-name(ws-map-idx) to ws-map-name
           move 0 to ws-map-folded
           initialize ws-ref-grid

           move spaces to ws-tileset-ref-file
           string function trim(ws-map-name) ".TSR"
               delimited by size into ws-tileset-ref-file
           end-string

           open input fd-tileset-ref
           if ws-tileset-ref-status = ws-file-status-ok then
               perform varying ws-tile-y from 1 by 1
               until ws-tile-y > ws-max-map-height
                   read fd-tileset-ref
                       at end exit perform
                   end-read
                   move f-tileset-ref-record to ws-ref-row(ws-tile-y)
               end-perform
           end-if
           close fd-tileset-ref

           move spaces to ws-map-dat-file
           string function trim(ws-map-name) ".DAT"
               delimited by size into ws-map-dat-file
           end-string

           open input fd-tile-data
           if ws-map-file-status = ws-file-status-ok then
               perform varying ws-tile-y from 1 by 1
               until ws-tile-y > ws-max-map-height
                   perform varying ws-tile-x from 1 by 1
                   until ws-tile-x > ws-max-map-width
                       read fd-tile-data
                           at end exit perform
                       end-read
                       perform fold-one-tile
                   end-perform
               end-perform
           end-if
           close fd-tile-data

           move ws-map-folded to ws-count-disp
           move spaces to f-report-line
           string ws-map-name " " ws-count-disp
               delimited by size into f-report-line
           end-string
           write f-report-line

           if ws-map-folded = 0 then
               exit paragraph
           end-if

           add 1 to ws-maps-changed
           add ws-map-folded to ws-total-folded

           if ws-dry-run then
               exit paragraph
           end-if

           perform write-tileset-refs

           exit paragraph.

       fold-one-tile.

           if ws-ref-id(ws-tile-y, ws-tile-x) is not numeric then
               move 0 to ws-ref-id(ws-tile-y, ws-tile-x)
           end-if
           if ws-ref-id(ws-tile-y, ws-tile-x) > 0 then
               exit paragraph
           end-if

           move f-tile-look to ws-look-view
           move 0 to ws-look-idx
           perform varying ws-find-idx from 1 by 1
           until ws-find-idx > ws-look-count or ws-look-idx > 0
               if ws-look(ws-find-idx) = ws-look-view then
                   move ws-find-idx to ws-look-idx
               end-if
           end-perform

           if ws-look-idx = 0 then
               exit paragraph
           end-if
           if ws-look-id(ws-look-idx) = 0 then
               exit paragraph
           end-if

           move ws-look-id(ws-look-idx)
               to ws-ref-id(ws-tile-y, ws-tile-x)
           add 1 to ws-map-folded

           exit paragraph.

      *> the replaced .TSR (when there was one) keeps its .BAK.
       write-tileset-refs.

           call "CBL_CHECK_FILE_EXIST" using
               ws-tileset-ref-file ws-file-info
               returning ws-check-status
           end-call
           if ws-check-status = 0 then
               move spaces to ws-tileset-ref-bak-file
               string function trim(ws-tileset-ref-file) ".BAK"
                   delimited by size into ws-tileset-ref-bak-file
               end-string
               call "CBL_COPY_FILE" using
                   ws-tileset-ref-file ws-tileset-ref-bak-file
                   returning ws-copy-status
               end-call
           end-if

           open output fd-tileset-ref
           if ws-tileset-ref-status not = ws-file-status-ok then
               set ws-run-failed to true
               move spaces to f-report-line
               string "    could not write "
                   function trim(ws-tileset-ref-file)
                   " -- status " ws-tileset-ref-status
                   delimited by size into f-report-line
               end-string
               write f-report-line
               exit paragraph
           end-if

           perform varying ws-tile-y from 1 by 1
           until ws-tile-y > ws-max-map-height
               move ws-ref-row(ws-tile-y) to f-tileset-ref-record
               write f-tileset-ref-record
           end-perform
           close fd-tileset-ref

           perform append-fold-audit

           exit paragraph.

       append-fold-audit.

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
                   ws-map-name " tileset fold"
                   " tiles:" ws-map-folded
                   delimited by size into f-audit-line
               end-string
               write f-audit-line
               close fd-audit-log
           end-if

           exit paragraph.

       end program crl-tileset-fold.
