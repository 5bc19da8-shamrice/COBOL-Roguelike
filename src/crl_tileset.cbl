      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-10-15
      *> Last Updated: 2026-10-15
      *> Purpose: Maintains the pack-level tileset (TILESET.TLS) of
      *>          named tile types -- character, colors, highlight,
      *>          blocking and blinking -- the way crl-bestiary
      *>          maintains enemy templates. Map tiles painted from
      *>          an entry (their MAPNAME.TSR holds the id) take its
      *>          look when the map loads, so changing what a "wall"
      *>          looks like is one edit here instead of a repaint of
      *>          every map. An edit or a delete first shows its
      *>          reach: every map and how many of its tiles use the
      *>          entry. crl-tileset-fold builds the first entries
      *>          from the looks the pack's maps already repeat.
      *> Tectonics:
      *>     ./build_tileset.sh
      *>*****************************************************************
       identification division.
       program-id. crl-tileset.

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

           select optional fd-tileset-ref
               assign to dynamic ws-tileset-ref-file
               organization is record sequential
               file status is ws-tileset-ref-status.

       data division.

       file section.

      *> keep in step with load-map-data's f-tileset-record.
           fd  fd-tileset.
           01  f-tileset-record.
               05  f-tls-id                 pic 999.
               05  f-tls-name               pic x(16).
               05  f-tls-fg                 pic 9.
               05  f-tls-bg                 pic 9.
               05  f-tls-char               pic x.
               05  f-tls-highlight          pic a.
               05  f-tls-blocking           pic a.
               05  f-tls-blinking           pic a.

           fd  fd-map-list.
           01  f-map-list-line              pic x(30).

      *> one map row of the .TSR: 80 three-digit ids, 0 = none.
           fd  fd-tileset-ref.
           01  f-tileset-ref-record.
               05  f-tileset-ref-id         pic 999 occurs 80 times.

       working-storage section.

           78  ws-file-status-ok           value "00".
           78  ws-max-map-height           value 25.
           78  ws-max-map-width            value 80.

           01  ws-tileset-file             pic x(15)
                                           value "TILESET.TLS".
           01  ws-tileset-status           pic xx.

           01  ws-eof-sw                   pic a.
               88  ws-is-eof               value 'Y'.
               88  ws-not-eof              value 'N'.

           01  ws-quit-sw                  pic a value 'N'.
               88  ws-is-quit              value 'Y'.
               88  ws-not-quit             value 'N'.

           01  ws-command                  pic x.
           01  ws-edit-id                  pic 999.
           01  ws-answer                   pic x.
           01  ws-new-entry                pic x(25).

      *> reach of an entry over the pack's .TSR files.
           01  ws-map-list-file            pic x(15)
                                           value "TLSMAPS.TMP".
           01  ws-map-list-status          pic xx.
           01  ws-ls-command               pic x(50)
                      value "ls -1 *.TSR > TLSMAPS.TMP 2>/dev/null".
           01  ws-rm-command               pic x(40)
                               value "rm -f TLSMAPS.TMP".
           01  ws-tileset-ref-file         pic x(30).
           01  ws-tileset-ref-status       pic xx.

           01  ws-list-eof-sw              pic a value 'N'.
               88  ws-list-is-eof          value 'Y'.
               88  ws-list-not-eof         value 'N'.

           01  ws-dot-pos                  pic 99.
           01  ws-map-name                 pic x(15).
           01  ws-tile-y                   pic 99.
           01  ws-tile-x                   pic 99.
           01  ws-map-tiles                pic 9(4).
           01  ws-affected-maps            pic 999.
           01  ws-affected-tiles           pic 9(6).

       procedure division.

       main-procedure.

           display "COBOL-Roguelike tileset editor"
           display "------------------------------"

           perform until ws-is-quit

               perform list-entries

               display " "
               display "[a]dd  [e]dit  [d]elete  [q]uit: "
                   with no advancing
               accept ws-command

               evaluate function upper-case(ws-command)
                   when "A"
                       perform add-entry
                   when "E"
                       perform edit-entry
                   when "D"
                       perform delete-entry
                   when "Q"
                       set ws-is-quit to true
                   when other
                       continue
               end-evaluate

           end-perform

           stop run.

       list-entries.

           display " "
           display "ID  NAME             CH FG BG HI BLK BLINK"

           set ws-not-eof to true
           move 0 to f-tls-id

           open input fd-tileset
           if ws-tileset-status not = ws-file-status-ok then
               display "  (no tileset yet)"
               close fd-tileset
               exit paragraph
           end-if

           perform until ws-is-eof
               read fd-tileset next record
                   at end set ws-is-eof to true
               end-read
               if ws-not-eof
               and ws-tileset-status = ws-file-status-ok then
                   display f-tls-id " " f-tls-name " "
                       f-tls-char "  " f-tls-fg "  "
                       f-tls-bg "  " f-tls-highlight "  "
                       f-tls-blocking "   " f-tls-blinking
                   end-display
               end-if
           end-perform

           close fd-tileset

           exit paragraph.

       add-entry.

           perform prompt-entry-fields
           if f-tls-id = 0 then
               exit paragraph
           end-if

      *> an optional file opened i-o comes back "05" when the open
      *> itself created it -- both count as open for business.
           open i-o fd-tileset
           if ws-tileset-status = ws-file-status-ok
           or ws-tileset-status = "05" then
               write f-tileset-record
                   invalid key
                       display "Tileset id already exists --"
                           " use [e]dit."
               end-write
               close fd-tileset
           else
               display "Could not open tileset, status "
                   ws-tileset-status
           end-if

           exit paragraph.

       edit-entry.

           display "Edit which tileset id? " with no advancing
           accept ws-edit-id
           if ws-edit-id = 0 then
               exit paragraph
           end-if

           open input fd-tileset
           if ws-tileset-status not = ws-file-status-ok then
               display "No tileset to edit."
               close fd-tileset
               exit paragraph
           end-if

           move ws-edit-id to f-tls-id
           read fd-tileset
               invalid key
                   display "No such tileset entry."
                   close fd-tileset
                   exit paragraph
           end-read
           close fd-tileset

           perform prompt-entry-fields
           if f-tls-id = 0 then
               exit paragraph
           end-if
           move ws-edit-id to f-tls-id
           move f-tileset-record to ws-new-entry

      *> every tile painted from the entry changes with it.
           perform preview-entry-impact
           if ws-affected-tiles > 0 then
               display "Rewrite tileset entry " ws-edit-id
                   " with these values? [y/n] " with no advancing
               accept ws-answer
               if ws-answer not = "y" and ws-answer not = "Y" then
                   display "Tileset entry left unchanged."
                   exit paragraph
               end-if
           end-if

           open i-o fd-tileset
           if ws-tileset-status not = ws-file-status-ok then
               display "Could not reopen tileset, status "
                   ws-tileset-status
               exit paragraph
           end-if

           move ws-new-entry to f-tileset-record
           rewrite f-tileset-record
               invalid key
                   display "Rewrite failed."
           end-rewrite

           close fd-tileset

           exit paragraph.

       delete-entry.

           display "Delete which tileset id? " with no advancing
           accept ws-edit-id
           if ws-edit-id = 0 then
               exit paragraph
           end-if

           perform preview-entry-impact

           display "Tiles using this entry fall back to their own"
               " attributes. Sure? [y/n] " with no advancing
           accept ws-answer
           if ws-answer not = "y" and ws-answer not = "Y" then
               exit paragraph
           end-if

           open i-o fd-tileset
           if ws-tileset-status not = ws-file-status-ok then
               display "No tileset to edit."
               exit paragraph
           end-if

           move ws-edit-id to f-tls-id
           delete fd-tileset
               invalid key
                   display "No such tileset entry."
           end-delete

           close fd-tileset

           exit paragraph.

      ******************************************************************
      * Every map whose .TSR ties tiles to ws-edit-id, with the
      * count of tiles on each.
      ******************************************************************
       preview-entry-impact.

           display " "
           display "CHANGE IMPACT -- tileset entry " ws-edit-id

           move 0 to ws-affected-maps
           move 0 to ws-affected-tiles

           call "SYSTEM" using ws-ls-command
           end-call

           set ws-list-not-eof to true
           open input fd-map-list
           if ws-map-list-status = ws-file-status-ok then
               perform until ws-list-is-eof
                   read fd-map-list
                       at end set ws-list-is-eof to true
                   end-read
                   if ws-list-not-eof
                   and f-map-list-line not = spaces then
                       perform preview-one-map
                   end-if
               end-perform
           end-if
           close fd-map-list

           call "SYSTEM" using ws-rm-command
           end-call

           display "  " ws-affected-tiles " tile(s) on "
               ws-affected-maps " map(s) use this entry."
           display " "

           exit paragraph.

       preview-one-map.

           move f-map-list-line to ws-tileset-ref-file
           move 0 to ws-dot-pos
           inspect f-map-list-line
               tallying ws-dot-pos for characters before initial "."
           move spaces to ws-map-name
           if ws-dot-pos > 0 then
               move f-map-list-line(1:ws-dot-pos) to ws-map-name
           end-if

           move 0 to ws-map-tiles

           open input fd-tileset-ref
           if ws-tileset-ref-status = ws-file-status-ok then
               perform varying ws-tile-y from 1 by 1
               until ws-tile-y > ws-max-map-height
                   read fd-tileset-ref
                       at end exit perform
                   end-read
                   perform varying ws-tile-x from 1 by 1
                   until ws-tile-x > ws-max-map-width
                       if f-tileset-ref-id(ws-tile-x) = ws-edit-id
                       then
                           add 1 to ws-map-tiles
                       end-if
                   end-perform
               end-perform
           end-if
           close fd-tileset-ref

           if ws-map-tiles > 0 then
               add 1 to ws-affected-maps
               add ws-map-tiles to ws-affected-tiles
               display "  MAP " ws-map-name " tiles: " ws-map-tiles
           end-if

           exit paragraph.

       prompt-entry-fields.

           display "Tileset id [1-999, 0 cancels]: "
               with no advancing
           accept f-tls-id
           if f-tls-id = 0 then
               exit paragraph
           end-if

           display "Name: " with no advancing
           accept f-tls-name
           move function upper-case(f-tls-name) to f-tls-name
           display "Character: " with no advancing
           accept f-tls-char
           display "Foreground color [0-7]: " with no advancing
           accept f-tls-fg
           if f-tls-fg > 7 then
               move 7 to f-tls-fg
           end-if
           display "Background color [0-7]: " with no advancing
           accept f-tls-bg
           if f-tls-bg > 7 then
               move 7 to f-tls-bg
           end-if
           display "Highlight? [Y/N]: " with no advancing
           accept f-tls-highlight
           move function upper-case(f-tls-highlight)
               to f-tls-highlight
           if f-tls-highlight not = "Y" then
               move "N" to f-tls-highlight
           end-if
           display "Blocking? [Y/N]: " with no advancing
           accept f-tls-blocking
           move function upper-case(f-tls-blocking)
               to f-tls-blocking
           if f-tls-blocking not = "Y" then
               move "N" to f-tls-blocking
           end-if
           display "Blinking? [Y/N]: " with no advancing
           accept f-tls-blinking
           move function upper-case(f-tls-blinking)
               to f-tls-blinking
           if f-tls-blinking not = "Y" then
               move "N" to f-tls-blinking
           end-if

           exit paragraph.

       end program crl-tileset.
