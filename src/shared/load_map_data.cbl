      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2021-04-23
      *> Last Updated: 2026-10-15
      *> Purpose: Module for engine to load the level data passed into
      *>          the related record structures. A map whose .MET
      *>          records an item catalog version older than the
      *>          installed ITEMS.ITL still loads, but is logged to
      *>          ERRORS.LOG (CATREAD) -- its .ITM copies and .BGS
      *>          drop ids may no longer mean what they say.
      *>          Tiles painted from the pack tileset (MAPNAME.TSR
      *>          names the TILESET.TLS entry per tile) take their
      *>          look and blocking from that entry; a tile with no
      *>          reference, or one naming an entry that is gone,
      *>          keeps the attributes stored in its .DAT record.
      *> Tectonics:
      *>     ./build_engine.sh or ./build_editor.sh
      *>*****************************************************************
               organization is record sequential
               file status is ls-dim-file-status.

      *> pack-level tileset of named tile types, keyed by id, and
      *> the map's per-tile references into it.
           select optional fd-tileset
               assign to dynamic ls-tileset-file
               organization is indexed
               access mode is dynamic
               record key is f-tls-id
               file status is ls-tileset-file-status.

           select optional fd-tileset-ref
               assign to dynamic ls-tileset-ref-file
               organization is record sequential
               file status is ls-tileset-ref-status.

      *> metadata sidecar -- only the catalog version it was last
      *> saved or validated against matters here.
           select optional fd-map-meta
               assign to dynamic ls-map-meta-file
               organization is record sequential
               file status is ls-map-meta-status.


       data division.

               05  f-bst-dmg-type           pic 9.
               05  f-bst-resist-type        pic 9.

      *> keep in step with crl_tileset.cbl's record.
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

      *> one map row: 80 three-digit tileset ids, 0 = none.
           fd  fd-tileset-ref.
           01  f-tileset-ref-record.
               05  f-tileset-ref-id         pic 999 occurs 80 times.

           fd  fd-map-dim-data.
           01  f-map-dim-record.
               05  f-map-dim-height       pic 99.
               05  f-map-dim-width        pic 99.

           fd  fd-map-meta.
           01  f-map-meta-record.
               05  filler                 pic x(140).
               05  f-map-meta-cat-version pic x(5).


       working-storage section.

           78  ws-enemy-file-ext           value ".BGS".
           78  ws-item-file-ext            value ".ITM".
           78  ws-dim-file-ext             value ".DIM".
           78  ws-map-meta-file-ext        value ".MET".
           78  ws-tileset-ref-file-ext     value ".TSR".

           78  ws-max-map-height              value 25.
           78  ws-max-map-width               value 80.
               88  ls-bestiary-open         value 'Y'.
               88  ls-bestiary-not-open     value 'N'.

           01  ls-tileset-file              pic x(15)
                                            value "TILESET.TLS".
           01  ls-tileset-file-status       pic xx.
           01  ls-tileset-ref-file          pic x(20).
           01  ls-tileset-ref-status        pic xx.
           01  ls-tileset-id                pic 999.

      *> the whole tileset, held by id for the per-tile lookups.
           01  ls-tileset-table.
               05  ls-tileset-entry occurs 999 times.
                   10  ls-tls-found-sw      pic a.
                       88  ls-tls-found     value 'Y'.
                   10  ls-tls-look.
                       15  ls-tls-fg        pic 9.
                       15  ls-tls-bg        pic 9.
                       15  ls-tls-char      pic x.
                       15  ls-tls-highlight pic a.
                       15  ls-tls-blocking  pic a.
                       15  ls-tls-blinking  pic a.

           01  ls-counter-1                 pic 999.
           01  ls-counter-2                 pic 999.           

           01  ls-eof-sw                    pic a value 'N'.
               88 ls-is-eof                 value 'Y'.
               88 ls-not-eof                value 'N'.

           01  ls-map-meta-file             pic x(20).
           01  ls-map-meta-status           pic xx.
           01  ls-catver-request            pic x(4) value "READ".
           01  ls-catalog-version           pic 9(5).
           01  ls-map-cat-version           pic 9(5).

      *> Shared fleet error log -- see crl-error-log.
           01  ls-errlog-program            pic x(20)
                                            value "load-map-data".
           01  ls-errlog-reason             pic x(8).
           01  ls-errlog-file               pic x(20).
           01  ls-errlog-detail             pic x(40).
                     
       linkage section.

               end-perform
           end-perform
           close fd-tile-data

           perform resolve-tileset-refs
 
      *> Reset and load enemy file info.
           move 0 to l-cur-num-enemies
               close fd-map-dim-data
           end-if

           perform check-catalog-version

           move ws-load-status-success to l-return-code
           goback.


           exit paragraph.

      ******************************************************************
      * Tiles the map's .TSR ties to a tileset entry take that
      * entry's look and blocking -- the tileset is the pack's one
      * place to change what a wall looks like. Effect and switch
      * group always stay with the tile. No .TSR, no TILESET, or an
      * id the tileset no longer has: the .DAT attributes stand.
      ******************************************************************
       resolve-tileset-refs.

           move function concatenate(
               function trim(l-map-name), ws-tileset-ref-file-ext)
               to ls-tileset-ref-file

           open input fd-tileset-ref
           if ls-tileset-ref-status not = ws-file-status-ok then
               close fd-tileset-ref
               exit paragraph
           end-if

           open input fd-tileset
           if ls-tileset-file-status not = ws-file-status-ok then
               close fd-tileset
               close fd-tileset-ref
               exit paragraph
           end-if

           move all 'N' to ls-tileset-table
           set ls-not-eof to true
           perform until ls-is-eof
               read fd-tileset next record
                   at end set ls-is-eof to true
               end-read
               if ls-not-eof
               and ls-tileset-file-status = ws-file-status-ok
               and f-tls-id > 0 then
                   set ls-tls-found(f-tls-id) to true
                   move f-tls-fg to ls-tls-fg(f-tls-id)
                   move f-tls-bg to ls-tls-bg(f-tls-id)
                   move f-tls-char to ls-tls-char(f-tls-id)
                   move f-tls-highlight to ls-tls-highlight(f-tls-id)
                   move f-tls-blocking to ls-tls-blocking(f-tls-id)
                   move f-tls-blinking to ls-tls-blinking(f-tls-id)
               end-if
           end-perform
           close fd-tileset

           perform varying ls-counter-1
           from 1 by 1 until ls-counter-1 > ws-max-map-height

               read fd-tileset-ref
                   at end exit perform
               end-read

               perform varying ls-counter-2
               from 1 by 1 until ls-counter-2 > ws-max-map-width
                   if f-tileset-ref-id(ls-counter-2) is numeric then
                       move f-tileset-ref-id(ls-counter-2)
                           to ls-tileset-id
                   else
                       move 0 to ls-tileset-id
                   end-if
                   if ls-tileset-id > 0 then
                       if ls-tls-found(ls-tileset-id) then
                           perform apply-tileset-look
                       end-if
                   end-if
               end-perform

           end-perform
           close fd-tileset-ref

           exit paragraph.

       apply-tileset-look.

           move ls-tls-fg(ls-tileset-id)
               to l-tile-fg(ls-counter-1, ls-counter-2)
           move ls-tls-bg(ls-tileset-id)
               to l-tile-bg(ls-counter-1, ls-counter-2)
           move ls-tls-char(ls-tileset-id)
               to l-tile-char(ls-counter-1, ls-counter-2)
           move ls-tls-highlight(ls-tileset-id)
               to l-tile-highlight(ls-counter-1, ls-counter-2)
           move ls-tls-blocking(ls-tileset-id)
               to l-tile-blocking(ls-counter-1, ls-counter-2)
           move ls-tls-blinking(ls-tileset-id)
               to l-tile-blinking(ls-counter-1, ls-counter-2)

           exit paragraph.

      ******************************************************************
      * The installed catalog's version against the one the map was
      * last saved or validated with. Behind is not fatal -- the map
      * still loads -- but it goes on the record. An unversioned
      * catalog (no ITEMS.VER) has nothing to be behind.
      ******************************************************************
       check-catalog-version.

           call "crl-catalog-version" using
               ls-catver-request ls-catalog-version
           end-call

           if ls-catalog-version = 0 then
               exit paragraph
           end-if

           move 0 to ls-map-cat-version
           move function concatenate(
               function trim(l-map-name), ws-map-meta-file-ext)
               to ls-map-meta-file

           open input fd-map-meta
           if ls-map-meta-status = ws-file-status-ok
           or ls-map-meta-status = "05" then
               read fd-map-meta
                   at end continue
               end-read
               if ls-map-meta-status = ws-file-status-ok
               and f-map-meta-cat-version is numeric then
                   move f-map-meta-cat-version to ls-map-cat-version
               end-if
               close fd-map-meta
           end-if

           if ls-map-cat-version >= ls-catalog-version then
               exit paragraph
           end-if

           move "CATREAD" to ls-errlog-reason
           move l-map-name to ls-errlog-file
           move spaces to ls-errlog-detail
           string "map at catalog v" ls-map-cat-version
               ", installed v" ls-catalog-version
               delimited by size into ls-errlog-detail
           end-string
           call "crl-error-log" using
               ls-errlog-program ls-errlog-reason
               ls-errlog-file ls-errlog-detail
           end-call

           exit paragraph.

       end program load-map-data.
